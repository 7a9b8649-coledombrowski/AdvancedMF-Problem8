       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ALCMAINT.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOC-TRANS-FILE ASSIGN TO 'ALCTRAN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ALLOC-MASTER-FILE
                   ASSIGN TO 'ALLOCMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AL-ALLOC-KEY
                   FILE STATUS IS AL-FILE-STATUS-WS.

           SELECT OPTIONAL SUPPLIER-MASTER-FILE
                   ASSIGN TO 'SUPPMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-SUPPLIER-NO
                   FILE STATUS IS SM-FILE-STATUS-WS.

           SELECT OPTIONAL STORE-MASTER-FILE
                   ASSIGN TO 'STORMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ST-STORE-NO
                   FILE STATUS IS ST-FILE-STATUS-WS.

           SELECT AUDIT-OUTPUT-FILE ASSIGN TO 'ALCAUDIT.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOC-TRANS-FILE RECORDING MODE IS F.
       01  ALLOC-TRANS-RECORD.
           05  TR-ACTION               PIC X(01).
           05  TR-ACCT-NO              PIC X(04).
           05  TR-SUPPLIER-NO          PIC X(05).
           05  TR-BASIS                PIC X(01).
           05  TR-STORE-NO             PIC X(03).
           05  TR-VALUE                PIC X(09).
           05  TR-VALUE-N REDEFINES TR-VALUE
                                       PIC 9(07)V99.
           05  TR-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(37).
       FD  ALLOC-MASTER-FILE.
       01  ALLOC-MASTER-RECORD.
           05  AL-ALLOC-KEY.
               10  AL-ACCT-NO          PIC X(04).
               10  AL-SUPPLIER-NO      PIC X(05).
           05  AL-DESCRIPTION          PIC X(20).
           05  AL-BASIS                PIC X(01).
           05  AL-SHARE-COUNT          PIC 9(02).
           05  AL-SHARE-ENTRY OCCURS 20 TIMES.
               10  AL-SHARE-STORE      PIC X(03).
               10  AL-SHARE-VALUE      PIC 9(07)V99.
           05  AL-ADD-DATE             PIC X(08).
           05  AL-CHANGE-DATE          PIC X(08).
           05  FILLER                  PIC X(20).
       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05  SM-SUPPLIER-NO          PIC X(05).
           05  SM-SUPPLIER-NAME        PIC X(23).
           05  SM-PAY-METHOD           PIC X(01).
           05  SM-HOLD-IND             PIC X(01).
           05  SM-CURRENCY-CODE        PIC X(03).
           05  SM-NET-DAYS             PIC 9(03).
           05  SM-DISC-PCT             PIC 9(02)V99.
           05  SM-DISC-DAYS            PIC 9(03).
           05  SM-TIN                  PIC X(09).
           05  SM-TIN-TYPE             PIC X(01).
           05  SM-1099-IND             PIC X(01).
           05  SM-1099-BOX             PIC X(02).
           05  FILLER                  PIC X(44).
       FD  STORE-MASTER-FILE.
       01  STORE-MASTER-RECORD.
           05  ST-STORE-NO             PIC X(03).
           05  ST-STORE-NAME           PIC X(20).
           05  ST-REGION-CODE          PIC X(02).
           05  ST-DISTRICT-CODE        PIC X(03).
           05  ST-STORE-STATUS         PIC X(01).
       FD  AUDIT-OUTPUT-FILE RECORDING MODE IS F.
       01  AUDIT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-TRANS-DATA-WS             PIC X(03)    VALUE 'NO'.
           05  TRANS-READ-COUNT-WS           PIC 9(06)    VALUE ZERO.
           05  TRANS-APPLIED-COUNT-WS        PIC 9(06)    VALUE ZERO.
           05  TRANS-REJECT-COUNT-WS         PIC 9(06)    VALUE ZERO.
           05  UNBALANCED-COUNT-WS           PIC 9(06)    VALUE ZERO.

       01  VALIDATION-WS.
           05  VALID-TRANS-WS                PIC X(03)    VALUE 'YES'.
           05  REJECT-REASON-WS              PIC X(25)    VALUE SPACES.

       01  ALLOC-MASTER-WS.
           05  AL-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  EOF-ALLOC-MASTER-WS           PIC X(03)    VALUE 'NO'.
           05  BEFORE-IMAGE-WS               PIC X(36)    VALUE SPACES.
           05  AFTER-IMAGE-WS                PIC X(36)    VALUE SPACES.
           05  SHARE-IDX-WS                  PIC 9(02)    VALUE ZERO.
           05  SHARE-HIT-IDX-WS              PIC 9(02)    VALUE ZERO.
           05  SHARE-TOTAL-WS                PIC 9(09)V99 VALUE ZERO.
           05  RULE-BALANCED-WS              PIC X(03)    VALUE 'NO'.

       01  SUPPLIER-MASTER-WS.
           05  SM-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  SUPPLIER-MASTER-AVAILABLE-WS  PIC X(03)    VALUE 'NO'.

       01  STORE-MASTER-WS.
           05  ST-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  STORE-MASTER-AVAILABLE-WS     PIC X(03)    VALUE 'NO'.

       01  ALLOC-IMAGE-EDIT-WS.
           05  AIE-BASIS-OUT                 PIC X(01).
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  AIE-COUNT-OUT                 PIC Z9.
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  AIE-TOTAL-OUT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  AIE-STORE-OUT                 PIC X(03).
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  AIE-VALUE-OUT                 PIC Z,ZZZ,ZZ9.99.

       01  HOLD-DATE-WS.
           05  HOLD-YR-WS                    PIC X(04).
           05  HOLD-MO-WS                    PIC XX.
           05  HOLD-DY-WS                    PIC XX.
           05  HOLD-HR-WS                    PIC XX.
           05  HOLD-MIN-WS                   PIC XX.
           05  HOLD-SC-WS                    PIC XX.

       01  RUN-DATE-WS.
           05  RUN-DATE-CCYY-WS              PIC X(04)    VALUE SPACES.
           05  RUN-DATE-MM-WS                PIC X(02)    VALUE SPACES.
           05  RUN-DATE-DD-WS                PIC X(02)    VALUE SPACES.

       01  AUDIT-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  ARH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  ARH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  ARH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               '    Cost Allocation Table Maintenance Audit'.

       01  AUDIT-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'Act'.
           05  FILLER                  PIC X(06) VALUE 'Acct'.
           05  FILLER                  PIC X(07) VALUE 'Supp#'.
           05  FILLER                  PIC X(05) VALUE 'Sto'.
           05  FILLER                  PIC X(38) VALUE
               'Before (Basis/Stores/Total/Sto/Value)'.
           05  FILLER                  PIC X(38) VALUE
               'After (Basis/Stores/Total/Sto/Value)'.
           05  FILLER                  PIC X(30) VALUE 'Disposition'.

       01  AUDIT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ADL-ACTION-OUT          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ADL-ACCT-NO-OUT         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-STORE-NO-OUT        PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-BEFORE-IMAGE-OUT    PIC X(36).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-AFTER-IMAGE-OUT     PIC X(36).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-DISPOSITION-OUT     PIC X(33).

       01  AUDIT-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               'TRANSACTIONS READ: '.
           05  ATL-READ-OUT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  APPLIED: '.
           05  ATL-APPLIED-OUT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05  ATL-REJECT-OUT          PIC ZZZ,ZZ9.

       01  UNBALANCED-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
               'Allocation Rules Not In Balance (Not Applied)'.

       01  UNBALANCED-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  UDL-ACCT-NO-OUT         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UDL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UDL-DESCRIPTION-OUT     PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UDL-IMAGE-OUT           PIC X(36).

       01  UNBALANCED-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE
               'RULES NOT IN BALANCE: '.
           05  UTL-COUNT-OUT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-TRANS-DATA-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           PERFORM 220-OPEN-MASTER
           PERFORM 230-OPEN-SUPPLIER-MASTER
           PERFORM 235-OPEN-STORE-MASTER

           OPEN INPUT ALLOC-TRANS-FILE
           OPEN OUTPUT AUDIT-OUTPUT-FILE

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-MO-WS TO ARH-MM
           MOVE HOLD-DY-WS TO ARH-DD
           MOVE HOLD-YR-WS TO ARH-CCYY
           MOVE HOLD-YR-WS TO RUN-DATE-CCYY-WS
           MOVE HOLD-MO-WS TO RUN-DATE-MM-WS
           MOVE HOLD-DY-WS TO RUN-DATE-DD-WS

           WRITE AUDIT-LINE FROM AUDIT-REPORT-HEADING
           WRITE AUDIT-LINE FROM SPACES
           WRITE AUDIT-LINE FROM AUDIT-COLUMN-HEADING
           WRITE AUDIT-LINE FROM SPACES

           PERFORM 250-READ-TRANSACTION.

       220-OPEN-MASTER.
           OPEN I-O ALLOC-MASTER-FILE
           IF AL-FILE-STATUS-WS = '35'
               OPEN OUTPUT ALLOC-MASTER-FILE
               CLOSE ALLOC-MASTER-FILE
               OPEN I-O ALLOC-MASTER-FILE
           END-IF
           IF AL-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** ALCMAINT - ALLOCATION MASTER OPEN FAILED'
                   ' - FILE STATUS ' AL-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       230-OPEN-SUPPLIER-MASTER.
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF SM-FILE-STATUS-WS = '00'
               MOVE 'YES' TO SUPPLIER-MASTER-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO SUPPLIER-MASTER-AVAILABLE-WS
           END-IF.

       235-OPEN-STORE-MASTER.
           OPEN INPUT STORE-MASTER-FILE
           IF ST-FILE-STATUS-WS = '00'
               MOVE 'YES' TO STORE-MASTER-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO STORE-MASTER-AVAILABLE-WS
           END-IF.

       250-READ-TRANSACTION.
           READ ALLOC-TRANS-FILE
               AT END MOVE 'YES' TO EOF-TRANS-DATA-WS
           END-READ.

       300-PROCESS.
           PERFORM UNTIL EOF-TRANS-DATA-WS = 'YES'
               ADD 1 TO TRANS-READ-COUNT-WS
               PERFORM 400-APPLY-TRANSACTION
               PERFORM 250-READ-TRANSACTION
           END-PERFORM.

       400-APPLY-TRANSACTION.
           PERFORM 410-VALIDATE-TRANSACTION

           IF VALID-TRANS-WS = 'YES'
               EVALUATE TR-ACTION
                   WHEN 'A'
                       PERFORM 420-ADD-ALLOC-RULE
                   WHEN 'C'
                       PERFORM 430-CHANGE-ALLOC-RULE
                   WHEN 'D'
                       PERFORM 440-DELETE-ALLOC-RULE
                   WHEN 'S'
                       PERFORM 445-SET-STORE-SHARE
                   WHEN 'R'
                       PERFORM 448-REMOVE-STORE-SHARE
               END-EVALUATE
           END-IF

           IF VALID-TRANS-WS = 'YES'
               ADD 1 TO TRANS-APPLIED-COUNT-WS
               PERFORM 450-WRITE-AUDIT-APPLIED
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT-WS
               PERFORM 460-WRITE-AUDIT-REJECT
           END-IF.

       410-VALIDATE-TRANSACTION.
           MOVE 'YES' TO VALID-TRANS-WS
           MOVE SPACES TO REJECT-REASON-WS
           MOVE SPACES TO BEFORE-IMAGE-WS
           MOVE SPACES TO AFTER-IMAGE-WS
           MOVE ZERO TO SHARE-HIT-IDX-WS

           EVALUATE TRUE
               WHEN TR-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
                   AND NOT = 'S' AND NOT = 'R'
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID ACTION CODE' TO REJECT-REASON-WS
               WHEN TR-ACCT-NO = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BLANK ACCOUNT NUMBER' TO REJECT-REASON-WS
               WHEN TR-ACTION = 'A'
                   AND TR-BASIS NOT = 'P' AND NOT = 'F'
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID BASIS' TO REJECT-REASON-WS
               WHEN TR-ACTION = 'C'
                   AND TR-BASIS NOT = SPACES
                   AND TR-BASIS NOT = 'P' AND NOT = 'F'
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID BASIS' TO REJECT-REASON-WS
               WHEN (TR-ACTION = 'S' OR 'R')
                   AND TR-STORE-NO = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BLANK STORE NUMBER' TO REJECT-REASON-WS
               WHEN TR-ACTION = 'S'
                   AND (TR-VALUE NOT NUMERIC OR TR-VALUE-N = ZERO)
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID SHARE VALUE' TO REJECT-REASON-WS
           END-EVALUATE

           IF VALID-TRANS-WS = 'YES'
              AND TR-ACTION = 'A'
              AND TR-SUPPLIER-NO NOT = SPACES
               PERFORM 415-CHECK-SUPPLIER
           END-IF

           IF VALID-TRANS-WS = 'YES'
              AND TR-ACTION = 'S'
               PERFORM 417-CHECK-STORE
           END-IF.

       415-CHECK-SUPPLIER.
           IF SUPPLIER-MASTER-AVAILABLE-WS = 'YES'
               MOVE TR-SUPPLIER-NO TO SM-SUPPLIER-NO
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       MOVE 'NO' TO VALID-TRANS-WS
                       MOVE 'SUPPLIER NOT ON MASTER'
                           TO REJECT-REASON-WS
               END-READ
           END-IF.

       417-CHECK-STORE.
           IF STORE-MASTER-AVAILABLE-WS = 'YES'
               MOVE TR-STORE-NO TO ST-STORE-NO
               READ STORE-MASTER-FILE
                   INVALID KEY
                       MOVE 'NO' TO VALID-TRANS-WS
                       MOVE 'STORE NOT ON MASTER'
                           TO REJECT-REASON-WS
               END-READ
           END-IF.

       420-ADD-ALLOC-RULE.
           MOVE TR-ACCT-NO     TO AL-ACCT-NO
           MOVE TR-SUPPLIER-NO TO AL-SUPPLIER-NO
           READ ALLOC-MASTER-FILE
               INVALID KEY
                   MOVE SPACES         TO ALLOC-MASTER-RECORD
                   MOVE TR-ACCT-NO     TO AL-ACCT-NO
                   MOVE TR-SUPPLIER-NO TO AL-SUPPLIER-NO
                   MOVE TR-DESCRIPTION TO AL-DESCRIPTION
                   MOVE TR-BASIS       TO AL-BASIS
                   MOVE ZERO           TO AL-SHARE-COUNT
                   PERFORM VARYING SHARE-IDX-WS FROM 1 BY 1
                       UNTIL SHARE-IDX-WS > 20
                       MOVE SPACES TO AL-SHARE-STORE (SHARE-IDX-WS)
                       MOVE ZERO   TO AL-SHARE-VALUE (SHARE-IDX-WS)
                   END-PERFORM
                   MOVE RUN-DATE-WS    TO AL-ADD-DATE
                   PERFORM 470-SAVE-AFTER-IMAGE
                   WRITE ALLOC-MASTER-RECORD
               NOT INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'DUPLICATE ADD' TO REJECT-REASON-WS
                   PERFORM 465-SAVE-BEFORE-IMAGE
           END-READ.

       430-CHANGE-ALLOC-RULE.
           MOVE TR-ACCT-NO     TO AL-ACCT-NO
           MOVE TR-SUPPLIER-NO TO AL-SUPPLIER-NO
           READ ALLOC-MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'CHANGE KEY NOT ON MASTER'
                       TO REJECT-REASON-WS
               NOT INVALID KEY
                   PERFORM 465-SAVE-BEFORE-IMAGE
                   PERFORM 435-APPLY-RULE-CHANGES
           END-READ.

       435-APPLY-RULE-CHANGES.
           IF TR-BASIS NOT = SPACES
              AND TR-BASIS NOT = AL-BASIS
              AND AL-SHARE-COUNT > ZERO
               MOVE 'NO' TO VALID-TRANS-WS
               MOVE 'REMOVE SHARES BEFORE BASIS' TO REJECT-REASON-WS
           ELSE
               IF TR-BASIS NOT = SPACES
                   MOVE TR-BASIS TO AL-BASIS
               END-IF
               IF TR-DESCRIPTION NOT = SPACES
                   MOVE TR-DESCRIPTION TO AL-DESCRIPTION
               END-IF
               MOVE RUN-DATE-WS TO AL-CHANGE-DATE
               PERFORM 470-SAVE-AFTER-IMAGE
               REWRITE ALLOC-MASTER-RECORD
           END-IF.

       440-DELETE-ALLOC-RULE.
           MOVE TR-ACCT-NO     TO AL-ACCT-NO
           MOVE TR-SUPPLIER-NO TO AL-SUPPLIER-NO
           READ ALLOC-MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'DELETE KEY NOT ON MASTER'
                       TO REJECT-REASON-WS
               NOT INVALID KEY
                   PERFORM 465-SAVE-BEFORE-IMAGE
                   DELETE ALLOC-MASTER-FILE
           END-READ.

       445-SET-STORE-SHARE.
           MOVE TR-ACCT-NO     TO AL-ACCT-NO
           MOVE TR-SUPPLIER-NO TO AL-SUPPLIER-NO
           READ ALLOC-MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'RULE NOT ON MASTER' TO REJECT-REASON-WS
               NOT INVALID KEY
                   PERFORM 4451-FIND-SHARE-STORE
                   PERFORM 465-SAVE-BEFORE-IMAGE
                   PERFORM 446-APPLY-STORE-SHARE
           END-READ.

       4451-FIND-SHARE-STORE.
           MOVE ZERO TO SHARE-HIT-IDX-WS
           PERFORM VARYING SHARE-IDX-WS FROM 1 BY 1
               UNTIL SHARE-IDX-WS > AL-SHARE-COUNT
               IF AL-SHARE-STORE (SHARE-IDX-WS) = TR-STORE-NO
                   MOVE SHARE-IDX-WS TO SHARE-HIT-IDX-WS
                   MOVE AL-SHARE-COUNT TO SHARE-IDX-WS
               END-IF
           END-PERFORM.

       446-APPLY-STORE-SHARE.
           EVALUATE TRUE
               WHEN AL-BASIS = 'P' AND TR-VALUE-N > 100
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'PERCENT OVER 100' TO REJECT-REASON-WS
               WHEN SHARE-HIT-IDX-WS = ZERO
                   AND AL-SHARE-COUNT NOT < 20
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'RULE HAS 20 STORES' TO REJECT-REASON-WS
               WHEN SHARE-HIT-IDX-WS = ZERO
                   ADD 1 TO AL-SHARE-COUNT
                   MOVE TR-STORE-NO TO AL-SHARE-STORE (AL-SHARE-COUNT)
                   MOVE TR-VALUE-N  TO AL-SHARE-VALUE (AL-SHARE-COUNT)
               WHEN OTHER
                   MOVE TR-VALUE-N TO AL-SHARE-VALUE (SHARE-HIT-IDX-WS)
           END-EVALUATE

           IF VALID-TRANS-WS = 'YES'
               MOVE RUN-DATE-WS TO AL-CHANGE-DATE
               PERFORM 470-SAVE-AFTER-IMAGE
               REWRITE ALLOC-MASTER-RECORD
           END-IF.

       448-REMOVE-STORE-SHARE.
           MOVE TR-ACCT-NO     TO AL-ACCT-NO
           MOVE TR-SUPPLIER-NO TO AL-SUPPLIER-NO
           READ ALLOC-MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'RULE NOT ON MASTER' TO REJECT-REASON-WS
               NOT INVALID KEY
                   PERFORM 4451-FIND-SHARE-STORE
                   PERFORM 465-SAVE-BEFORE-IMAGE
                   IF SHARE-HIT-IDX-WS = ZERO
                       MOVE 'NO' TO VALID-TRANS-WS
                       MOVE 'STORE NOT IN RULE' TO REJECT-REASON-WS
                   ELSE
                       PERFORM 449-CLOSE-SHARE-GAP
                       MOVE RUN-DATE-WS TO AL-CHANGE-DATE
                       PERFORM 470-SAVE-AFTER-IMAGE
                       REWRITE ALLOC-MASTER-RECORD
                   END-IF
           END-READ.

       449-CLOSE-SHARE-GAP.
           PERFORM VARYING SHARE-IDX-WS FROM SHARE-HIT-IDX-WS BY 1
               UNTIL SHARE-IDX-WS NOT < AL-SHARE-COUNT
               MOVE AL-SHARE-ENTRY (SHARE-IDX-WS + 1)
                   TO AL-SHARE-ENTRY (SHARE-IDX-WS)
           END-PERFORM
           MOVE SPACES TO AL-SHARE-STORE (AL-SHARE-COUNT)
           MOVE ZERO   TO AL-SHARE-VALUE (AL-SHARE-COUNT)
           SUBTRACT 1 FROM AL-SHARE-COUNT
           MOVE ZERO TO SHARE-HIT-IDX-WS.

       455-TOTAL-SHARES.
           MOVE ZERO TO SHARE-TOTAL-WS
           PERFORM VARYING SHARE-IDX-WS FROM 1 BY 1
               UNTIL SHARE-IDX-WS > AL-SHARE-COUNT
               ADD AL-SHARE-VALUE (SHARE-IDX-WS) TO SHARE-TOTAL-WS
           END-PERFORM

           MOVE 'NO' TO RULE-BALANCED-WS
           IF AL-SHARE-COUNT > ZERO
               IF AL-BASIS = 'F'
                  OR SHARE-TOTAL-WS = 100
                   MOVE 'YES' TO RULE-BALANCED-WS
               END-IF
           END-IF.

       457-BUILD-RULE-IMAGE.
           PERFORM 455-TOTAL-SHARES
           MOVE SPACES         TO ALLOC-IMAGE-EDIT-WS
           MOVE AL-BASIS       TO AIE-BASIS-OUT
           MOVE AL-SHARE-COUNT TO AIE-COUNT-OUT
           MOVE SHARE-TOTAL-WS TO AIE-TOTAL-OUT
           IF SHARE-HIT-IDX-WS > ZERO
               MOVE AL-SHARE-STORE (SHARE-HIT-IDX-WS) TO AIE-STORE-OUT
               MOVE AL-SHARE-VALUE (SHARE-HIT-IDX-WS) TO AIE-VALUE-OUT
           END-IF.

       465-SAVE-BEFORE-IMAGE.
           PERFORM 457-BUILD-RULE-IMAGE
           MOVE ALLOC-IMAGE-EDIT-WS TO BEFORE-IMAGE-WS.

       470-SAVE-AFTER-IMAGE.
           IF TR-ACTION = 'S'
               PERFORM 4451-FIND-SHARE-STORE
           END-IF
           PERFORM 457-BUILD-RULE-IMAGE
           MOVE ALLOC-IMAGE-EDIT-WS TO AFTER-IMAGE-WS.

       450-WRITE-AUDIT-APPLIED.
           PERFORM 458-MOVE-AUDIT-KEYS
           IF TR-ACTION NOT = 'D'
              AND RULE-BALANCED-WS = 'NO'
               MOVE 'APPLIED - RULE NOT IN BALANCE'
                   TO ADL-DISPOSITION-OUT
           ELSE
               MOVE 'APPLIED' TO ADL-DISPOSITION-OUT
           END-IF
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE.

       460-WRITE-AUDIT-REJECT.
           PERFORM 458-MOVE-AUDIT-KEYS
           MOVE SPACES           TO ADL-DISPOSITION-OUT
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  REJECT-REASON-WS DELIMITED BY SIZE
               INTO ADL-DISPOSITION-OUT
           END-STRING
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE.

       458-MOVE-AUDIT-KEYS.
           MOVE TR-ACTION        TO ADL-ACTION-OUT
           MOVE TR-ACCT-NO       TO ADL-ACCT-NO-OUT
           MOVE TR-SUPPLIER-NO   TO ADL-SUPPLIER-NO-OUT
           MOVE TR-STORE-NO      TO ADL-STORE-NO-OUT
           MOVE BEFORE-IMAGE-WS  TO ADL-BEFORE-IMAGE-OUT
           MOVE AFTER-IMAGE-WS   TO ADL-AFTER-IMAGE-OUT.

       800-LIST-UNBALANCED-RULES.
           WRITE AUDIT-LINE FROM SPACES
           WRITE AUDIT-LINE FROM UNBALANCED-HEADING
           WRITE AUDIT-LINE FROM SPACES

           MOVE LOW-VALUES TO AL-ALLOC-KEY
           START ALLOC-MASTER-FILE KEY NOT < AL-ALLOC-KEY
               INVALID KEY MOVE 'YES' TO EOF-ALLOC-MASTER-WS
           END-START
           IF AL-FILE-STATUS-WS NOT = '00'
               MOVE 'YES' TO EOF-ALLOC-MASTER-WS
           END-IF

           PERFORM UNTIL EOF-ALLOC-MASTER-WS = 'YES'
               READ ALLOC-MASTER-FILE NEXT
                   AT END MOVE 'YES' TO EOF-ALLOC-MASTER-WS
               END-READ
               IF EOF-ALLOC-MASTER-WS = 'NO'
                   IF AL-FILE-STATUS-WS = '00' OR = '02'
                       PERFORM 810-JUDGE-ONE-RULE
                   ELSE
                       MOVE 'YES' TO EOF-ALLOC-MASTER-WS
                   END-IF
               END-IF
           END-PERFORM

           MOVE UNBALANCED-COUNT-WS TO UTL-COUNT-OUT
           WRITE AUDIT-LINE FROM SPACES
           WRITE AUDIT-LINE FROM UNBALANCED-TOTAL-LINE.

       810-JUDGE-ONE-RULE.
           MOVE ZERO TO SHARE-HIT-IDX-WS
           PERFORM 457-BUILD-RULE-IMAGE
           IF RULE-BALANCED-WS = 'NO'
               ADD 1 TO UNBALANCED-COUNT-WS
               MOVE AL-ACCT-NO          TO UDL-ACCT-NO-OUT
               MOVE AL-SUPPLIER-NO      TO UDL-SUPPLIER-NO-OUT
               MOVE AL-DESCRIPTION      TO UDL-DESCRIPTION-OUT
               MOVE ALLOC-IMAGE-EDIT-WS TO UDL-IMAGE-OUT
               WRITE AUDIT-LINE FROM UNBALANCED-DETAIL-LINE
           END-IF.

       900-CLOSE.
           MOVE TRANS-READ-COUNT-WS    TO ATL-READ-OUT
           MOVE TRANS-APPLIED-COUNT-WS TO ATL-APPLIED-OUT
           MOVE TRANS-REJECT-COUNT-WS  TO ATL-REJECT-OUT
           WRITE AUDIT-LINE FROM SPACES
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE

           PERFORM 800-LIST-UNBALANCED-RULES

           CLOSE ALLOC-TRANS-FILE
           CLOSE ALLOC-MASTER-FILE
           IF SUPPLIER-MASTER-AVAILABLE-WS = 'YES'
               CLOSE SUPPLIER-MASTER-FILE
           END-IF
           IF STORE-MASTER-AVAILABLE-WS = 'YES'
               CLOSE STORE-MASTER-FILE
           END-IF
           CLOSE AUDIT-OUTPUT-FILE.
