       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RECMAINT.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECUR-TRANS-FILE ASSIGN TO 'RECTRAN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECUR-MASTER-FILE
                   ASSIGN TO 'RECURMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RV-RECUR-ID
                   FILE STATUS IS RV-FILE-STATUS-WS.

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

           SELECT AUDIT-OUTPUT-FILE ASSIGN TO 'RECAUDIT.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECUR-TRANS-FILE RECORDING MODE IS F.
       01  RECUR-TRANS-RECORD.
           05  TR-ACTION               PIC X(01).
           05  TR-RECUR-ID             PIC X(06).
           05  TR-SUPPLIER-NO          PIC X(05).
           05  TR-ACCT-NO              PIC X(04).
           05  TR-STORE-NO             PIC X(03).
           05  TR-AMT                  PIC X(08).
           05  TR-AMT-N REDEFINES TR-AMT
                                       PIC 9(06)V99.
           05  TR-FREQUENCY            PIC X(01).
           05  TR-START-DATE           PIC X(08).
           05  TR-END-DATE             PIC X(08).
           05  TR-INV-PATTERN          PIC X(08).
           05  TR-TAX-IND              PIC X(01).
           05  TR-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(07).
       FD  RECUR-MASTER-FILE.
       01  RECUR-MASTER-RECORD.
           05  RV-RECUR-ID             PIC X(06).
           05  RV-SUPPLIER-NO          PIC X(05).
           05  RV-ACCT-NO              PIC X(04).
           05  RV-STORE-NO             PIC X(03).
           05  RV-AMT                  PIC S9(06)V99.
           05  RV-FREQUENCY            PIC X(01).
           05  RV-START-DATE           PIC X(08).
           05  RV-END-DATE             PIC X(08).
           05  RV-INV-PATTERN          PIC X(08).
           05  RV-TAX-IND              PIC X(01).
           05  RV-DESCRIPTION          PIC X(20).
           05  RV-LAST-CYCLE           PIC X(06).
           05  RV-ADD-DATE             PIC X(08).
           05  RV-CHANGE-DATE          PIC X(08).
           05  FILLER                  PIC X(26).
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

       01  VALIDATION-WS.
           05  VALID-TRANS-WS                PIC X(03)    VALUE 'YES'.
           05  REJECT-REASON-WS              PIC X(25)    VALUE SPACES.
           05  PATTERN-DIGIT-COUNT-WS        PIC 9(02)    VALUE ZERO.

       01  RECUR-MASTER-WS.
           05  RV-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  BEFORE-IMAGE-WS.
               10  BEFORE-IMAGE-1-WS         PIC X(40)    VALUE SPACES.
               10  BEFORE-IMAGE-2-WS         PIC X(40)    VALUE SPACES.
           05  AFTER-IMAGE-WS.
               10  AFTER-IMAGE-1-WS          PIC X(40)    VALUE SPACES.
               10  AFTER-IMAGE-2-WS          PIC X(40)    VALUE SPACES.

       01  SUPPLIER-MASTER-WS.
           05  SM-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  SUPPLIER-MASTER-AVAILABLE-WS  PIC X(03)    VALUE 'NO'.

       01  STORE-MASTER-WS.
           05  ST-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  STORE-MASTER-AVAILABLE-WS     PIC X(03)    VALUE 'NO'.

       01  RECUR-IMAGE-EDIT-WS.
           05  RIE-SUPPLIER-NO-OUT           PIC X(05).
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  RIE-ACCT-NO-OUT               PIC X(04).
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  RIE-STORE-NO-OUT              PIC X(03).
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  RIE-AMT-OUT                   PIC ZZZZZ9.99-.
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  RIE-FREQUENCY-OUT             PIC X(01).
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  RIE-END-DATE-OUT              PIC X(08).
           05  FILLER                        PIC X(04)    VALUE SPACES.
           05  RIE-START-DATE-OUT            PIC X(08).
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  RIE-INV-PATTERN-OUT           PIC X(08).
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  RIE-TAX-IND-OUT               PIC X(01).
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  RIE-DESCRIPTION-OUT           PIC X(20).

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
               '    Recurring Voucher Maintenance Audit Report'.

       01  AUDIT-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'Act'.
           05  FILLER                  PIC X(08) VALUE 'Entry'.
           05  FILLER                  PIC X(41) VALUE
               'Before (Supp/Acct/Str/Amt/Frq/End)'.
           05  FILLER                  PIC X(42) VALUE
               'After (Supp/Acct/Str/Amt/Frq/End)'.
           05  FILLER                  PIC X(36) VALUE 'Disposition'.

       01  AUDIT-COLUMN-HEADING-2.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(41) VALUE
               '       (Start/Pattern/Tax/Description)'.
           05  FILLER                  PIC X(42) VALUE
               '      (Start/Pattern/Tax/Description)'.

       01  AUDIT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ADL-ACTION-OUT          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ADL-RECUR-ID-OUT        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-BEFORE-IMAGE-OUT    PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ADL-AFTER-IMAGE-OUT     PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-DISPOSITION-OUT     PIC X(36).

       01  AUDIT-DETAIL-LINE-2.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  AD2-BEFORE-IMAGE-OUT    PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AD2-AFTER-IMAGE-OUT     PIC X(40).

       01  AUDIT-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               'TRANSACTIONS READ: '.
           05  ATL-READ-OUT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  APPLIED: '.
           05  ATL-APPLIED-OUT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05  ATL-REJECT-OUT          PIC ZZZ,ZZ9.

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

           OPEN INPUT RECUR-TRANS-FILE
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
           WRITE AUDIT-LINE FROM AUDIT-COLUMN-HEADING-2
           WRITE AUDIT-LINE FROM SPACES

           PERFORM 250-READ-TRANSACTION.

       220-OPEN-MASTER.
           OPEN I-O RECUR-MASTER-FILE
           IF RV-FILE-STATUS-WS = '35'
               OPEN OUTPUT RECUR-MASTER-FILE
               CLOSE RECUR-MASTER-FILE
               OPEN I-O RECUR-MASTER-FILE
           END-IF
           IF RV-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** RECMAINT - RECURRING MASTER OPEN FAILED'
                   ' - FILE STATUS ' RV-FILE-STATUS-WS ' **'
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
           READ RECUR-TRANS-FILE
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
                       PERFORM 420-ADD-RECUR-ENTRY
                   WHEN 'C'
                       PERFORM 430-CHANGE-RECUR-ENTRY
                   WHEN 'D'
                       PERFORM 440-DELETE-RECUR-ENTRY
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
           MOVE ZERO TO PATTERN-DIGIT-COUNT-WS
           INSPECT TR-INV-PATTERN
               TALLYING PATTERN-DIGIT-COUNT-WS FOR ALL '#'

           EVALUATE TRUE
               WHEN TR-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID ACTION CODE' TO REJECT-REASON-WS
               WHEN TR-RECUR-ID = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BLANK ENTRY ID' TO REJECT-REASON-WS
               WHEN TR-ACTION = 'A'
                   AND TR-SUPPLIER-NO = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BLANK SUPPLIER NUMBER' TO REJECT-REASON-WS
               WHEN TR-ACTION = 'A'
                   AND TR-ACCT-NO = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BLANK ACCOUNT NUMBER' TO REJECT-REASON-WS
               WHEN TR-ACTION = 'A'
                   AND TR-STORE-NO = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BLANK STORE NUMBER' TO REJECT-REASON-WS
               WHEN (TR-ACTION = 'A'
                       OR (TR-ACTION = 'C' AND TR-AMT NOT = SPACES))
                   AND (TR-AMT NOT NUMERIC OR TR-AMT-N = ZERO)
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID AMOUNT' TO REJECT-REASON-WS
               WHEN (TR-ACTION = 'A'
                       OR (TR-ACTION = 'C'
                           AND TR-FREQUENCY NOT = SPACES))
                   AND TR-FREQUENCY NOT = 'M' AND NOT = 'Q'
                   AND NOT = 'S' AND NOT = 'A'
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID FREQUENCY' TO REJECT-REASON-WS
               WHEN (TR-ACTION = 'A'
                       OR (TR-ACTION = 'C'
                           AND TR-START-DATE NOT = SPACES))
                   AND TR-START-DATE NOT NUMERIC
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID START DATE' TO REJECT-REASON-WS
               WHEN (TR-ACTION = 'A'
                       OR (TR-ACTION = 'C'
                           AND TR-END-DATE NOT = SPACES))
                   AND TR-END-DATE NOT NUMERIC
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID END DATE' TO REJECT-REASON-WS
               WHEN (TR-ACTION = 'A'
                       OR (TR-ACTION = 'C'
                           AND TR-INV-PATTERN NOT = SPACES))
                   AND PATTERN-DIGIT-COUNT-WS < 4
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'PATTERN NEEDS 4 # MIN' TO REJECT-REASON-WS
               WHEN (TR-ACTION = 'A' OR 'C')
                   AND TR-TAX-IND NOT = SPACES
                   AND TR-TAX-IND NOT = 'Y' AND NOT = 'N'
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID TAX INDICATOR' TO REJECT-REASON-WS
           END-EVALUATE

           IF VALID-TRANS-WS = 'YES'
              AND (TR-ACTION = 'A' OR 'C')
              AND TR-SUPPLIER-NO NOT = SPACES
               PERFORM 415-CHECK-SUPPLIER
           END-IF

           IF VALID-TRANS-WS = 'YES'
              AND (TR-ACTION = 'A' OR 'C')
              AND TR-STORE-NO NOT = SPACES
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

       420-ADD-RECUR-ENTRY.
           MOVE TR-RECUR-ID TO RV-RECUR-ID
           READ RECUR-MASTER-FILE
               INVALID KEY
                   IF TR-END-DATE < TR-START-DATE
                       MOVE 'NO' TO VALID-TRANS-WS
                       MOVE 'END DATE BEFORE START'
                           TO REJECT-REASON-WS
                   ELSE
                       MOVE SPACES         TO RECUR-MASTER-RECORD
                       MOVE TR-RECUR-ID    TO RV-RECUR-ID
                       MOVE TR-SUPPLIER-NO TO RV-SUPPLIER-NO
                       MOVE TR-ACCT-NO     TO RV-ACCT-NO
                       MOVE TR-STORE-NO    TO RV-STORE-NO
                       MOVE TR-AMT-N       TO RV-AMT
                       MOVE TR-FREQUENCY   TO RV-FREQUENCY
                       MOVE TR-START-DATE  TO RV-START-DATE
                       MOVE TR-END-DATE    TO RV-END-DATE
                       MOVE TR-INV-PATTERN TO RV-INV-PATTERN
                       IF TR-TAX-IND = SPACES
                           MOVE 'N'        TO RV-TAX-IND
                       ELSE
                           MOVE TR-TAX-IND TO RV-TAX-IND
                       END-IF
                       MOVE TR-DESCRIPTION TO RV-DESCRIPTION
                       MOVE RUN-DATE-WS    TO RV-ADD-DATE
                       PERFORM 470-SAVE-AFTER-IMAGE
                       WRITE RECUR-MASTER-RECORD
                   END-IF
               NOT INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'DUPLICATE ADD' TO REJECT-REASON-WS
                   PERFORM 465-SAVE-BEFORE-IMAGE
           END-READ.

       430-CHANGE-RECUR-ENTRY.
           MOVE TR-RECUR-ID TO RV-RECUR-ID
           READ RECUR-MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'CHANGE KEY NOT ON MASTER'
                       TO REJECT-REASON-WS
               NOT INVALID KEY
                   PERFORM 465-SAVE-BEFORE-IMAGE
                   PERFORM 435-APPLY-RECUR-CHANGES
           END-READ.

       435-APPLY-RECUR-CHANGES.
           IF TR-SUPPLIER-NO NOT = SPACES
               MOVE TR-SUPPLIER-NO TO RV-SUPPLIER-NO
           END-IF
           IF TR-ACCT-NO NOT = SPACES
               MOVE TR-ACCT-NO TO RV-ACCT-NO
           END-IF
           IF TR-STORE-NO NOT = SPACES
               MOVE TR-STORE-NO TO RV-STORE-NO
           END-IF
           IF TR-AMT NOT = SPACES
               MOVE TR-AMT-N TO RV-AMT
           END-IF
           IF TR-FREQUENCY NOT = SPACES
               MOVE TR-FREQUENCY TO RV-FREQUENCY
           END-IF
           IF TR-START-DATE NOT = SPACES
               MOVE TR-START-DATE TO RV-START-DATE
           END-IF
           IF TR-END-DATE NOT = SPACES
               MOVE TR-END-DATE TO RV-END-DATE
           END-IF
           IF TR-INV-PATTERN NOT = SPACES
               MOVE TR-INV-PATTERN TO RV-INV-PATTERN
           END-IF
           IF TR-TAX-IND NOT = SPACES
               MOVE TR-TAX-IND TO RV-TAX-IND
           END-IF
           IF TR-DESCRIPTION NOT = SPACES
               MOVE TR-DESCRIPTION TO RV-DESCRIPTION
           END-IF

           IF RV-END-DATE < RV-START-DATE
               MOVE 'NO' TO VALID-TRANS-WS
               MOVE 'END DATE BEFORE START' TO REJECT-REASON-WS
           ELSE
               MOVE RUN-DATE-WS TO RV-CHANGE-DATE
               PERFORM 470-SAVE-AFTER-IMAGE
               REWRITE RECUR-MASTER-RECORD
           END-IF.

       440-DELETE-RECUR-ENTRY.
           MOVE TR-RECUR-ID TO RV-RECUR-ID
           READ RECUR-MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'DELETE KEY NOT ON MASTER'
                       TO REJECT-REASON-WS
               NOT INVALID KEY
                   PERFORM 465-SAVE-BEFORE-IMAGE
                   DELETE RECUR-MASTER-FILE
           END-READ.

       465-SAVE-BEFORE-IMAGE.
           MOVE RV-SUPPLIER-NO  TO RIE-SUPPLIER-NO-OUT
           MOVE RV-ACCT-NO      TO RIE-ACCT-NO-OUT
           MOVE RV-STORE-NO     TO RIE-STORE-NO-OUT
           MOVE RV-AMT          TO RIE-AMT-OUT
           MOVE RV-FREQUENCY    TO RIE-FREQUENCY-OUT
           MOVE RV-END-DATE     TO RIE-END-DATE-OUT
           MOVE RV-START-DATE   TO RIE-START-DATE-OUT
           MOVE RV-INV-PATTERN  TO RIE-INV-PATTERN-OUT
           MOVE RV-TAX-IND      TO RIE-TAX-IND-OUT
           MOVE RV-DESCRIPTION  TO RIE-DESCRIPTION-OUT
           MOVE RECUR-IMAGE-EDIT-WS TO BEFORE-IMAGE-WS.

       470-SAVE-AFTER-IMAGE.
           MOVE RV-SUPPLIER-NO  TO RIE-SUPPLIER-NO-OUT
           MOVE RV-ACCT-NO      TO RIE-ACCT-NO-OUT
           MOVE RV-STORE-NO     TO RIE-STORE-NO-OUT
           MOVE RV-AMT          TO RIE-AMT-OUT
           MOVE RV-FREQUENCY    TO RIE-FREQUENCY-OUT
           MOVE RV-END-DATE     TO RIE-END-DATE-OUT
           MOVE RV-START-DATE   TO RIE-START-DATE-OUT
           MOVE RV-INV-PATTERN  TO RIE-INV-PATTERN-OUT
           MOVE RV-TAX-IND      TO RIE-TAX-IND-OUT
           MOVE RV-DESCRIPTION  TO RIE-DESCRIPTION-OUT
           MOVE RECUR-IMAGE-EDIT-WS TO AFTER-IMAGE-WS.

       450-WRITE-AUDIT-APPLIED.
           MOVE TR-ACTION        TO ADL-ACTION-OUT
           MOVE TR-RECUR-ID      TO ADL-RECUR-ID-OUT
           MOVE BEFORE-IMAGE-1-WS TO ADL-BEFORE-IMAGE-OUT
           MOVE AFTER-IMAGE-1-WS  TO ADL-AFTER-IMAGE-OUT
           MOVE 'APPLIED'        TO ADL-DISPOSITION-OUT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
           PERFORM 455-WRITE-AUDIT-IMAGE-2.

       455-WRITE-AUDIT-IMAGE-2.
           IF BEFORE-IMAGE-2-WS NOT = SPACES
              OR AFTER-IMAGE-2-WS NOT = SPACES
               MOVE BEFORE-IMAGE-2-WS TO AD2-BEFORE-IMAGE-OUT
               MOVE AFTER-IMAGE-2-WS  TO AD2-AFTER-IMAGE-OUT
               WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE-2
           END-IF.

       460-WRITE-AUDIT-REJECT.
           MOVE TR-ACTION        TO ADL-ACTION-OUT
           MOVE TR-RECUR-ID      TO ADL-RECUR-ID-OUT
           MOVE BEFORE-IMAGE-1-WS TO ADL-BEFORE-IMAGE-OUT
           MOVE AFTER-IMAGE-1-WS  TO ADL-AFTER-IMAGE-OUT
           MOVE SPACES           TO ADL-DISPOSITION-OUT
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  REJECT-REASON-WS DELIMITED BY SIZE
               INTO ADL-DISPOSITION-OUT
           END-STRING
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
           PERFORM 455-WRITE-AUDIT-IMAGE-2.

       900-CLOSE.
           MOVE TRANS-READ-COUNT-WS    TO ATL-READ-OUT
           MOVE TRANS-APPLIED-COUNT-WS TO ATL-APPLIED-OUT
           MOVE TRANS-REJECT-COUNT-WS  TO ATL-REJECT-OUT
           WRITE AUDIT-LINE FROM SPACES
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE

           CLOSE RECUR-TRANS-FILE
           CLOSE RECUR-MASTER-FILE
           IF SUPPLIER-MASTER-AVAILABLE-WS = 'YES'
               CLOSE SUPPLIER-MASTER-FILE
           END-IF
           IF STORE-MASTER-AVAILABLE-WS = 'YES'
               CLOSE STORE-MASTER-FILE
           END-IF
           CLOSE AUDIT-OUTPUT-FILE.
