       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DSPMAINT.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-TRANS-FILE ASSIGN TO 'DSPTRAN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOUCHER-HISTORY-FILE
                   ASSIGN TO 'VCHRHIST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VH-VOUCHER-KEY
                   ALTERNATE RECORD KEY IS VH-SUPP-INV-KEY
                       WITH DUPLICATES
                   FILE STATUS IS VH-FILE-STATUS-WS.

           SELECT DISPUTE-AUDIT-FILE ASSIGN TO 'DSPAUDIT.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-TRANS-FILE RECORDING MODE IS F.
       01  DISPUTE-TRANS-RECORD.
           05  TR-ACTION               PIC X(01).
           05  TR-BATCH-NO             PIC X(02).
           05  TR-VOUCHER-NO           PIC X(06).
           05  TR-REASON               PIC X(02).
           05  TR-USER-ID              PIC X(08).
           05  TR-ACTION-DATE          PIC X(08).
           05  FILLER                  PIC X(53).
       FD  VOUCHER-HISTORY-FILE.
       01  VOUCHER-HISTORY-RECORD.
           05  VH-VOUCHER-KEY.
               10  VH-BATCH-NO         PIC X(02).
               10  VH-VOUCHER-NO       PIC X(06).
           05  VH-SUPP-INV-KEY.
               10  VH-SUPPLIER-NO      PIC X(05).
               10  VH-INVOICE-NO       PIC X(08).
           05  VH-AMT                  PIC S9(06)V99.
           05  VH-PROCESS-DATE         PIC X(08).
           05  VH-PAID-IND             PIC X(01).
           05  VH-PAY-REF              PIC X(08).
           05  VH-CURRENCY-CODE        PIC X(03).
           05  VH-ORIG-AMT             PIC S9(06)V99.
           05  VH-PAID-DATE            PIC X(08).
           05  VH-DUE-DATE             PIC X(08).
           05  VH-DISC-DATE            PIC X(08).
           05  VH-DISC-PCT             PIC 9(02)V99.
           05  VH-DISC-TAKEN           PIC 9(06)V99.
           05  VH-MATCH-HOLD           PIC X(01).
           05  VH-MATCH-REASON         PIC X(02).
           05  VH-DISPUTE-STATUS       PIC X(01).
           05  VH-DISPUTE-REASON       PIC X(02).
           05  VH-DISPUTE-DATE         PIC X(08).
           05  VH-DISPUTE-BY           PIC X(08).
           05  FILLER                  PIC X(05).
       FD  DISPUTE-AUDIT-FILE RECORDING MODE IS F.
       01  AUDIT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-TRANS-DATA-WS             PIC X(03)    VALUE 'NO'.
           05  TRANS-READ-COUNT-WS           PIC 9(06)    VALUE ZERO.
           05  TRANS-APPLIED-COUNT-WS        PIC 9(06)    VALUE ZERO.
           05  TRANS-REJECT-COUNT-WS         PIC 9(06)    VALUE ZERO.
           05  HOLD-COUNT-WS                 PIC 9(06)    VALUE ZERO.
           05  HOLD-AMT-WS                   PIC S9(10)V99 VALUE ZERO.
           05  RELEASE-COUNT-WS              PIC 9(06)    VALUE ZERO.
           05  RELEASE-AMT-WS                PIC S9(10)V99 VALUE ZERO.
           05  ACTION-DATE-WS                PIC X(08)    VALUE SPACES.

       01  VALIDATION-WS.
           05  VALID-TRANS-WS                PIC X(03)    VALUE 'YES'.
           05  REJECT-REASON-WS              PIC X(25)    VALUE SPACES.

       01  VOUCHER-HISTORY-WS.
           05  VH-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  BEFORE-IMAGE-WS               PIC X(28)    VALUE SPACES.
           05  AFTER-IMAGE-WS                PIC X(28)    VALUE SPACES.

       01  DISPUTE-REASON-VALUES.
           05  FILLER                  PIC X(02) VALUE 'SS'.
           05  FILLER                  PIC X(02) VALUE 'BP'.
           05  FILLER                  PIC X(02) VALUE 'DG'.
           05  FILLER                  PIC X(02) VALUE 'QU'.
           05  FILLER                  PIC X(02) VALUE 'DB'.
           05  FILLER                  PIC X(02) VALUE 'OT'.
       01  DISPUTE-REASON-TABLE REDEFINES DISPUTE-REASON-VALUES.
           05  DISPUTE-REASON-CODE     PIC X(02) OCCURS 6.

       01  DISPUTE-REASON-LOOKUP-WS.
           05  REASON-IDX-WS                 PIC 9(02)    VALUE ZERO.
           05  REASON-COUNT-WS               PIC 9(02)    VALUE 6.
           05  REASON-FOUND-WS               PIC X(03)    VALUE 'NO'.

       01  DISPUTE-IMAGE-EDIT-WS.
           05  FILLER                        PIC X(03)    VALUE 'ST='.
           05  DIE-STATUS-OUT                PIC X(01).
           05  FILLER                        PIC X(04)    VALUE ' RS='.
           05  DIE-REASON-OUT                PIC X(02).
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  DIE-DATE-OUT                  PIC X(08).
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  DIE-BY-OUT                    PIC X(08).

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
               '    Voucher Dispute Hold/Release Audit Report'.

       01  AUDIT-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'Act'.
           05  FILLER                  PIC X(10) VALUE 'Voucher'.
           05  FILLER                  PIC X(07) VALUE 'Supp'.
           05  FILLER                  PIC X(13) VALUE '     Amount'.
           05  FILLER                  PIC X(30) VALUE
               'Before (St/Rsn/Date/By)'.
           05  FILLER                  PIC X(30) VALUE
               'After (St/Rsn/Date/By)'.
           05  FILLER                  PIC X(30) VALUE 'Disposition'.

       01  AUDIT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ADL-ACTION-OUT          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ADL-BATCH-NO-OUT        PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  ADL-VOUCHER-NO-OUT      PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ADL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-AMT-OUT             PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-BEFORE-IMAGE-OUT    PIC X(28).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-AFTER-IMAGE-OUT     PIC X(28).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-DISPOSITION-OUT     PIC X(36).

       01  AUDIT-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               'TRANSACTIONS READ: '.
           05  ATL-READ-OUT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  APPLIED: '.
           05  ATL-APPLIED-OUT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05  ATL-REJECT-OUT          PIC ZZZ,ZZ9.

       01  AUDIT-AMOUNT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  AAL-CAPTION-OUT         PIC X(20).
           05  AAL-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  DOLLARS: '.
           05  AAL-AMT-OUT             PIC $$$$,$$$,$$9.99BCR.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-TRANS-DATA-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           OPEN I-O VOUCHER-HISTORY-FILE
           IF VH-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** DSPMAINT - VOUCHER HISTORY OPEN FAILED'
                   ' - FILE STATUS ' VH-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DISPUTE-TRANS-FILE
           OPEN OUTPUT DISPUTE-AUDIT-FILE

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

       250-READ-TRANSACTION.
           READ DISPUTE-TRANS-FILE
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
                   WHEN 'H'
                       PERFORM 420-HOLD-VOUCHER
                   WHEN 'R'
                       PERFORM 430-RELEASE-VOUCHER
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
           MOVE SPACES TO VOUCHER-HISTORY-RECORD
           MOVE ZERO   TO VH-AMT

           IF TR-ACTION-DATE = SPACES
               MOVE RUN-DATE-WS TO ACTION-DATE-WS
           ELSE
               MOVE TR-ACTION-DATE TO ACTION-DATE-WS
           END-IF

           PERFORM 415-CHECK-REASON-CODE

           EVALUATE TRUE
               WHEN TR-ACTION NOT = 'H' AND NOT = 'R'
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID ACTION CODE' TO REJECT-REASON-WS
               WHEN TR-BATCH-NO = SPACES
                 OR TR-VOUCHER-NO = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BLANK VOUCHER NUMBER' TO REJECT-REASON-WS
               WHEN TR-USER-ID = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'USER ID REQUIRED' TO REJECT-REASON-WS
               WHEN ACTION-DATE-WS NOT NUMERIC
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID ACTION DATE' TO REJECT-REASON-WS
               WHEN TR-ACTION = 'H'
                   AND REASON-FOUND-WS = 'NO'
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID REASON CODE' TO REJECT-REASON-WS
           END-EVALUATE

           IF VALID-TRANS-WS = 'YES'
               MOVE TR-BATCH-NO   TO VH-BATCH-NO
               MOVE TR-VOUCHER-NO TO VH-VOUCHER-NO
               READ VOUCHER-HISTORY-FILE
                   INVALID KEY
                       MOVE 'NO' TO VALID-TRANS-WS
                       MOVE 'VOUCHER NOT ON FILE'
                           TO REJECT-REASON-WS
                       MOVE SPACES TO VOUCHER-HISTORY-RECORD
                       MOVE ZERO   TO VH-AMT
                   NOT INVALID KEY
                       PERFORM 465-SAVE-BEFORE-IMAGE
               END-READ
           END-IF

           IF VALID-TRANS-WS = 'YES'
               EVALUATE TRUE
                   WHEN TR-ACTION = 'H'
                       AND VH-PAID-IND = 'P'
                       MOVE 'NO' TO VALID-TRANS-WS
                       MOVE 'VOUCHER ALREADY PAID'
                           TO REJECT-REASON-WS
                   WHEN TR-ACTION = 'H'
                       AND VH-DISPUTE-STATUS = 'D'
                       MOVE 'NO' TO VALID-TRANS-WS
                       MOVE 'VOUCHER ALREADY DISPUTED'
                           TO REJECT-REASON-WS
                   WHEN TR-ACTION = 'R'
                       AND VH-DISPUTE-STATUS NOT = 'D'
                       MOVE 'NO' TO VALID-TRANS-WS
                       MOVE 'VOUCHER NOT IN DISPUTE'
                           TO REJECT-REASON-WS
               END-EVALUATE
           END-IF.

       415-CHECK-REASON-CODE.
           MOVE 'NO' TO REASON-FOUND-WS
           PERFORM VARYING REASON-IDX-WS FROM 1 BY 1
               UNTIL REASON-IDX-WS > REASON-COUNT-WS
               IF DISPUTE-REASON-CODE (REASON-IDX-WS) = TR-REASON
                   MOVE 'YES' TO REASON-FOUND-WS
                   MOVE REASON-COUNT-WS TO REASON-IDX-WS
               END-IF
           END-PERFORM.

       420-HOLD-VOUCHER.
           MOVE 'D'            TO VH-DISPUTE-STATUS
           MOVE TR-REASON      TO VH-DISPUTE-REASON
           MOVE ACTION-DATE-WS TO VH-DISPUTE-DATE
           MOVE TR-USER-ID     TO VH-DISPUTE-BY
           REWRITE VOUCHER-HISTORY-RECORD
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'VOUCHER REWRITE FAILED' TO REJECT-REASON-WS
               NOT INVALID KEY
                   ADD 1 TO HOLD-COUNT-WS
                   ADD VH-AMT TO HOLD-AMT-WS
                   PERFORM 470-SAVE-AFTER-IMAGE
           END-REWRITE.

       430-RELEASE-VOUCHER.
           MOVE 'R'            TO VH-DISPUTE-STATUS
           MOVE ACTION-DATE-WS TO VH-DISPUTE-DATE
           MOVE TR-USER-ID     TO VH-DISPUTE-BY
           REWRITE VOUCHER-HISTORY-RECORD
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'VOUCHER REWRITE FAILED' TO REJECT-REASON-WS
               NOT INVALID KEY
                   ADD 1 TO RELEASE-COUNT-WS
                   ADD VH-AMT TO RELEASE-AMT-WS
                   PERFORM 470-SAVE-AFTER-IMAGE
           END-REWRITE.

       465-SAVE-BEFORE-IMAGE.
           MOVE VH-DISPUTE-STATUS TO DIE-STATUS-OUT
           MOVE VH-DISPUTE-REASON TO DIE-REASON-OUT
           MOVE VH-DISPUTE-DATE   TO DIE-DATE-OUT
           MOVE VH-DISPUTE-BY     TO DIE-BY-OUT
           MOVE DISPUTE-IMAGE-EDIT-WS TO BEFORE-IMAGE-WS.

       470-SAVE-AFTER-IMAGE.
           MOVE VH-DISPUTE-STATUS TO DIE-STATUS-OUT
           MOVE VH-DISPUTE-REASON TO DIE-REASON-OUT
           MOVE VH-DISPUTE-DATE   TO DIE-DATE-OUT
           MOVE VH-DISPUTE-BY     TO DIE-BY-OUT
           MOVE DISPUTE-IMAGE-EDIT-WS TO AFTER-IMAGE-WS.

       450-WRITE-AUDIT-APPLIED.
           PERFORM 480-FORMAT-AUDIT-LINE
           IF TR-ACTION = 'H'
               MOVE 'APPLIED - DISPUTE HOLD' TO ADL-DISPOSITION-OUT
           ELSE
               MOVE 'APPLIED - DISPUTE RELEASED'
                   TO ADL-DISPOSITION-OUT
           END-IF
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE.

       460-WRITE-AUDIT-REJECT.
           PERFORM 480-FORMAT-AUDIT-LINE
           MOVE SPACES TO ADL-DISPOSITION-OUT
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  REJECT-REASON-WS DELIMITED BY SIZE
               INTO ADL-DISPOSITION-OUT
           END-STRING
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE.

       480-FORMAT-AUDIT-LINE.
           MOVE TR-ACTION        TO ADL-ACTION-OUT
           MOVE TR-BATCH-NO      TO ADL-BATCH-NO-OUT
           MOVE TR-VOUCHER-NO    TO ADL-VOUCHER-NO-OUT
           MOVE VH-SUPPLIER-NO   TO ADL-SUPPLIER-NO-OUT
           IF VH-AMT NUMERIC
               MOVE VH-AMT       TO ADL-AMT-OUT
           ELSE
               MOVE ZERO         TO ADL-AMT-OUT
           END-IF
           MOVE BEFORE-IMAGE-WS  TO ADL-BEFORE-IMAGE-OUT
           MOVE AFTER-IMAGE-WS   TO ADL-AFTER-IMAGE-OUT.

       900-CLOSE.
           MOVE TRANS-READ-COUNT-WS    TO ATL-READ-OUT
           MOVE TRANS-APPLIED-COUNT-WS TO ATL-APPLIED-OUT
           MOVE TRANS-REJECT-COUNT-WS  TO ATL-REJECT-OUT
           WRITE AUDIT-LINE FROM SPACES
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE

           MOVE 'VOUCHERS HELD:'       TO AAL-CAPTION-OUT
           MOVE HOLD-COUNT-WS          TO AAL-COUNT-OUT
           MOVE HOLD-AMT-WS            TO AAL-AMT-OUT
           WRITE AUDIT-LINE FROM AUDIT-AMOUNT-LINE
           MOVE 'VOUCHERS RELEASED:'   TO AAL-CAPTION-OUT
           MOVE RELEASE-COUNT-WS       TO AAL-COUNT-OUT
           MOVE RELEASE-AMT-WS         TO AAL-AMT-OUT
           WRITE AUDIT-LINE FROM AUDIT-AMOUNT-LINE

           CLOSE DISPUTE-TRANS-FILE
           CLOSE VOUCHER-HISTORY-FILE
           CLOSE DISPUTE-AUDIT-FILE.
