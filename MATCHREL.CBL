       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MATCHREL.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-TRANS-FILE ASSIGN TO 'MATCHREL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOUCHER-HISTORY-FILE
                   ASSIGN TO 'VCHRHIST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VH-VOUCHER-KEY
                   ALTERNATE RECORD KEY IS VH-SUPP-INV-KEY
                       WITH DUPLICATES
                   FILE STATUS IS VH-FILE-STATUS-WS.

           SELECT OPTIONAL MATCH-HOLD-FILE
                   ASSIGN TO 'MATCHHLD.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MH-VOUCHER-KEY
                   FILE STATUS IS MH-FILE-STATUS-WS.

           SELECT RELEASE-AUDIT-FILE ASSIGN TO 'MATCHREL.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-TRANS-FILE RECORDING MODE IS F.
       01  RELEASE-TRANS-RECORD.
           05  TR-BATCH-NO             PIC X(02).
           05  TR-VOUCHER-NO           PIC X(06).
           05  TR-RELEASED-BY          PIC X(08).
           05  TR-RELEASE-REASON       PIC X(30).
           05  FILLER                  PIC X(34).
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
       FD  MATCH-HOLD-FILE.
       01  MATCH-HOLD-RECORD.
           05  MH-VOUCHER-KEY.
               10  MH-BATCH-NO         PIC X(02).
               10  MH-VOUCHER-NO       PIC X(06).
           05  MH-SUPPLIER-NO          PIC X(05).
           05  MH-INVOICE-NO           PIC X(08).
           05  MH-PO-NO                PIC X(10).
           05  MH-ITEM-NO              PIC X(08).
           05  MH-QTY                  PIC S9(05).
           05  MH-UNIT-COST            PIC 9(05)V99.
           05  MH-AMT                  PIC S9(06)V99.
           05  MH-REASON               PIC X(02).
           05  MH-QTY-POSTED           PIC X(01).
           05  MH-HOLD-STATUS          PIC X(01).
           05  MH-HOLD-DATE            PIC X(08).
           05  MH-CLEAR-DATE           PIC X(08).
           05  MH-RELEASED-BY          PIC X(08).
           05  FILLER                  PIC X(13).
       FD  RELEASE-AUDIT-FILE RECORDING MODE IS F.
       01  AUDIT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-TRANS-DATA-WS             PIC X(03)    VALUE 'NO'.
           05  TRANS-READ-COUNT-WS           PIC 9(06)    VALUE ZERO.
           05  TRANS-APPLIED-COUNT-WS        PIC 9(06)    VALUE ZERO.
           05  TRANS-REJECT-COUNT-WS         PIC 9(06)    VALUE ZERO.
           05  RELEASED-AMT-WS               PIC S9(10)V99 VALUE ZERO.

       01  VALIDATION-WS.
           05  VALID-TRANS-WS                PIC X(03)    VALUE 'YES'.
           05  REJECT-REASON-WS              PIC X(25)    VALUE SPACES.

       01  FILE-STATUS-WS.
           05  VH-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  MH-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  HOLD-RECORD-FOUND-WS          PIC X(03)    VALUE 'NO'.

       01  IMAGE-WS.
           05  BEFORE-IMAGE-WS               PIC X(16)    VALUE SPACES.
           05  AFTER-IMAGE-WS                PIC X(16)    VALUE SPACES.

       01  HOLD-IMAGE-EDIT-WS.
           05  FILLER                        PIC X(05)    VALUE 'HOLD='.
           05  HIE-MATCH-HOLD-OUT            PIC X(01).
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  HIE-MATCH-REASON-OUT          PIC X(02).
           05  FILLER                        PIC X(04)    VALUE ' MH='.
           05  HIE-HOLD-STATUS-OUT           PIC X(01).
           05  FILLER                        PIC X(02)    VALUE SPACES.

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
               '    Three-Way Match Hold Release Audit Report'.

       01  AUDIT-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Voucher'.
           05  FILLER                  PIC X(07) VALUE 'Supp'.
           05  FILLER                  PIC X(10) VALUE 'Invoice'.
           05  FILLER                  PIC X(13) VALUE '     Amount'.
           05  FILLER                  PIC X(18) VALUE 'Before'.
           05  FILLER                  PIC X(18) VALUE 'After'.
           05  FILLER                  PIC X(10) VALUE 'Rel By'.
           05  FILLER                  PIC X(30) VALUE 'Disposition'.

       01  AUDIT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ADL-BATCH-NO-OUT        PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  ADL-VOUCHER-NO-OUT      PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ADL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-INVOICE-NO-OUT      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-AMT-OUT             PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-BEFORE-IMAGE-OUT    PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-AFTER-IMAGE-OUT     PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-RELEASED-BY-OUT     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-DISPOSITION-OUT     PIC X(44).

       01  AUDIT-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               'TRANSACTIONS READ: '.
           05  ATL-READ-OUT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  APPLIED: '.
           05  ATL-APPLIED-OUT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05  ATL-REJECT-OUT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE
               '  AMOUNT RELEASED:'.
           05  ATL-RELEASED-AMT-OUT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-TRANS-DATA-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           PERFORM 230-OPEN-VOUCHER-HISTORY
           PERFORM 235-OPEN-MATCH-HOLD

           OPEN INPUT RELEASE-TRANS-FILE
           OPEN OUTPUT RELEASE-AUDIT-FILE

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

       230-OPEN-VOUCHER-HISTORY.
           OPEN I-O VOUCHER-HISTORY-FILE
           IF VH-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** MATCHREL - VOUCHER HISTORY OPEN FAILED'
                   ' - FILE STATUS ' VH-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       235-OPEN-MATCH-HOLD.
           OPEN I-O MATCH-HOLD-FILE
           IF MH-FILE-STATUS-WS = '35'
               OPEN OUTPUT MATCH-HOLD-FILE
               CLOSE MATCH-HOLD-FILE
               OPEN I-O MATCH-HOLD-FILE
           END-IF
           IF MH-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** MATCHREL - MATCH HOLD FILE OPEN FAILED'
                   ' - FILE STATUS ' MH-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       250-READ-TRANSACTION.
           READ RELEASE-TRANS-FILE
               AT END MOVE 'YES' TO EOF-TRANS-DATA-WS
           END-READ.

       300-PROCESS.
           PERFORM UNTIL EOF-TRANS-DATA-WS = 'YES'
               ADD 1 TO TRANS-READ-COUNT-WS
               PERFORM 400-APPLY-TRANSACTION
               PERFORM 250-READ-TRANSACTION
           END-PERFORM.

       400-APPLY-TRANSACTION.
           MOVE SPACES TO BEFORE-IMAGE-WS
           MOVE SPACES TO AFTER-IMAGE-WS
           PERFORM 410-VALIDATE-TRANSACTION

           IF VALID-TRANS-WS = 'YES'
               PERFORM 420-RELEASE-MATCH-HOLD
           END-IF

           IF VALID-TRANS-WS = 'YES'
               ADD 1 TO TRANS-APPLIED-COUNT-WS
               ADD VH-AMT TO RELEASED-AMT-WS
               PERFORM 450-WRITE-AUDIT-APPLIED
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT-WS
               PERFORM 460-WRITE-AUDIT-REJECT
           END-IF.

       410-VALIDATE-TRANSACTION.
           MOVE 'YES' TO VALID-TRANS-WS
           MOVE SPACES TO REJECT-REASON-WS
           MOVE SPACES TO VOUCHER-HISTORY-RECORD
           MOVE ZERO   TO VH-AMT

           EVALUATE TRUE
               WHEN TR-BATCH-NO = SPACES
                 OR TR-VOUCHER-NO = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BLANK VOUCHER NUMBER' TO REJECT-REASON-WS
               WHEN TR-RELEASED-BY = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'RELEASED-BY REQUIRED' TO REJECT-REASON-WS
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
               END-READ
           END-IF

           IF VALID-TRANS-WS = 'YES'
               PERFORM 415-READ-MATCH-HOLD
               PERFORM 465-SAVE-BEFORE-IMAGE
               EVALUATE TRUE
                   WHEN VH-PAID-IND = 'P'
                       MOVE 'NO' TO VALID-TRANS-WS
                       MOVE 'VOUCHER ALREADY PAID'
                           TO REJECT-REASON-WS
                   WHEN VH-MATCH-HOLD NOT = 'Y'
                       MOVE 'NO' TO VALID-TRANS-WS
                       MOVE 'VOUCHER NOT ON MATCH HOLD'
                           TO REJECT-REASON-WS
               END-EVALUATE
           END-IF.

       415-READ-MATCH-HOLD.
           MOVE VH-BATCH-NO   TO MH-BATCH-NO
           MOVE VH-VOUCHER-NO TO MH-VOUCHER-NO
           READ MATCH-HOLD-FILE
               INVALID KEY
                   MOVE 'NO'  TO HOLD-RECORD-FOUND-WS
                   MOVE SPACES TO MH-HOLD-STATUS
               NOT INVALID KEY
                   MOVE 'YES' TO HOLD-RECORD-FOUND-WS
           END-READ.

       420-RELEASE-MATCH-HOLD.
           MOVE SPACES TO VH-MATCH-HOLD
           MOVE SPACES TO VH-MATCH-REASON
           REWRITE VOUCHER-HISTORY-RECORD
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'VOUCHER REWRITE FAILED' TO REJECT-REASON-WS
           END-REWRITE

           IF VALID-TRANS-WS = 'YES'
              AND HOLD-RECORD-FOUND-WS = 'YES'
               MOVE 'R'            TO MH-HOLD-STATUS
               MOVE RUN-DATE-WS    TO MH-CLEAR-DATE
               MOVE TR-RELEASED-BY TO MH-RELEASED-BY
               REWRITE MATCH-HOLD-RECORD
                   INVALID KEY
                       DISPLAY '** MATCHREL - MATCH HOLD REWRITE FAILED'
                           ' - ' MH-VOUCHER-KEY ' **'
               END-REWRITE
           END-IF

           PERFORM 470-SAVE-AFTER-IMAGE.

       465-SAVE-BEFORE-IMAGE.
           MOVE VH-MATCH-HOLD   TO HIE-MATCH-HOLD-OUT
           MOVE VH-MATCH-REASON TO HIE-MATCH-REASON-OUT
           MOVE MH-HOLD-STATUS  TO HIE-HOLD-STATUS-OUT
           MOVE HOLD-IMAGE-EDIT-WS TO BEFORE-IMAGE-WS.

       470-SAVE-AFTER-IMAGE.
           MOVE VH-MATCH-HOLD   TO HIE-MATCH-HOLD-OUT
           MOVE VH-MATCH-REASON TO HIE-MATCH-REASON-OUT
           MOVE MH-HOLD-STATUS  TO HIE-HOLD-STATUS-OUT
           MOVE HOLD-IMAGE-EDIT-WS TO AFTER-IMAGE-WS.

       450-WRITE-AUDIT-APPLIED.
           PERFORM 480-FORMAT-AUDIT-LINE
           MOVE SPACES TO ADL-DISPOSITION-OUT
           STRING 'RELEASED - ' DELIMITED BY SIZE
                  TR-RELEASE-REASON DELIMITED BY SIZE
               INTO ADL-DISPOSITION-OUT
           END-STRING
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
           MOVE TR-BATCH-NO      TO ADL-BATCH-NO-OUT
           MOVE TR-VOUCHER-NO    TO ADL-VOUCHER-NO-OUT
           MOVE VH-SUPPLIER-NO   TO ADL-SUPPLIER-NO-OUT
           MOVE VH-INVOICE-NO    TO ADL-INVOICE-NO-OUT
           IF VH-AMT NUMERIC
               MOVE VH-AMT       TO ADL-AMT-OUT
           ELSE
               MOVE ZERO         TO ADL-AMT-OUT
           END-IF
           MOVE BEFORE-IMAGE-WS  TO ADL-BEFORE-IMAGE-OUT
           MOVE AFTER-IMAGE-WS   TO ADL-AFTER-IMAGE-OUT
           MOVE TR-RELEASED-BY   TO ADL-RELEASED-BY-OUT.

       900-CLOSE.
           MOVE TRANS-READ-COUNT-WS    TO ATL-READ-OUT
           MOVE TRANS-APPLIED-COUNT-WS TO ATL-APPLIED-OUT
           MOVE TRANS-REJECT-COUNT-WS  TO ATL-REJECT-OUT
           MOVE RELEASED-AMT-WS        TO ATL-RELEASED-AMT-OUT
           WRITE AUDIT-LINE FROM SPACES
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE

           CLOSE RELEASE-TRANS-FILE
           CLOSE VOUCHER-HISTORY-FILE
           CLOSE MATCH-HOLD-FILE
           CLOSE RELEASE-AUDIT-FILE.
