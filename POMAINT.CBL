       IDENTIFICATION DIVISION.
       PROGRAM-ID.   POMAINT.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-TRANS-FILE ASSIGN TO 'POTRAN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PO-MASTER-FILE
                   ASSIGN TO 'POMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-PO-KEY
                   FILE STATUS IS PM-FILE-STATUS-WS.

           SELECT OPTIONAL SUPPLIER-MASTER-FILE
                   ASSIGN TO 'SUPPMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-SUPPLIER-NO
                   FILE STATUS IS SM-FILE-STATUS-WS.

           SELECT AUDIT-OUTPUT-FILE ASSIGN TO 'POAUDIT.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-TRANS-FILE RECORDING MODE IS F.
       01  PO-TRANS-RECORD.
           05  TR-ACTION               PIC X(01).
           05  TR-PO-NO                PIC X(10).
           05  TR-ITEM-NO              PIC X(08).
           05  TR-SUPPLIER-NO          PIC X(05).
           05  TR-ORDER-DATE           PIC X(08).
           05  TR-ORDERED-QTY          PIC X(07).
           05  TR-AGREED-PRICE         PIC X(07).
           05  TR-AGREED-PRICE-N REDEFINES TR-AGREED-PRICE
                                       PIC 9(05)V99.
           05  FILLER                  PIC X(34).
       FD  PO-MASTER-FILE.
       01  PO-MASTER-RECORD.
           05  PM-PO-KEY.
               10  PM-PO-NO            PIC X(10).
               10  PM-ITEM-NO          PIC X(08).
           05  PM-SUPPLIER-NO          PIC X(05).
           05  PM-ORDER-DATE           PIC X(08).
           05  PM-ORDERED-QTY          PIC 9(07).
           05  PM-AGREED-PRICE         PIC 9(05)V99.
           05  PM-RECEIVED-QTY         PIC S9(07).
           05  PM-INVOICED-QTY         PIC S9(07).
           05  PM-LAST-RECV-DATE       PIC X(08).
           05  PM-PO-STATUS            PIC X(01).
           05  FILLER                  PIC X(12).
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

       01  PO-MASTER-WS.
           05  PM-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  BEFORE-IMAGE-WS               PIC X(26)    VALUE SPACES.
           05  AFTER-IMAGE-WS                PIC X(26)    VALUE SPACES.

       01  SUPPLIER-MASTER-WS.
           05  SM-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  SUPPLIER-MASTER-AVAILABLE-WS  PIC X(03)    VALUE 'NO'.
           05  SUPPLIER-FOUND-WS             PIC X(03)    VALUE 'NO'.

       01  PO-IMAGE-EDIT-WS.
           05  PIE-SUPPLIER-NO-OUT           PIC X(05).
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  PIE-ORDERED-QTY-OUT           PIC ZZZZZZ9.
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  PIE-AGREED-PRICE-OUT          PIC ZZZZ9.99.
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  PIE-STATUS-OUT                PIC X(01).
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
               '    Purchase Order Maintenance Audit Report'.

       01  AUDIT-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'Act'.
           05  FILLER                  PIC X(11) VALUE 'PO Number'.
           05  FILLER                  PIC X(10) VALUE 'Item'.
           05  FILLER                  PIC X(28) VALUE
               'Before (Supp/Qty/Price/St)'.
           05  FILLER                  PIC X(28) VALUE
               'After (Supp/Qty/Price/St)'.
           05  FILLER                  PIC X(30) VALUE 'Disposition'.

       01  AUDIT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ADL-ACTION-OUT          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ADL-PO-NO-OUT           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ADL-ITEM-NO-OUT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-BEFORE-IMAGE-OUT    PIC X(26).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-AFTER-IMAGE-OUT     PIC X(26).
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

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-TRANS-DATA-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           PERFORM 220-OPEN-MASTER
           PERFORM 230-OPEN-SUPPLIER-MASTER

           OPEN INPUT PO-TRANS-FILE
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
           OPEN I-O PO-MASTER-FILE
           IF PM-FILE-STATUS-WS = '35'
               OPEN OUTPUT PO-MASTER-FILE
               CLOSE PO-MASTER-FILE
               OPEN I-O PO-MASTER-FILE
           END-IF
           IF PM-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** POMAINT - PO MASTER OPEN FAILED'
                   ' - FILE STATUS ' PM-FILE-STATUS-WS ' **'
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

       250-READ-TRANSACTION.
           READ PO-TRANS-FILE
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
                       PERFORM 420-ADD-PO-LINE
                   WHEN 'C'
                       PERFORM 430-CHANGE-PO-LINE
                   WHEN 'D'
                       PERFORM 440-DELETE-PO-LINE
                   WHEN 'X'
                       PERFORM 445-CLOSE-PO-LINE
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

           EVALUATE TRUE
               WHEN TR-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
                   AND NOT = 'X'
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID ACTION CODE' TO REJECT-REASON-WS
               WHEN TR-PO-NO = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BLANK PO NUMBER' TO REJECT-REASON-WS
               WHEN TR-ITEM-NO = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BLANK ITEM NUMBER' TO REJECT-REASON-WS
               WHEN TR-ACTION = 'A'
                   AND TR-SUPPLIER-NO = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BLANK SUPPLIER NUMBER' TO REJECT-REASON-WS
               WHEN (TR-ACTION = 'A'
                       OR (TR-ACTION = 'C'
                           AND TR-ORDERED-QTY NOT = SPACES))
                   AND TR-ORDERED-QTY NOT NUMERIC
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID ORDERED QUANTITY' TO REJECT-REASON-WS
               WHEN TR-ACTION = 'A'
                   AND TR-ORDERED-QTY = ZERO
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID ORDERED QUANTITY' TO REJECT-REASON-WS
               WHEN (TR-ACTION = 'A'
                       OR (TR-ACTION = 'C'
                           AND TR-AGREED-PRICE NOT = SPACES))
                   AND TR-AGREED-PRICE NOT NUMERIC
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID AGREED PRICE' TO REJECT-REASON-WS
               WHEN (TR-ACTION = 'A' OR 'C')
                   AND TR-ORDER-DATE NOT = SPACES
                   AND TR-ORDER-DATE NOT NUMERIC
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID ORDER DATE' TO REJECT-REASON-WS
           END-EVALUATE

           IF VALID-TRANS-WS = 'YES'
              AND (TR-ACTION = 'A' OR 'C')
              AND TR-SUPPLIER-NO NOT = SPACES
               PERFORM 415-CHECK-SUPPLIER
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

       420-ADD-PO-LINE.
           MOVE TR-PO-NO   TO PM-PO-NO
           MOVE TR-ITEM-NO TO PM-ITEM-NO
           READ PO-MASTER-FILE
               INVALID KEY
                   MOVE SPACES         TO PO-MASTER-RECORD
                   MOVE TR-PO-NO       TO PM-PO-NO
                   MOVE TR-ITEM-NO     TO PM-ITEM-NO
                   MOVE TR-SUPPLIER-NO TO PM-SUPPLIER-NO
                   IF TR-ORDER-DATE = SPACES
                       MOVE RUN-DATE-WS   TO PM-ORDER-DATE
                   ELSE
                       MOVE TR-ORDER-DATE TO PM-ORDER-DATE
                   END-IF
                   MOVE TR-ORDERED-QTY    TO PM-ORDERED-QTY
                   MOVE TR-AGREED-PRICE-N TO PM-AGREED-PRICE
                   MOVE ZERO              TO PM-RECEIVED-QTY
                   MOVE ZERO              TO PM-INVOICED-QTY
                   MOVE 'O'               TO PM-PO-STATUS
                   PERFORM 470-SAVE-AFTER-IMAGE
                   WRITE PO-MASTER-RECORD
               NOT INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'DUPLICATE ADD' TO REJECT-REASON-WS
                   PERFORM 465-SAVE-BEFORE-IMAGE
           END-READ.

       430-CHANGE-PO-LINE.
           MOVE TR-PO-NO   TO PM-PO-NO
           MOVE TR-ITEM-NO TO PM-ITEM-NO
           READ PO-MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'CHANGE KEY NOT ON MASTER'
                       TO REJECT-REASON-WS
               NOT INVALID KEY
                   PERFORM 465-SAVE-BEFORE-IMAGE
                   PERFORM 435-APPLY-PO-CHANGES
           END-READ.

       435-APPLY-PO-CHANGES.
           IF TR-SUPPLIER-NO NOT = SPACES
              AND TR-SUPPLIER-NO NOT = PM-SUPPLIER-NO
              AND (PM-RECEIVED-QTY NOT = ZERO
                   OR PM-INVOICED-QTY NOT = ZERO)
               MOVE 'NO' TO VALID-TRANS-WS
               MOVE 'PO LINE HAS ACTIVITY' TO REJECT-REASON-WS
           ELSE
               IF TR-SUPPLIER-NO NOT = SPACES
                   MOVE TR-SUPPLIER-NO TO PM-SUPPLIER-NO
               END-IF
               IF TR-ORDER-DATE NOT = SPACES
                   MOVE TR-ORDER-DATE TO PM-ORDER-DATE
               END-IF
               IF TR-ORDERED-QTY NOT = SPACES
                   MOVE TR-ORDERED-QTY TO PM-ORDERED-QTY
               END-IF
               IF TR-AGREED-PRICE NOT = SPACES
                   MOVE TR-AGREED-PRICE-N TO PM-AGREED-PRICE
               END-IF
               PERFORM 470-SAVE-AFTER-IMAGE
               REWRITE PO-MASTER-RECORD
           END-IF.

       440-DELETE-PO-LINE.
           MOVE TR-PO-NO   TO PM-PO-NO
           MOVE TR-ITEM-NO TO PM-ITEM-NO
           READ PO-MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'DELETE KEY NOT ON MASTER'
                       TO REJECT-REASON-WS
               NOT INVALID KEY
                   PERFORM 465-SAVE-BEFORE-IMAGE
                   IF PM-RECEIVED-QTY NOT = ZERO
                      OR PM-INVOICED-QTY NOT = ZERO
                       MOVE 'NO' TO VALID-TRANS-WS
                       MOVE 'PO LINE HAS ACTIVITY'
                           TO REJECT-REASON-WS
                   ELSE
                       DELETE PO-MASTER-FILE
                   END-IF
           END-READ.

       445-CLOSE-PO-LINE.
           MOVE TR-PO-NO   TO PM-PO-NO
           MOVE TR-ITEM-NO TO PM-ITEM-NO
           READ PO-MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'CLOSE KEY NOT ON MASTER'
                       TO REJECT-REASON-WS
               NOT INVALID KEY
                   PERFORM 465-SAVE-BEFORE-IMAGE
                   MOVE 'C' TO PM-PO-STATUS
                   PERFORM 470-SAVE-AFTER-IMAGE
                   REWRITE PO-MASTER-RECORD
           END-READ.

       465-SAVE-BEFORE-IMAGE.
           MOVE PM-SUPPLIER-NO  TO PIE-SUPPLIER-NO-OUT
           MOVE PM-ORDERED-QTY  TO PIE-ORDERED-QTY-OUT
           MOVE PM-AGREED-PRICE TO PIE-AGREED-PRICE-OUT
           MOVE PM-PO-STATUS    TO PIE-STATUS-OUT
           MOVE PO-IMAGE-EDIT-WS TO BEFORE-IMAGE-WS.

       470-SAVE-AFTER-IMAGE.
           MOVE PM-SUPPLIER-NO  TO PIE-SUPPLIER-NO-OUT
           MOVE PM-ORDERED-QTY  TO PIE-ORDERED-QTY-OUT
           MOVE PM-AGREED-PRICE TO PIE-AGREED-PRICE-OUT
           MOVE PM-PO-STATUS    TO PIE-STATUS-OUT
           MOVE PO-IMAGE-EDIT-WS TO AFTER-IMAGE-WS.

       450-WRITE-AUDIT-APPLIED.
           MOVE TR-ACTION        TO ADL-ACTION-OUT
           MOVE TR-PO-NO         TO ADL-PO-NO-OUT
           MOVE TR-ITEM-NO       TO ADL-ITEM-NO-OUT
           MOVE BEFORE-IMAGE-WS  TO ADL-BEFORE-IMAGE-OUT
           MOVE AFTER-IMAGE-WS   TO ADL-AFTER-IMAGE-OUT
           MOVE 'APPLIED'        TO ADL-DISPOSITION-OUT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE.

       460-WRITE-AUDIT-REJECT.
           MOVE TR-ACTION        TO ADL-ACTION-OUT
           MOVE TR-PO-NO         TO ADL-PO-NO-OUT
           MOVE TR-ITEM-NO       TO ADL-ITEM-NO-OUT
           MOVE BEFORE-IMAGE-WS  TO ADL-BEFORE-IMAGE-OUT
           MOVE AFTER-IMAGE-WS   TO ADL-AFTER-IMAGE-OUT
           MOVE SPACES           TO ADL-DISPOSITION-OUT
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  REJECT-REASON-WS DELIMITED BY SIZE
               INTO ADL-DISPOSITION-OUT
           END-STRING
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE.

       900-CLOSE.
           MOVE TRANS-READ-COUNT-WS    TO ATL-READ-OUT
           MOVE TRANS-APPLIED-COUNT-WS TO ATL-APPLIED-OUT
           MOVE TRANS-REJECT-COUNT-WS  TO ATL-REJECT-OUT
           WRITE AUDIT-LINE FROM SPACES
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE

           CLOSE PO-TRANS-FILE
           CLOSE PO-MASTER-FILE
           IF SUPPLIER-MASTER-AVAILABLE-WS = 'YES'
               CLOSE SUPPLIER-MASTER-FILE
           END-IF
           CLOSE AUDIT-OUTPUT-FILE.
