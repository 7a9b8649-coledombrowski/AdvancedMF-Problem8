       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RECVPOST.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVING-INPUT-FILE ASSIGN TO 'RECEIVE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PO-MASTER-FILE
                   ASSIGN TO 'POMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-PO-KEY
                   FILE STATUS IS PM-FILE-STATUS-WS.

           SELECT OPTIONAL RECEIVING-HISTORY-FILE
                   ASSIGN TO 'RECVHIST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RH-RECV-KEY
                   FILE STATUS IS RH-FILE-STATUS-WS.

           SELECT OPTIONAL STORE-MASTER-FILE
                   ASSIGN TO 'STORMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ST-STORE-NO
                   FILE STATUS IS ST-FILE-STATUS-WS.

           SELECT RECEIVING-REGISTER-FILE ASSIGN TO 'RECVPOST.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVING-INPUT-FILE RECORDING MODE IS F.
       01  RECEIVING-INPUT-RECORD.
           05  RC-STORE-NO             PIC X(03).
           05  RC-RECEIVER-NO          PIC X(06).
           05  RC-PO-NO                PIC X(10).
           05  RC-ITEM-NO              PIC X(08).
           05  RC-RECV-QTY             PIC S9(05).
           05  RC-RECV-DATE            PIC X(08).
           05  FILLER                  PIC X(40).
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
       FD  RECEIVING-HISTORY-FILE.
       01  RECEIVING-HISTORY-RECORD.
           05  RH-RECV-KEY.
               10  RH-STORE-NO         PIC X(03).
               10  RH-RECEIVER-NO      PIC X(06).
               10  RH-PO-NO            PIC X(10).
               10  RH-ITEM-NO          PIC X(08).
           05  RH-RECV-QTY             PIC S9(05).
           05  RH-RECV-DATE            PIC X(08).
           05  RH-POSTED-DATE          PIC X(08).
           05  FILLER                  PIC X(12).
       FD  STORE-MASTER-FILE.
       01  STORE-MASTER-RECORD.
           05  ST-STORE-NO             PIC X(03).
           05  ST-STORE-NAME           PIC X(20).
           05  ST-REGION-CODE          PIC X(02).
           05  ST-DISTRICT-CODE        PIC X(03).
           05  ST-STORE-STATUS         PIC X(01).
       FD  RECEIVING-REGISTER-FILE RECORDING MODE IS F.
       01  REGISTER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-RECEIVING-DATA-WS         PIC X(03)    VALUE 'NO'.
           05  RECEIPT-READ-COUNT-WS         PIC 9(06)    VALUE ZERO.
           05  RECEIPT-POSTED-COUNT-WS       PIC 9(06)    VALUE ZERO.
           05  RECEIPT-REJECT-COUNT-WS       PIC 9(06)    VALUE ZERO.
           05  UNITS-POSTED-WS               PIC S9(09)   VALUE ZERO.

       01  VALIDATION-WS.
           05  VALID-RECEIPT-WS              PIC X(03)    VALUE 'YES'.
           05  REJECT-REASON-WS              PIC X(25)    VALUE SPACES.

       01  FILE-STATUS-WS.
           05  PM-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  RH-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  ST-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  STORE-MASTER-AVAILABLE-WS     PIC X(03)    VALUE 'NO'.

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

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  RRH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  RRH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  RRH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               '    Store Receiving Posting Register'.

       01  REGISTER-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'Store'.
           05  FILLER                  PIC X(08) VALUE 'Rcvr#'.
           05  FILLER                  PIC X(12) VALUE 'PO Number'.
           05  FILLER                  PIC X(10) VALUE 'Item'.
           05  FILLER                  PIC X(10) VALUE 'Rcvd Date'.
           05  FILLER                  PIC X(10) VALUE '  Qty'.
           05  FILLER                  PIC X(12) VALUE ' PO Recvd'.
           05  FILLER                  PIC X(30) VALUE 'Disposition'.

       01  REGISTER-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RDL-STORE-NO-OUT        PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RDL-RECEIVER-NO-OUT     PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-PO-NO-OUT           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-ITEM-NO-OUT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-RECV-DATE-OUT       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-QTY-OUT             PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-PO-RECEIVED-OUT     PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-DISPOSITION-OUT     PIC X(36).

       01  REGISTER-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               'RECEIPTS READ: '.
           05  RTL-READ-OUT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  POSTED: '.
           05  RTL-POSTED-OUT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05  RTL-REJECT-OUT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               '  UNITS POSTED: '.
           05  RTL-UNITS-OUT           PIC ZZZ,ZZZ,ZZ9-.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-RECEIVING-DATA-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           PERFORM 220-OPEN-PO-MASTER
           PERFORM 225-OPEN-RECEIVING-HISTORY
           PERFORM 230-OPEN-STORE-MASTER

           OPEN INPUT RECEIVING-INPUT-FILE
           OPEN OUTPUT RECEIVING-REGISTER-FILE

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-MO-WS TO RRH-MM
           MOVE HOLD-DY-WS TO RRH-DD
           MOVE HOLD-YR-WS TO RRH-CCYY
           MOVE HOLD-YR-WS TO RUN-DATE-CCYY-WS
           MOVE HOLD-MO-WS TO RUN-DATE-MM-WS
           MOVE HOLD-DY-WS TO RUN-DATE-DD-WS

           WRITE REGISTER-LINE FROM REGISTER-HEADING
           WRITE REGISTER-LINE FROM SPACES
           WRITE REGISTER-LINE FROM REGISTER-COLUMN-HEADING
           WRITE REGISTER-LINE FROM SPACES

           PERFORM 250-READ-RECEIPT.

       220-OPEN-PO-MASTER.
           OPEN I-O PO-MASTER-FILE
           IF PM-FILE-STATUS-WS = '35'
               OPEN OUTPUT PO-MASTER-FILE
               CLOSE PO-MASTER-FILE
               OPEN I-O PO-MASTER-FILE
           END-IF
           IF PM-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** RECVPOST - PO MASTER OPEN FAILED'
                   ' - FILE STATUS ' PM-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       225-OPEN-RECEIVING-HISTORY.
           OPEN I-O RECEIVING-HISTORY-FILE
           IF RH-FILE-STATUS-WS = '35'
               OPEN OUTPUT RECEIVING-HISTORY-FILE
               CLOSE RECEIVING-HISTORY-FILE
               OPEN I-O RECEIVING-HISTORY-FILE
           END-IF
           IF RH-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** RECVPOST - RECEIVING HISTORY OPEN FAILED'
                   ' - FILE STATUS ' RH-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       230-OPEN-STORE-MASTER.
           OPEN INPUT STORE-MASTER-FILE
           IF ST-FILE-STATUS-WS = '00'
               MOVE 'YES' TO STORE-MASTER-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO STORE-MASTER-AVAILABLE-WS
           END-IF.

       250-READ-RECEIPT.
           READ RECEIVING-INPUT-FILE
               AT END MOVE 'YES' TO EOF-RECEIVING-DATA-WS
           END-READ.

       300-PROCESS.
           PERFORM UNTIL EOF-RECEIVING-DATA-WS = 'YES'
               ADD 1 TO RECEIPT-READ-COUNT-WS
               PERFORM 400-POST-RECEIPT
               PERFORM 250-READ-RECEIPT
           END-PERFORM.

       400-POST-RECEIPT.
           PERFORM 410-VALIDATE-RECEIPT

           IF VALID-RECEIPT-WS = 'YES'
               PERFORM 420-CHECK-PO-LINE
           END-IF

           IF VALID-RECEIPT-WS = 'YES'
               PERFORM 430-WRITE-RECEIVING-HISTORY
           END-IF

           IF VALID-RECEIPT-WS = 'YES'
               ADD RC-RECV-QTY TO PM-RECEIVED-QTY
               IF RC-RECV-DATE > PM-LAST-RECV-DATE
                  OR PM-LAST-RECV-DATE NOT NUMERIC
                   MOVE RC-RECV-DATE TO PM-LAST-RECV-DATE
               END-IF
               REWRITE PO-MASTER-RECORD
               ADD 1 TO RECEIPT-POSTED-COUNT-WS
               ADD RC-RECV-QTY TO UNITS-POSTED-WS
               PERFORM 450-WRITE-REGISTER-POSTED
           ELSE
               ADD 1 TO RECEIPT-REJECT-COUNT-WS
               PERFORM 460-WRITE-REGISTER-REJECT
           END-IF.

       410-VALIDATE-RECEIPT.
           MOVE 'YES' TO VALID-RECEIPT-WS
           MOVE SPACES TO REJECT-REASON-WS

           EVALUATE TRUE
               WHEN RC-STORE-NO = SPACES
                   MOVE 'NO' TO VALID-RECEIPT-WS
                   MOVE 'BLANK STORE NUMBER' TO REJECT-REASON-WS
               WHEN RC-RECEIVER-NO = SPACES
                   MOVE 'NO' TO VALID-RECEIPT-WS
                   MOVE 'BLANK RECEIVER NUMBER' TO REJECT-REASON-WS
               WHEN RC-PO-NO = SPACES
                   MOVE 'NO' TO VALID-RECEIPT-WS
                   MOVE 'BLANK PO NUMBER' TO REJECT-REASON-WS
               WHEN RC-ITEM-NO = SPACES
                   MOVE 'NO' TO VALID-RECEIPT-WS
                   MOVE 'BLANK ITEM NUMBER' TO REJECT-REASON-WS
               WHEN RC-RECV-QTY NOT NUMERIC
                   MOVE 'NO' TO VALID-RECEIPT-WS
                   MOVE 'NON-NUMERIC QUANTITY' TO REJECT-REASON-WS
               WHEN RC-RECV-QTY = ZERO
                   MOVE 'NO' TO VALID-RECEIPT-WS
                   MOVE 'ZERO QUANTITY' TO REJECT-REASON-WS
               WHEN RC-RECV-DATE NOT NUMERIC
                   MOVE 'NO' TO VALID-RECEIPT-WS
                   MOVE 'INVALID RECEIVED DATE' TO REJECT-REASON-WS
           END-EVALUATE

           IF VALID-RECEIPT-WS = 'YES'
              AND STORE-MASTER-AVAILABLE-WS = 'YES'
               MOVE RC-STORE-NO TO ST-STORE-NO
               READ STORE-MASTER-FILE
                   INVALID KEY
                       MOVE 'NO' TO VALID-RECEIPT-WS
                       MOVE 'STORE NOT ON MASTER'
                           TO REJECT-REASON-WS
               END-READ
           END-IF.

       420-CHECK-PO-LINE.
           MOVE RC-PO-NO   TO PM-PO-NO
           MOVE RC-ITEM-NO TO PM-ITEM-NO
           READ PO-MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO VALID-RECEIPT-WS
                   MOVE 'PO LINE NOT ON MASTER' TO REJECT-REASON-WS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PM-PO-STATUS = 'C'
                           MOVE 'NO' TO VALID-RECEIPT-WS
                           MOVE 'PO LINE CLOSED'
                               TO REJECT-REASON-WS
                       WHEN PM-RECEIVED-QTY + RC-RECV-QTY < ZERO
                           MOVE 'NO' TO VALID-RECEIPT-WS
                           MOVE 'RETURN EXCEEDS RECEIVED'
                               TO REJECT-REASON-WS
                   END-EVALUATE
           END-READ.

       430-WRITE-RECEIVING-HISTORY.
           MOVE SPACES         TO RECEIVING-HISTORY-RECORD
           MOVE RC-STORE-NO    TO RH-STORE-NO
           MOVE RC-RECEIVER-NO TO RH-RECEIVER-NO
           MOVE RC-PO-NO       TO RH-PO-NO
           MOVE RC-ITEM-NO     TO RH-ITEM-NO
           MOVE RC-RECV-QTY    TO RH-RECV-QTY
           MOVE RC-RECV-DATE   TO RH-RECV-DATE
           MOVE RUN-DATE-WS    TO RH-POSTED-DATE
           WRITE RECEIVING-HISTORY-RECORD
               INVALID KEY
                   MOVE 'NO' TO VALID-RECEIPT-WS
                   MOVE 'DUPLICATE RECEIPT' TO REJECT-REASON-WS
           END-WRITE.

       450-WRITE-REGISTER-POSTED.
           PERFORM 470-FORMAT-REGISTER-LINE
           MOVE PM-RECEIVED-QTY TO RDL-PO-RECEIVED-OUT
           MOVE 'POSTED'        TO RDL-DISPOSITION-OUT
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       460-WRITE-REGISTER-REJECT.
           PERFORM 470-FORMAT-REGISTER-LINE
           MOVE ZERO            TO RDL-PO-RECEIVED-OUT
           MOVE SPACES          TO RDL-DISPOSITION-OUT
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  REJECT-REASON-WS DELIMITED BY SIZE
               INTO RDL-DISPOSITION-OUT
           END-STRING
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       470-FORMAT-REGISTER-LINE.
           MOVE RC-STORE-NO     TO RDL-STORE-NO-OUT
           MOVE RC-RECEIVER-NO  TO RDL-RECEIVER-NO-OUT
           MOVE RC-PO-NO        TO RDL-PO-NO-OUT
           MOVE RC-ITEM-NO      TO RDL-ITEM-NO-OUT
           MOVE RC-RECV-DATE    TO RDL-RECV-DATE-OUT
           IF RC-RECV-QTY NUMERIC
               MOVE RC-RECV-QTY TO RDL-QTY-OUT
           ELSE
               MOVE ZERO        TO RDL-QTY-OUT
           END-IF.

       900-CLOSE.
           MOVE RECEIPT-READ-COUNT-WS   TO RTL-READ-OUT
           MOVE RECEIPT-POSTED-COUNT-WS TO RTL-POSTED-OUT
           MOVE RECEIPT-REJECT-COUNT-WS TO RTL-REJECT-OUT
           MOVE UNITS-POSTED-WS         TO RTL-UNITS-OUT
           WRITE REGISTER-LINE FROM SPACES
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

           CLOSE RECEIVING-INPUT-FILE
           CLOSE PO-MASTER-FILE
           CLOSE RECEIVING-HISTORY-FILE
           IF STORE-MASTER-AVAILABLE-WS = 'YES'
               CLOSE STORE-MASTER-FILE
           END-IF
           CLOSE RECEIVING-REGISTER-FILE.
