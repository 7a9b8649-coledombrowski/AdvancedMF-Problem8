       IDENTIFICATION DIVISION.
       PROGRAM-ID.   POOPEN.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PO-MASTER-FILE
                   ASSIGN TO 'POMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-PO-KEY
                   FILE STATUS IS PM-FILE-STATUS-WS.

           SELECT OPEN-PO-REPORT-FILE ASSIGN TO 'POOPEN.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  OPEN-PO-REPORT-FILE RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-PO-DATA-WS                PIC X(03)    VALUE 'NO'.
           05  PM-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  PO-MASTER-OPEN-WS             PIC X(03)    VALUE 'NO'.
           05  FIRST-LINE-WS                 PIC X(03)    VALUE 'YES'.
           05  PREV-PO-NO-WS                 PIC X(10)    VALUE SPACES.
           05  REMAINING-QTY-WS              PIC S9(07)   VALUE ZERO.
           05  REMAINING-AMT-WS              PIC S9(11)V99 VALUE ZERO.

       01  TOTALS-WS.
           05  PO-LINE-COUNT-WS              PIC 9(05)    VALUE ZERO.
           05  PO-ORDERED-WS                 PIC S9(09)   VALUE ZERO.
           05  PO-RECEIVED-WS                PIC S9(09)   VALUE ZERO.
           05  PO-INVOICED-WS                PIC S9(09)   VALUE ZERO.
           05  PO-REMAINING-WS               PIC S9(09)   VALUE ZERO.
           05  PO-REMAINING-AMT-WS           PIC S9(11)V99 VALUE ZERO.
           05  OPEN-PO-COUNT-WS              PIC 9(06)    VALUE ZERO.
           05  OPEN-LINE-COUNT-WS            PIC 9(06)    VALUE ZERO.
           05  TOTAL-ORDERED-WS              PIC S9(09)   VALUE ZERO.
           05  TOTAL-RECEIVED-WS             PIC S9(09)   VALUE ZERO.
           05  TOTAL-INVOICED-WS             PIC S9(09)   VALUE ZERO.
           05  TOTAL-REMAINING-WS            PIC S9(09)   VALUE ZERO.
           05  TOTAL-REMAINING-AMT-WS        PIC S9(11)V99 VALUE ZERO.

       01  HOLD-DATE-WS.
           05  HOLD-YR-WS                    PIC X(04).
           05  HOLD-MO-WS                    PIC XX.
           05  HOLD-DY-WS                    PIC XX.
           05  HOLD-HR-WS                    PIC XX.
           05  HOLD-MIN-WS                   PIC XX.
           05  HOLD-SC-WS                    PIC XX.

       01  OPEN-PO-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  OPH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  OPH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  OPH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               '    Open Purchase Order Status Report'.

       01  OPEN-PO-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'PO Number'.
           05  FILLER                  PIC X(10) VALUE 'Item'.
           05  FILLER                  PIC X(07) VALUE 'Supp'.
           05  FILLER                  PIC X(10) VALUE 'Ord Date'.
           05  FILLER                  PIC X(12) VALUE '    Ordered'.
           05  FILLER                  PIC X(12) VALUE '   Received'.
           05  FILLER                  PIC X(12) VALUE '   Invoiced'.
           05  FILLER                  PIC X(12) VALUE '  Remaining'.
           05  FILLER                  PIC X(11) VALUE '  PO Price'.
           05  FILLER                  PIC X(18) VALUE
               '  Remaining Value'.
           05  FILLER                  PIC X(10) VALUE 'Last Rcvd'.

       01  OPEN-PO-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  OPD-PO-NO-OUT           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OPD-ITEM-NO-OUT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OPD-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OPD-ORDER-DATE-OUT      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OPD-ORDERED-OUT         PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OPD-RECEIVED-OUT        PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OPD-INVOICED-OUT        PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OPD-REMAINING-OUT       PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OPD-PRICE-OUT           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OPD-REMAINING-AMT-OUT   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OPD-LAST-RECV-OUT       PIC X(08).

       01  OPEN-PO-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  OPT-CAPTION-OUT         PIC X(28).
           05  OPT-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OPT-ORDERED-OUT         PIC ZZZ,ZZZ,ZZ9-.
           05  OPT-RECEIVED-OUT        PIC ZZZ,ZZZ,ZZ9-.
           05  OPT-INVOICED-OUT        PIC ZZZ,ZZZ,ZZ9-.
           05  OPT-REMAINING-OUT       PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  OPT-REMAINING-AMT-OUT   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-PO-DATA-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           OPEN INPUT PO-MASTER-FILE
           OPEN OUTPUT OPEN-PO-REPORT-FILE

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-MO-WS TO OPH-MM
           MOVE HOLD-DY-WS TO OPH-DD
           MOVE HOLD-YR-WS TO OPH-CCYY

           WRITE REPORT-LINE FROM OPEN-PO-HEADING
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM OPEN-PO-COLUMN-HEADING
           WRITE REPORT-LINE FROM SPACES

           IF PM-FILE-STATUS-WS = '00' OR = '05'
               MOVE 'YES' TO PO-MASTER-OPEN-WS
           END-IF
           IF PM-FILE-STATUS-WS NOT = '00'
               MOVE 'YES' TO EOF-PO-DATA-WS
           ELSE
               MOVE LOW-VALUES TO PM-PO-KEY
               START PO-MASTER-FILE KEY NOT < PM-PO-KEY
                   INVALID KEY MOVE 'YES' TO EOF-PO-DATA-WS
               END-START
               IF PM-FILE-STATUS-WS NOT = '00' AND NOT = '02'
                   MOVE 'YES' TO EOF-PO-DATA-WS
               END-IF
           END-IF

           PERFORM 250-READ-PO-MASTER.

       250-READ-PO-MASTER.
           IF EOF-PO-DATA-WS = 'NO'
               READ PO-MASTER-FILE NEXT
                   AT END MOVE 'YES' TO EOF-PO-DATA-WS
               END-READ
               IF EOF-PO-DATA-WS = 'NO'
                  AND PM-FILE-STATUS-WS NOT = '00' AND NOT = '02'
                   MOVE 'YES' TO EOF-PO-DATA-WS
               END-IF
           END-IF.

       300-PROCESS.
           PERFORM UNTIL EOF-PO-DATA-WS = 'YES'
               IF PM-PO-STATUS NOT = 'C'
                   PERFORM 400-REPORT-PO-LINE
               END-IF
               PERFORM 250-READ-PO-MASTER
           END-PERFORM.

       400-REPORT-PO-LINE.
           IF FIRST-LINE-WS = 'YES'
               MOVE 'NO' TO FIRST-LINE-WS
               MOVE PM-PO-NO TO PREV-PO-NO-WS
               ADD 1 TO OPEN-PO-COUNT-WS
           END-IF
           IF PM-PO-NO NOT = PREV-PO-NO-WS
               PERFORM 500-PO-BREAK
               MOVE PM-PO-NO TO PREV-PO-NO-WS
               ADD 1 TO OPEN-PO-COUNT-WS
           END-IF

           COMPUTE REMAINING-QTY-WS = PM-ORDERED-QTY - PM-RECEIVED-QTY
           IF REMAINING-QTY-WS < ZERO
               MOVE ZERO TO REMAINING-QTY-WS
           END-IF
           COMPUTE REMAINING-AMT-WS ROUNDED =
               REMAINING-QTY-WS * PM-AGREED-PRICE

           MOVE PM-PO-NO          TO OPD-PO-NO-OUT
           MOVE PM-ITEM-NO        TO OPD-ITEM-NO-OUT
           MOVE PM-SUPPLIER-NO    TO OPD-SUPPLIER-NO-OUT
           MOVE PM-ORDER-DATE     TO OPD-ORDER-DATE-OUT
           MOVE PM-ORDERED-QTY    TO OPD-ORDERED-OUT
           MOVE PM-RECEIVED-QTY   TO OPD-RECEIVED-OUT
           MOVE PM-INVOICED-QTY   TO OPD-INVOICED-OUT
           MOVE REMAINING-QTY-WS  TO OPD-REMAINING-OUT
           MOVE PM-AGREED-PRICE   TO OPD-PRICE-OUT
           MOVE REMAINING-AMT-WS  TO OPD-REMAINING-AMT-OUT
           MOVE PM-LAST-RECV-DATE TO OPD-LAST-RECV-OUT
           WRITE REPORT-LINE FROM OPEN-PO-DETAIL-LINE

           ADD 1                  TO PO-LINE-COUNT-WS
           ADD PM-ORDERED-QTY     TO PO-ORDERED-WS
           ADD PM-RECEIVED-QTY    TO PO-RECEIVED-WS
           ADD PM-INVOICED-QTY    TO PO-INVOICED-WS
           ADD REMAINING-QTY-WS   TO PO-REMAINING-WS
           ADD REMAINING-AMT-WS   TO PO-REMAINING-AMT-WS.

       500-PO-BREAK.
           MOVE SPACES TO OPT-CAPTION-OUT
           STRING '  TOTAL PO ' DELIMITED BY SIZE
                  PREV-PO-NO-WS DELIMITED BY SIZE
                  ' LINES' DELIMITED BY SIZE
               INTO OPT-CAPTION-OUT
           END-STRING
           MOVE PO-LINE-COUNT-WS    TO OPT-COUNT-OUT
           MOVE PO-ORDERED-WS       TO OPT-ORDERED-OUT
           MOVE PO-RECEIVED-WS      TO OPT-RECEIVED-OUT
           MOVE PO-INVOICED-WS      TO OPT-INVOICED-OUT
           MOVE PO-REMAINING-WS     TO OPT-REMAINING-OUT
           MOVE PO-REMAINING-AMT-WS TO OPT-REMAINING-AMT-OUT
           WRITE REPORT-LINE FROM OPEN-PO-TOTAL-LINE
           WRITE REPORT-LINE FROM SPACES

           ADD PO-LINE-COUNT-WS     TO OPEN-LINE-COUNT-WS
           ADD PO-ORDERED-WS        TO TOTAL-ORDERED-WS
           ADD PO-RECEIVED-WS       TO TOTAL-RECEIVED-WS
           ADD PO-INVOICED-WS       TO TOTAL-INVOICED-WS
           ADD PO-REMAINING-WS      TO TOTAL-REMAINING-WS
           ADD PO-REMAINING-AMT-WS  TO TOTAL-REMAINING-AMT-WS

           MOVE ZERO TO PO-LINE-COUNT-WS
           MOVE ZERO TO PO-ORDERED-WS
           MOVE ZERO TO PO-RECEIVED-WS
           MOVE ZERO TO PO-INVOICED-WS
           MOVE ZERO TO PO-REMAINING-WS
           MOVE ZERO TO PO-REMAINING-AMT-WS.

       900-CLOSE.
           IF FIRST-LINE-WS = 'NO'
               PERFORM 500-PO-BREAK
           END-IF

           MOVE 'OPEN PURCHASE ORDERS'   TO OPT-CAPTION-OUT
           MOVE OPEN-PO-COUNT-WS         TO OPT-COUNT-OUT
           MOVE ZERO                     TO OPT-ORDERED-OUT
           MOVE ZERO                     TO OPT-RECEIVED-OUT
           MOVE ZERO                     TO OPT-INVOICED-OUT
           MOVE ZERO                     TO OPT-REMAINING-OUT
           MOVE ZERO                     TO OPT-REMAINING-AMT-OUT
           WRITE REPORT-LINE FROM OPEN-PO-TOTAL-LINE

           MOVE 'OPEN PO LINES - ALL POS'  TO OPT-CAPTION-OUT
           MOVE OPEN-LINE-COUNT-WS       TO OPT-COUNT-OUT
           MOVE TOTAL-ORDERED-WS         TO OPT-ORDERED-OUT
           MOVE TOTAL-RECEIVED-WS        TO OPT-RECEIVED-OUT
           MOVE TOTAL-INVOICED-WS        TO OPT-INVOICED-OUT
           MOVE TOTAL-REMAINING-WS       TO OPT-REMAINING-OUT
           MOVE TOTAL-REMAINING-AMT-WS   TO OPT-REMAINING-AMT-OUT
           WRITE REPORT-LINE FROM OPEN-PO-TOTAL-LINE

           IF PO-MASTER-OPEN-WS = 'YES'
               CLOSE PO-MASTER-FILE
           END-IF
           CLOSE OPEN-PO-REPORT-FILE.
