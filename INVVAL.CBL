       IDENTIFICATION DIVISION.
       PROGRAM-ID.   INVVAL.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ONHAND-MASTER-FILE
                   ASSIGN TO 'ONHAND.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OH-ONHAND-KEY
                   FILE STATUS IS OH-FILE-STATUS-WS.

           SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO 'ITEMMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IT-ITEM-NO
                   FILE STATUS IS IT-FILE-STATUS-WS.

           SELECT OPTIONAL STORE-MASTER-FILE
                   ASSIGN TO 'STORMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ST-STORE-NO
                   FILE STATUS IS ST-FILE-STATUS-WS.

           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK1'.

           SELECT NEGATIVE-WORK-FILE ASSIGN TO 'INVNEG.TMP'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VALUATION-REPORT-FILE ASSIGN TO 'INVVAL.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ONHAND-MASTER-FILE.
       01  ONHAND-MASTER-RECORD.
           05  OH-ONHAND-KEY.
               10  OH-STORE-NO         PIC X(03).
               10  OH-ITEM-NO          PIC X(08).
           05  OH-QTY-ON-HAND          PIC S9(09).
           05  OH-STD-UNIT-COST        PIC 9(05)V99.
           05  OH-VALUE                PIC S9(11)V99.
           05  OH-LAST-ACTIVITY-DATE   PIC X(08).
           05  OH-LAST-COUNT-DATE      PIC X(08).
           05  OH-LAST-RUN-STAMP       PIC X(14).
           05  OH-LAST-RUN-QTY         PIC S9(09).
           05  FILLER                  PIC X(21).
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05  IT-ITEM-NO              PIC X(08).
           05  IT-ITEM-DESC            PIC X(25).
           05  IT-STD-UNIT-COST        PIC 9(05)V99.
           05  IT-SUPPLIER-NO          PIC X(05).
       FD  STORE-MASTER-FILE.
       01  STORE-MASTER-RECORD.
           05  ST-STORE-NO             PIC X(03).
           05  ST-STORE-NAME           PIC X(20).
           05  ST-REGION-CODE          PIC X(02).
           05  ST-DISTRICT-CODE        PIC X(03).
           05  ST-STORE-STATUS         PIC X(01).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-REGION-CODE         PIC X(02).
           05  SRT-STORE-NO            PIC X(03).
           05  SRT-ITEM-NO             PIC X(08).
           05  SRT-STORE-NAME          PIC X(20).
           05  SRT-QTY-ON-HAND         PIC S9(09).
           05  SRT-VALUE               PIC S9(11)V99.
       FD  NEGATIVE-WORK-FILE RECORDING MODE IS F.
       01  NEGATIVE-WORK-LINE          PIC X(132).
       FD  VALUATION-REPORT-FILE RECORDING MODE IS F.
       01  VALUATION-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-ONHAND-SCAN-WS           PIC X(03)    VALUE 'NO'.
           05  EOF-SORT-WS                  PIC X(03)    VALUE 'NO'.
           05  EOF-NEGATIVE-WS              PIC X(03)    VALUE 'NO'.
           05  FIRST-STORE-WS               PIC X(03)    VALUE 'YES'.
           05  PREV-REGION-WS               PIC X(02)    VALUE SPACES.
           05  PREV-STORE-WS                PIC X(03)    VALUE SPACES.
           05  PREV-STORE-NAME-WS           PIC X(20)    VALUE SPACES.
           05  ITEM-COUNT-WS                PIC 9(06)    VALUE ZERO.
           05  NEGATIVE-COUNT-WS            PIC 9(06)    VALUE ZERO.

       01  FILE-STATUS-WS.
           05  OH-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  IT-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  ST-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  ONHAND-AVAILABLE-WS          PIC X(03)    VALUE 'NO'.
           05  ITEM-MASTER-AVAILABLE-WS     PIC X(03)    VALUE 'NO'.
           05  STORE-MASTER-AVAILABLE-WS    PIC X(03)    VALUE 'NO'.
           05  RESOLVED-REGION-WS           PIC X(02)    VALUE SPACES.
           05  RESOLVED-STORE-NAME-WS       PIC X(20)    VALUE SPACES.

       01  VALUATION-WS.
           05  ITEM-DESC-WS                 PIC X(25)    VALUE SPACES.
           05  UNIT-COST-WS                 PIC 9(05)V99 VALUE ZERO.
           05  ITEM-VALUE-WS                PIC S9(11)V99 VALUE ZERO.

       01  VALUATION-TOTALS-WS.
           05  STORE-ITEMS-WS               PIC 9(06)    VALUE ZERO.
           05  STORE-QTY-WS                 PIC S9(11)   VALUE ZERO.
           05  STORE-VALUE-WS               PIC S9(11)V99 VALUE ZERO.
           05  STORE-NEGATIVE-WS            PIC 9(06)    VALUE ZERO.
           05  REGION-ITEMS-WS              PIC 9(06)    VALUE ZERO.
           05  REGION-QTY-WS                PIC S9(11)   VALUE ZERO.
           05  REGION-VALUE-WS              PIC S9(11)V99 VALUE ZERO.
           05  REGION-NEGATIVE-WS           PIC 9(06)    VALUE ZERO.
           05  GRAND-ITEMS-WS               PIC 9(06)    VALUE ZERO.
           05  GRAND-QTY-WS                 PIC S9(11)   VALUE ZERO.
           05  GRAND-VALUE-WS               PIC S9(11)V99 VALUE ZERO.

       01  HOLD-DATE-WS.
           05  HOLD-YR-WS                   PIC X(04).
           05  HOLD-MO-WS                   PIC XX.
           05  HOLD-DY-WS                   PIC XX.
           05  HOLD-HR-WS                   PIC XX.
           05  HOLD-MIN-WS                  PIC XX.
           05  HOLD-SC-WS                   PIC XX.

       01  VALUATION-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  VRH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  VRH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  VRH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE
               '    Inventory Valuation by Region and Store'.

       01  NEGATIVE-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  NRH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  NRH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  NRH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE
               '    Items With Negative On-Hand Balances'.

       01  VALUATION-COLUMN-HEADING.
           05  FILLER                  PIC X(05) VALUE ' Str'.
           05  FILLER                  PIC X(22) VALUE 'Store Name'.
           05  FILLER                  PIC X(09) VALUE '   Items'.
           05  FILLER                  PIC X(17) VALUE
               '   Units On Hand'.
           05  FILLER                  PIC X(20) VALUE
               '     Value at Std'.
           05  FILLER                  PIC X(10) VALUE '  Neg Itm'.

       01  NEGATIVE-COLUMN-HEADING.
           05  FILLER                  PIC X(05) VALUE ' Str'.
           05  FILLER                  PIC X(10) VALUE 'Item'.
           05  FILLER                  PIC X(27) VALUE 'Description'.
           05  FILLER                  PIC X(14) VALUE '     On Hand'.
           05  FILLER                  PIC X(11) VALUE '  Std Cost'.
           05  FILLER                  PIC X(17) VALUE
               '          Value'.
           05  FILLER                  PIC X(10) VALUE 'Last Cnt'.

       01  VALUATION-REGION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'REGION: '.
           05  VRL-REGION-OUT          PIC X(02).

       01  VALUATION-DETAIL-LINE.
           05  VDL-CAPTION-GROUP.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  VDL-STORE-NO-OUT    PIC X(03).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  VDL-STORE-NAME-OUT  PIC X(20).
               10  FILLER              PIC X(02) VALUE SPACES.
           05  VDL-CAPTION-OUT REDEFINES VDL-CAPTION-GROUP
                                       PIC X(27).
           05  VDL-ITEMS-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VDL-QTY-OUT             PIC ZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VDL-VALUE-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VDL-NEGATIVE-OUT        PIC ZZZ,ZZ9.

       01  NEGATIVE-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  NDL-STORE-NO-OUT        PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  NDL-ITEM-NO-OUT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NDL-ITEM-DESC-OUT       PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NDL-QTY-OUT             PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NDL-STD-COST-OUT        PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NDL-VALUE-OUT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NDL-COUNT-DATE-OUT      PIC X(08).

       01  VALUATION-COUNT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               'ITEMS VALUED: '.
           05  VCL-ITEM-OUT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE
               '  NEGATIVE ITEMS: '.
           05  VCL-NEGATIVE-OUT        PIC ZZZ,ZZ9.

       01  NEGATIVE-NONE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'NO ITEMS WITH A NEGATIVE ON-HAND BALANCE'.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           OPEN OUTPUT VALUATION-REPORT-FILE
           OPEN OUTPUT NEGATIVE-WORK-FILE

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-MO-WS TO VRH-MM
           MOVE HOLD-DY-WS TO VRH-DD
           MOVE HOLD-YR-WS TO VRH-CCYY
           MOVE HOLD-MO-WS TO NRH-MM
           MOVE HOLD-DY-WS TO NRH-DD
           MOVE HOLD-YR-WS TO NRH-CCYY

           OPEN INPUT ONHAND-MASTER-FILE
           IF OH-FILE-STATUS-WS = '00'
               MOVE 'YES' TO ONHAND-AVAILABLE-WS
           END-IF
           OPEN INPUT ITEM-MASTER-FILE
           IF IT-FILE-STATUS-WS = '00'
               MOVE 'YES' TO ITEM-MASTER-AVAILABLE-WS
           END-IF
           OPEN INPUT STORE-MASTER-FILE
           IF ST-FILE-STATUS-WS = '00'
               MOVE 'YES' TO STORE-MASTER-AVAILABLE-WS
           END-IF.

       300-PROCESS.
           WRITE VALUATION-REPORT-LINE FROM VALUATION-REPORT-HEADING
           WRITE VALUATION-REPORT-LINE FROM SPACES
           WRITE VALUATION-REPORT-LINE FROM VALUATION-COLUMN-HEADING

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-REGION-CODE
                                SRT-STORE-NO
                                SRT-ITEM-NO
               INPUT PROCEDURE IS 340-RELEASE-ITEMS
               OUTPUT PROCEDURE IS 350-PRINT-STORES

           PERFORM 700-WRITE-NEGATIVE-PAGE.

       340-RELEASE-ITEMS.
           IF ONHAND-AVAILABLE-WS = 'NO'
               MOVE 'YES' TO EOF-ONHAND-SCAN-WS
           ELSE
               MOVE LOW-VALUES TO OH-ONHAND-KEY
               START ONHAND-MASTER-FILE KEY NOT < OH-ONHAND-KEY
                   INVALID KEY MOVE 'YES' TO EOF-ONHAND-SCAN-WS
               END-START
               IF OH-FILE-STATUS-WS NOT = '00'
                   MOVE 'YES' TO EOF-ONHAND-SCAN-WS
               END-IF
           END-IF
           PERFORM UNTIL EOF-ONHAND-SCAN-WS = 'YES'
               READ ONHAND-MASTER-FILE NEXT
                   AT END MOVE 'YES' TO EOF-ONHAND-SCAN-WS
               END-READ
               IF EOF-ONHAND-SCAN-WS = 'NO'
                   IF OH-FILE-STATUS-WS = '00' OR = '02'
                       PERFORM 400-RELEASE-ONE-ITEM
                   ELSE
                       MOVE 'YES' TO EOF-ONHAND-SCAN-WS
                   END-IF
               END-IF
           END-PERFORM.

       350-PRINT-STORES.
           MOVE 'NO' TO EOF-SORT-WS
           PERFORM UNTIL EOF-SORT-WS = 'YES'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'YES' TO EOF-SORT-WS
               END-RETURN
               IF EOF-SORT-WS = 'NO'
                   PERFORM 500-ACCUMULATE-ONE-ITEM
               END-IF
           END-PERFORM

           IF FIRST-STORE-WS = 'NO'
               PERFORM 550-WRITE-STORE-LINE
               PERFORM 600-WRITE-REGION-TOTALS
           END-IF
           PERFORM 650-WRITE-GRAND-TOTALS.

       400-RELEASE-ONE-ITEM.
           PERFORM 410-PRICE-ITEM
           PERFORM 420-RESOLVE-REGION

           MOVE SPACES                 TO SORT-WORK-RECORD
           MOVE RESOLVED-REGION-WS     TO SRT-REGION-CODE
           MOVE OH-STORE-NO            TO SRT-STORE-NO
           MOVE OH-ITEM-NO             TO SRT-ITEM-NO
           MOVE RESOLVED-STORE-NAME-WS TO SRT-STORE-NAME
           MOVE OH-QTY-ON-HAND         TO SRT-QTY-ON-HAND
           MOVE ITEM-VALUE-WS          TO SRT-VALUE
           RELEASE SORT-WORK-RECORD

           IF OH-QTY-ON-HAND < ZERO
               PERFORM 430-WRITE-NEGATIVE-ITEM
           END-IF.

       410-PRICE-ITEM.
           MOVE SPACES           TO ITEM-DESC-WS
           MOVE OH-STD-UNIT-COST TO UNIT-COST-WS
           IF ITEM-MASTER-AVAILABLE-WS = 'YES'
               MOVE OH-ITEM-NO TO IT-ITEM-NO
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE '** NOT ON ITEM MASTER' TO ITEM-DESC-WS
                   NOT INVALID KEY
                       MOVE IT-ITEM-DESC     TO ITEM-DESC-WS
                       MOVE IT-STD-UNIT-COST TO UNIT-COST-WS
               END-READ
           END-IF
           COMPUTE ITEM-VALUE-WS = OH-QTY-ON-HAND * UNIT-COST-WS.

       420-RESOLVE-REGION.
           MOVE '**'   TO RESOLVED-REGION-WS
           MOVE SPACES TO RESOLVED-STORE-NAME-WS
           IF STORE-MASTER-AVAILABLE-WS = 'YES'
               MOVE OH-STORE-NO TO ST-STORE-NO
               READ STORE-MASTER-FILE
                   INVALID KEY
                       MOVE '** NOT ON STORE MASTER'
                           TO RESOLVED-STORE-NAME-WS
                   NOT INVALID KEY
                       MOVE ST-STORE-NAME TO RESOLVED-STORE-NAME-WS
                       IF ST-REGION-CODE NOT = SPACES
                           MOVE ST-REGION-CODE TO RESOLVED-REGION-WS
                       END-IF
               END-READ
           END-IF.

       430-WRITE-NEGATIVE-ITEM.
           ADD 1 TO NEGATIVE-COUNT-WS
           MOVE OH-STORE-NO        TO NDL-STORE-NO-OUT
           MOVE OH-ITEM-NO         TO NDL-ITEM-NO-OUT
           MOVE ITEM-DESC-WS       TO NDL-ITEM-DESC-OUT
           MOVE OH-QTY-ON-HAND     TO NDL-QTY-OUT
           MOVE UNIT-COST-WS       TO NDL-STD-COST-OUT
           MOVE ITEM-VALUE-WS      TO NDL-VALUE-OUT
           MOVE OH-LAST-COUNT-DATE TO NDL-COUNT-DATE-OUT
           WRITE NEGATIVE-WORK-LINE FROM NEGATIVE-DETAIL-LINE.

       500-ACCUMULATE-ONE-ITEM.
           IF FIRST-STORE-WS = 'YES'
               MOVE 'NO' TO FIRST-STORE-WS
               MOVE SRT-REGION-CODE TO PREV-REGION-WS
               MOVE SRT-STORE-NO    TO PREV-STORE-WS
               MOVE SRT-STORE-NAME  TO PREV-STORE-NAME-WS
               PERFORM 610-WRITE-REGION-HEADING
           END-IF

           IF SRT-REGION-CODE NOT = PREV-REGION-WS
              OR SRT-STORE-NO NOT = PREV-STORE-WS
               PERFORM 550-WRITE-STORE-LINE
               MOVE SRT-STORE-NO    TO PREV-STORE-WS
               MOVE SRT-STORE-NAME  TO PREV-STORE-NAME-WS
           END-IF

           IF SRT-REGION-CODE NOT = PREV-REGION-WS
               PERFORM 600-WRITE-REGION-TOTALS
               MOVE SRT-REGION-CODE TO PREV-REGION-WS
               PERFORM 610-WRITE-REGION-HEADING
           END-IF

           ADD 1 TO ITEM-COUNT-WS
           ADD 1               TO STORE-ITEMS-WS
           ADD SRT-QTY-ON-HAND TO STORE-QTY-WS
           ADD SRT-VALUE       TO STORE-VALUE-WS
           IF SRT-QTY-ON-HAND < ZERO
               ADD 1 TO STORE-NEGATIVE-WS
           END-IF.

       550-WRITE-STORE-LINE.
           MOVE SPACES             TO VDL-CAPTION-OUT
           MOVE PREV-STORE-WS      TO VDL-STORE-NO-OUT
           MOVE PREV-STORE-NAME-WS TO VDL-STORE-NAME-OUT
           MOVE STORE-ITEMS-WS     TO VDL-ITEMS-OUT
           MOVE STORE-QTY-WS       TO VDL-QTY-OUT
           MOVE STORE-VALUE-WS     TO VDL-VALUE-OUT
           MOVE STORE-NEGATIVE-WS  TO VDL-NEGATIVE-OUT
           WRITE VALUATION-REPORT-LINE FROM VALUATION-DETAIL-LINE

           ADD STORE-ITEMS-WS    TO REGION-ITEMS-WS
           ADD STORE-QTY-WS      TO REGION-QTY-WS
           ADD STORE-VALUE-WS    TO REGION-VALUE-WS
           ADD STORE-NEGATIVE-WS TO REGION-NEGATIVE-WS

           MOVE ZERO TO STORE-ITEMS-WS
           MOVE ZERO TO STORE-QTY-WS
           MOVE ZERO TO STORE-VALUE-WS
           MOVE ZERO TO STORE-NEGATIVE-WS.

       600-WRITE-REGION-TOTALS.
           MOVE SPACES TO VDL-CAPTION-OUT
           STRING ' REGION ' DELIMITED BY SIZE
                  PREV-REGION-WS DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
               INTO VDL-CAPTION-OUT
           END-STRING
           MOVE REGION-ITEMS-WS    TO VDL-ITEMS-OUT
           MOVE REGION-QTY-WS      TO VDL-QTY-OUT
           MOVE REGION-VALUE-WS    TO VDL-VALUE-OUT
           MOVE REGION-NEGATIVE-WS TO VDL-NEGATIVE-OUT
           WRITE VALUATION-REPORT-LINE FROM SPACES
           WRITE VALUATION-REPORT-LINE FROM VALUATION-DETAIL-LINE

           ADD REGION-ITEMS-WS TO GRAND-ITEMS-WS
           ADD REGION-QTY-WS   TO GRAND-QTY-WS
           ADD REGION-VALUE-WS TO GRAND-VALUE-WS

           MOVE ZERO TO REGION-ITEMS-WS
           MOVE ZERO TO REGION-QTY-WS
           MOVE ZERO TO REGION-VALUE-WS
           MOVE ZERO TO REGION-NEGATIVE-WS.

       610-WRITE-REGION-HEADING.
           MOVE PREV-REGION-WS TO VRL-REGION-OUT
           WRITE VALUATION-REPORT-LINE FROM SPACES
           WRITE VALUATION-REPORT-LINE FROM VALUATION-REGION-LINE.

       650-WRITE-GRAND-TOTALS.
           MOVE ' ALL REGIONS TOTAL' TO VDL-CAPTION-OUT
           MOVE GRAND-ITEMS-WS    TO VDL-ITEMS-OUT
           MOVE GRAND-QTY-WS      TO VDL-QTY-OUT
           MOVE GRAND-VALUE-WS    TO VDL-VALUE-OUT
           MOVE NEGATIVE-COUNT-WS TO VDL-NEGATIVE-OUT
           WRITE VALUATION-REPORT-LINE FROM SPACES
           WRITE VALUATION-REPORT-LINE FROM VALUATION-DETAIL-LINE

           MOVE ITEM-COUNT-WS     TO VCL-ITEM-OUT
           MOVE NEGATIVE-COUNT-WS TO VCL-NEGATIVE-OUT
           WRITE VALUATION-REPORT-LINE FROM SPACES
           WRITE VALUATION-REPORT-LINE FROM VALUATION-COUNT-LINE.

       700-WRITE-NEGATIVE-PAGE.
           CLOSE NEGATIVE-WORK-FILE

           WRITE VALUATION-REPORT-LINE FROM NEGATIVE-REPORT-HEADING
               AFTER PAGE
           WRITE VALUATION-REPORT-LINE FROM SPACES
           WRITE VALUATION-REPORT-LINE FROM NEGATIVE-COLUMN-HEADING
           WRITE VALUATION-REPORT-LINE FROM SPACES

           IF NEGATIVE-COUNT-WS = ZERO
               WRITE VALUATION-REPORT-LINE FROM NEGATIVE-NONE-LINE
           ELSE
               OPEN INPUT NEGATIVE-WORK-FILE
               PERFORM UNTIL EOF-NEGATIVE-WS = 'YES'
                   READ NEGATIVE-WORK-FILE
                       AT END MOVE 'YES' TO EOF-NEGATIVE-WS
                   END-READ
                   IF EOF-NEGATIVE-WS = 'NO'
                       WRITE VALUATION-REPORT-LINE
                           FROM NEGATIVE-WORK-LINE
                   END-IF
               END-PERFORM
               CLOSE NEGATIVE-WORK-FILE
           END-IF.

       900-CLOSE.
           IF ONHAND-AVAILABLE-WS = 'YES'
               CLOSE ONHAND-MASTER-FILE
           END-IF
           IF ITEM-MASTER-AVAILABLE-WS = 'YES'
               CLOSE ITEM-MASTER-FILE
           END-IF
           IF STORE-MASTER-AVAILABLE-WS = 'YES'
               CLOSE STORE-MASTER-FILE
           END-IF
           CLOSE VALUATION-REPORT-FILE.
