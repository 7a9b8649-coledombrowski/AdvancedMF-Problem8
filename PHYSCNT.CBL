       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PHYSCNT.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COUNT-PARM-FILE ASSIGN TO 'CNTPARM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COUNT-SHEET-FILE ASSIGN TO 'COUNTSHT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT COUNT-REPORT-FILE ASSIGN TO 'CNTVAR.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-POSTING-FILE ASSIGN TO 'CNTGL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-PARM-FILE RECORDING MODE IS F.
       01  COUNT-PARM-RECORD.
           05  CP-COUNT-DATE           PIC X(08).
           05  CP-INVENTORY-ACCT       PIC X(04).
           05  CP-SHRINK-ACCT          PIC X(04).
           05  FILLER                  PIC X(64).
       FD  COUNT-SHEET-FILE RECORDING MODE IS F.
       01  COUNT-SHEET-RECORD          PIC X(80).
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
           05  CS-STORE-NO             PIC X(03).
           05  CS-ITEM-NO              PIC X(08).
           05  CS-COUNT-QTY            PIC X(09).
           05  CS-COUNT-QTY-N REDEFINES CS-COUNT-QTY
                                       PIC 9(09).
           05  CS-SHEET-NO             PIC X(06).
           05  CS-COUNTED-BY           PIC X(08).
           05  FILLER                  PIC X(46).
       FD  COUNT-REPORT-FILE RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).
       FD  GL-POSTING-FILE RECORDING MODE IS F.
       01  GL-POSTING-RECORD.
           05  GLP-REC-TYPE            PIC X(01).
           05  GLP-ACCT-NO             PIC X(04).
           05  GLP-DR-CR               PIC X(02).
           05  GLP-AMOUNT              PIC 9(08)V99.
           05  GLP-RUN-DATE            PIC X(08).
           05  GLP-STORE-NO            PIC X(03).
           05  FILLER                  PIC X(02).
       01  GL-TRAILER-RECORD.
           05  GLT-REC-TYPE            PIC X(01).
           05  GLT-RECORD-COUNT        PIC 9(06).
           05  GLT-HASH-TOTAL          PIC 9(12)V99.
           05  FILLER                  PIC X(09).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-SORT-WS                   PIC X(03)    VALUE 'NO'.
           05  GROUP-ACTIVE-WS               PIC X(03)    VALUE 'NO'.
           05  STORE-ACTIVE-WS               PIC X(03)    VALUE 'NO'.
           05  ONHAND-ON-FILE-WS             PIC X(03)    VALUE 'NO'.
           05  SHEET-READ-COUNT-WS           PIC 9(06)    VALUE ZERO.
           05  SHEET-REFUSED-COUNT-WS        PIC 9(06)    VALUE ZERO.
           05  ITEM-POSTED-COUNT-WS          PIC 9(06)    VALUE ZERO.
           05  ITEM-REFUSED-COUNT-WS         PIC 9(06)    VALUE ZERO.

       01  COUNT-PARAMETERS-WS.
           05  COUNT-DATE-WS.
               10  COUNT-DATE-CCYY-WS        PIC X(04)    VALUE SPACES.
               10  COUNT-DATE-MM-WS          PIC X(02)    VALUE SPACES.
               10  COUNT-DATE-DD-WS          PIC X(02)    VALUE SPACES.
           05  INVENTORY-ACCT-WS             PIC X(04)    VALUE '9995'.
           05  SHRINK-ACCT-WS                PIC X(04)    VALUE '9994'.

       01  FILE-STATUS-WS.
           05  OH-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  IT-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  ST-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  ITEM-MASTER-AVAILABLE-WS      PIC X(03)    VALUE 'NO'.
           05  STORE-MASTER-AVAILABLE-WS     PIC X(03)    VALUE 'NO'.

       01  VALIDATION-WS.
           05  VALID-SHEET-WS                PIC X(03)    VALUE 'YES'.
           05  VALID-GROUP-WS                PIC X(03)    VALUE 'YES'.
           05  REJECT-REASON-WS              PIC X(25)    VALUE SPACES.

       01  COUNT-GROUP-WS.
           05  GROUP-KEY-WS.
               10  GROUP-STORE-NO-WS         PIC X(03)    VALUE SPACES.
               10  GROUP-ITEM-NO-WS          PIC X(08)    VALUE SPACES.
           05  GROUP-COUNTED-QTY-WS          PIC S9(09)   VALUE ZERO.
           05  GROUP-SHEET-COUNT-WS          PIC 9(03)    VALUE ZERO.
           05  GROUP-ITEM-DESC-WS            PIC X(25)    VALUE SPACES.
           05  GROUP-STD-COST-WS             PIC 9(05)V99 VALUE ZERO.
           05  BOOK-QTY-WS                   PIC S9(09)   VALUE ZERO.
           05  VARIANCE-QTY-WS               PIC S9(09)   VALUE ZERO.
           05  VARIANCE-AMT-WS               PIC S9(11)V99 VALUE ZERO.
           05  PREV-STORE-NO-WS              PIC X(03)    VALUE SPACES.

       01  COUNT-TOTALS-WS.
           05  STORE-VARIANCE-QTY-WS         PIC S9(09)   VALUE ZERO.
           05  STORE-VARIANCE-AMT-WS         PIC S9(11)V99 VALUE ZERO.
           05  GRAND-VARIANCE-QTY-WS         PIC S9(09)   VALUE ZERO.
           05  GRAND-VARIANCE-AMT-WS         PIC S9(11)V99 VALUE ZERO.
           05  GRAND-SHRINK-AMT-WS           PIC S9(11)V99 VALUE ZERO.
           05  GRAND-OVERAGE-AMT-WS          PIC S9(11)V99 VALUE ZERO.

       01  GL-CONTROL-WS.
           05  GL-DR-ACCT-WS                 PIC X(04)    VALUE SPACES.
           05  GL-CR-ACCT-WS                 PIC X(04)    VALUE SPACES.
           05  GL-ENTRY-AMT-WS               PIC 9(08)V99 VALUE ZERO.
           05  GL-RECORD-COUNT-WS            PIC 9(06)    VALUE ZERO.
           05  GL-HASH-TOTAL-WS              PIC 9(12)V99 VALUE ZERO.

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

       01  REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  CRH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  CRH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  CRH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE
               '    Physical Count Variance - Count Date '.
           05  CRH-COUNT-MM-OUT        PIC XX.
           05  FILLER                  PIC X     VALUE '/'.
           05  CRH-COUNT-DD-OUT        PIC XX.
           05  FILLER                  PIC X     VALUE '/'.
           05  CRH-COUNT-CCYY-OUT      PIC X(04).

       01  REPORT-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'Sto'.
           05  FILLER                  PIC X(10) VALUE 'Item'.
           05  FILLER                  PIC X(27) VALUE 'Description'.
           05  FILLER                  PIC X(14) VALUE '    Book Qty'.
           05  FILLER                  PIC X(14) VALUE '     Counted'.
           05  FILLER                  PIC X(14) VALUE '   Var Units'.
           05  FILLER                  PIC X(11) VALUE '  Std Cost'.
           05  FILLER                  PIC X(17) VALUE
               '    Var Dollars'.
           05  FILLER                  PIC X(06) VALUE 'Shts'.

       01  COUNT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CDL-STORE-NO-OUT        PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-ITEM-NO-OUT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-ITEM-DESC-OUT       PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-BOOK-QTY-OUT        PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-COUNTED-OUT         PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-VARIANCE-QTY-OUT    PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-STD-COST-OUT        PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-VARIANCE-AMT-OUT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-SHEETS-OUT          PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-FLAG-OUT            PIC X(09).

       01  COUNT-REFUSED-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CFL-STORE-NO-OUT        PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CFL-ITEM-NO-OUT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'SHEET '.
           05  CFL-SHEET-NO-OUT        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CFL-QTY-OUT             PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CFL-REASON-OUT          PIC X(40).

       01  STORE-TOTAL-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'STORE '.
           05  STL-STORE-NO-OUT        PIC X(03).
           05  FILLER                  PIC X(58) VALUE
               ' COUNT VARIANCE:'.
           05  STL-VARIANCE-QTY-OUT    PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  STL-VARIANCE-AMT-OUT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STL-GL-OUT              PIC X(18).

       01  GRAND-TOTAL-LINE-1.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(67) VALUE
               'ALL STORES NET COUNT VARIANCE:'.
           05  GTL-VARIANCE-QTY-OUT    PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  GTL-VARIANCE-AMT-OUT    PIC ZZZ,ZZZ,ZZ9.99-.

       01  GRAND-TOTAL-LINE-2.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'SHRINK: '.
           05  GTL-SHRINK-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(12) VALUE '  OVERAGE: '.
           05  GTL-OVERAGE-OUT         PIC ZZZ,ZZZ,ZZ9.99-.

       01  GRAND-TOTAL-LINE-3.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE 'SHEETS READ: '.
           05  GTL-SHEETS-READ-OUT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE
               '  SHEETS REFUSED: '.
           05  GTL-SHEETS-REFUSED-OUT  PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17) VALUE
               '  ITEMS POSTED: '.
           05  GTL-ITEMS-POSTED-OUT    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE
               '  ITEMS REFUSED: '.
           05  GTL-ITEMS-REFUSED-OUT   PIC ZZZ,ZZ9.

       01  GRAND-TOTAL-LINE-4.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               'SHRINK GL RECORDS: '.
           05  GTL-GL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  HASH: '.
           05  GTL-GL-HASH-OUT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-MO-WS TO CRH-MM
           MOVE HOLD-DY-WS TO CRH-DD
           MOVE HOLD-YR-WS TO CRH-CCYY
           MOVE HOLD-YR-WS TO RUN-DATE-CCYY-WS
           MOVE HOLD-MO-WS TO RUN-DATE-MM-WS
           MOVE HOLD-DY-WS TO RUN-DATE-DD-WS

           PERFORM 210-READ-PARAMETERS
           PERFORM 220-OPEN-ONHAND-MASTER
           PERFORM 230-OPEN-REFERENCE-MASTERS

           OPEN OUTPUT COUNT-REPORT-FILE
           OPEN OUTPUT GL-POSTING-FILE

           WRITE REPORT-LINE FROM REPORT-HEADING
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM REPORT-COLUMN-HEADING
           WRITE REPORT-LINE FROM SPACES.

       210-READ-PARAMETERS.
           MOVE RUN-DATE-WS TO COUNT-DATE-WS

           OPEN INPUT COUNT-PARM-FILE
           READ COUNT-PARM-FILE
               AT END MOVE SPACES TO COUNT-PARM-RECORD
           END-READ
           CLOSE COUNT-PARM-FILE

           IF CP-COUNT-DATE NUMERIC
               MOVE CP-COUNT-DATE TO COUNT-DATE-WS
           END-IF
           IF CP-INVENTORY-ACCT NOT = SPACES
               MOVE CP-INVENTORY-ACCT TO INVENTORY-ACCT-WS
           END-IF
           IF CP-SHRINK-ACCT NOT = SPACES
               MOVE CP-SHRINK-ACCT TO SHRINK-ACCT-WS
           END-IF

           MOVE COUNT-DATE-MM-WS   TO CRH-COUNT-MM-OUT
           MOVE COUNT-DATE-DD-WS   TO CRH-COUNT-DD-OUT
           MOVE COUNT-DATE-CCYY-WS TO CRH-COUNT-CCYY-OUT.

       220-OPEN-ONHAND-MASTER.
           OPEN I-O ONHAND-MASTER-FILE
           IF OH-FILE-STATUS-WS = '35'
               OPEN OUTPUT ONHAND-MASTER-FILE
               CLOSE ONHAND-MASTER-FILE
               OPEN I-O ONHAND-MASTER-FILE
           END-IF
           IF OH-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** PHYSCNT - ON-HAND MASTER OPEN FAILED'
                   ' - FILE STATUS ' OH-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       230-OPEN-REFERENCE-MASTERS.
           OPEN INPUT ITEM-MASTER-FILE
           IF IT-FILE-STATUS-WS = '00'
               MOVE 'YES' TO ITEM-MASTER-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO ITEM-MASTER-AVAILABLE-WS
           END-IF
           OPEN INPUT STORE-MASTER-FILE
           IF ST-FILE-STATUS-WS = '00'
               MOVE 'YES' TO STORE-MASTER-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO STORE-MASTER-AVAILABLE-WS
           END-IF.

       300-PROCESS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY CS-STORE-NO
                                CS-ITEM-NO
               USING COUNT-SHEET-FILE
               OUTPUT PROCEDURE IS 400-RETURN-SHEETS.

       400-RETURN-SHEETS.
           PERFORM UNTIL EOF-SORT-WS = 'YES'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'YES' TO EOF-SORT-WS
               END-RETURN
               IF EOF-SORT-WS = 'NO'
                   ADD 1 TO SHEET-READ-COUNT-WS
                   PERFORM 410-TAKE-SHEET
               END-IF
           END-PERFORM

           IF GROUP-ACTIVE-WS = 'YES'
               PERFORM 500-POST-COUNT-GROUP
           END-IF
           IF STORE-ACTIVE-WS = 'YES'
               PERFORM 600-WRITE-STORE-TOTALS
           END-IF
           PERFORM 700-WRITE-GRAND-TOTALS.

       410-TAKE-SHEET.
           PERFORM 420-VALIDATE-SHEET

           IF VALID-SHEET-WS = 'NO'
               ADD 1 TO SHEET-REFUSED-COUNT-WS
               PERFORM 450-WRITE-SHEET-REFUSED
           ELSE
               IF GROUP-ACTIVE-WS = 'YES'
                  AND (CS-STORE-NO NOT = GROUP-STORE-NO-WS
                       OR CS-ITEM-NO NOT = GROUP-ITEM-NO-WS)
                   PERFORM 500-POST-COUNT-GROUP
               END-IF

               IF STORE-ACTIVE-WS = 'YES'
                  AND CS-STORE-NO NOT = PREV-STORE-NO-WS
                   PERFORM 600-WRITE-STORE-TOTALS
               END-IF

               IF GROUP-ACTIVE-WS = 'NO'
                   MOVE 'YES'       TO GROUP-ACTIVE-WS
                   MOVE CS-STORE-NO TO GROUP-STORE-NO-WS
                   MOVE CS-ITEM-NO  TO GROUP-ITEM-NO-WS
                   MOVE ZERO        TO GROUP-COUNTED-QTY-WS
                   MOVE ZERO        TO GROUP-SHEET-COUNT-WS
               END-IF
               IF STORE-ACTIVE-WS = 'NO'
                   MOVE 'YES'       TO STORE-ACTIVE-WS
                   MOVE CS-STORE-NO TO PREV-STORE-NO-WS
               END-IF

               ADD CS-COUNT-QTY-N TO GROUP-COUNTED-QTY-WS
               ADD 1              TO GROUP-SHEET-COUNT-WS
           END-IF.

       420-VALIDATE-SHEET.
           MOVE 'YES'  TO VALID-SHEET-WS
           MOVE SPACES TO REJECT-REASON-WS

           EVALUATE TRUE
               WHEN CS-STORE-NO = SPACES
                   MOVE 'NO' TO VALID-SHEET-WS
                   MOVE 'BLANK STORE NUMBER' TO REJECT-REASON-WS
               WHEN CS-ITEM-NO = SPACES
                   MOVE 'NO' TO VALID-SHEET-WS
                   MOVE 'BLANK ITEM NUMBER' TO REJECT-REASON-WS
               WHEN CS-COUNT-QTY NOT NUMERIC
                   MOVE 'NO' TO VALID-SHEET-WS
                   MOVE 'NON-NUMERIC COUNT' TO REJECT-REASON-WS
           END-EVALUATE.

       450-WRITE-SHEET-REFUSED.
           MOVE CS-STORE-NO  TO CFL-STORE-NO-OUT
           MOVE CS-ITEM-NO   TO CFL-ITEM-NO-OUT
           MOVE CS-SHEET-NO  TO CFL-SHEET-NO-OUT
           MOVE CS-COUNT-QTY TO CFL-QTY-OUT
           MOVE SPACES       TO CFL-REASON-OUT
           STRING 'SHEET REFUSED - ' DELIMITED BY SIZE
                  REJECT-REASON-WS   DELIMITED BY SIZE
               INTO CFL-REASON-OUT
           END-STRING
           WRITE REPORT-LINE FROM COUNT-REFUSED-LINE.

       500-POST-COUNT-GROUP.
           PERFORM 510-VALIDATE-COUNT-GROUP

           IF VALID-GROUP-WS = 'YES'
               PERFORM 520-READ-ONHAND
               COMPUTE VARIANCE-QTY-WS =
                   GROUP-COUNTED-QTY-WS - BOOK-QTY-WS
               COMPUTE VARIANCE-AMT-WS ROUNDED =
                   VARIANCE-QTY-WS * GROUP-STD-COST-WS
               PERFORM 530-UPDATE-ONHAND
               ADD 1 TO ITEM-POSTED-COUNT-WS
               ADD VARIANCE-QTY-WS TO STORE-VARIANCE-QTY-WS
               ADD VARIANCE-AMT-WS TO STORE-VARIANCE-AMT-WS
               PERFORM 540-WRITE-VARIANCE-LINE
           ELSE
               ADD 1 TO ITEM-REFUSED-COUNT-WS
               ADD GROUP-SHEET-COUNT-WS TO SHEET-REFUSED-COUNT-WS
               PERFORM 550-WRITE-GROUP-REFUSED
           END-IF

           MOVE 'NO' TO GROUP-ACTIVE-WS.

       510-VALIDATE-COUNT-GROUP.
           MOVE 'YES'  TO VALID-GROUP-WS
           MOVE SPACES TO REJECT-REASON-WS
           MOVE SPACES TO GROUP-ITEM-DESC-WS
           MOVE ZERO   TO GROUP-STD-COST-WS

           IF STORE-MASTER-AVAILABLE-WS = 'YES'
               MOVE GROUP-STORE-NO-WS TO ST-STORE-NO
               READ STORE-MASTER-FILE
                   INVALID KEY
                       MOVE 'NO' TO VALID-GROUP-WS
                       MOVE 'STORE NOT ON MASTER'
                           TO REJECT-REASON-WS
               END-READ
           END-IF

           IF VALID-GROUP-WS = 'YES'
              AND ITEM-MASTER-AVAILABLE-WS = 'YES'
               MOVE GROUP-ITEM-NO-WS TO IT-ITEM-NO
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE 'NO' TO VALID-GROUP-WS
                       MOVE 'ITEM NOT ON MASTER'
                           TO REJECT-REASON-WS
                   NOT INVALID KEY
                       MOVE IT-ITEM-DESC     TO GROUP-ITEM-DESC-WS
                       MOVE IT-STD-UNIT-COST TO GROUP-STD-COST-WS
               END-READ
           END-IF.

       520-READ-ONHAND.
           MOVE GROUP-STORE-NO-WS TO OH-STORE-NO
           MOVE GROUP-ITEM-NO-WS  TO OH-ITEM-NO
           READ ONHAND-MASTER-FILE
               INVALID KEY
                   MOVE 'NO'   TO ONHAND-ON-FILE-WS
                   MOVE SPACES TO ONHAND-MASTER-RECORD
                   MOVE GROUP-STORE-NO-WS TO OH-STORE-NO
                   MOVE GROUP-ITEM-NO-WS  TO OH-ITEM-NO
                   MOVE ZERO   TO OH-QTY-ON-HAND
                   MOVE ZERO   TO OH-STD-UNIT-COST
                   MOVE ZERO   TO OH-VALUE
                   MOVE ZERO   TO OH-LAST-RUN-QTY
               NOT INVALID KEY
                   MOVE 'YES'  TO ONHAND-ON-FILE-WS
           END-READ
           MOVE OH-QTY-ON-HAND TO BOOK-QTY-WS
           IF ITEM-MASTER-AVAILABLE-WS = 'NO'
               MOVE OH-STD-UNIT-COST TO GROUP-STD-COST-WS
           END-IF.

       530-UPDATE-ONHAND.
           MOVE GROUP-COUNTED-QTY-WS TO OH-QTY-ON-HAND
           MOVE GROUP-STD-COST-WS    TO OH-STD-UNIT-COST
           COMPUTE OH-VALUE = OH-QTY-ON-HAND * OH-STD-UNIT-COST
           MOVE COUNT-DATE-WS        TO OH-LAST-COUNT-DATE
           MOVE SPACES               TO OH-LAST-RUN-STAMP
           MOVE ZERO                 TO OH-LAST-RUN-QTY
           IF ONHAND-ON-FILE-WS = 'YES'
               REWRITE ONHAND-MASTER-RECORD
           ELSE
               WRITE ONHAND-MASTER-RECORD
           END-IF.

       540-WRITE-VARIANCE-LINE.
           MOVE GROUP-STORE-NO-WS    TO CDL-STORE-NO-OUT
           MOVE GROUP-ITEM-NO-WS     TO CDL-ITEM-NO-OUT
           MOVE GROUP-ITEM-DESC-WS   TO CDL-ITEM-DESC-OUT
           MOVE BOOK-QTY-WS          TO CDL-BOOK-QTY-OUT
           MOVE GROUP-COUNTED-QTY-WS TO CDL-COUNTED-OUT
           MOVE VARIANCE-QTY-WS      TO CDL-VARIANCE-QTY-OUT
           MOVE GROUP-STD-COST-WS    TO CDL-STD-COST-OUT
           MOVE VARIANCE-AMT-WS      TO CDL-VARIANCE-AMT-OUT
           MOVE GROUP-SHEET-COUNT-WS TO CDL-SHEETS-OUT
           EVALUATE TRUE
               WHEN VARIANCE-QTY-WS < ZERO
                   MOVE 'SHRINK'  TO CDL-FLAG-OUT
               WHEN VARIANCE-QTY-WS > ZERO
                   MOVE 'OVERAGE' TO CDL-FLAG-OUT
               WHEN OTHER
                   MOVE SPACES    TO CDL-FLAG-OUT
           END-EVALUATE
           WRITE REPORT-LINE FROM COUNT-DETAIL-LINE.

       550-WRITE-GROUP-REFUSED.
           MOVE GROUP-STORE-NO-WS TO CFL-STORE-NO-OUT
           MOVE GROUP-ITEM-NO-WS  TO CFL-ITEM-NO-OUT
           MOVE SPACES            TO CFL-SHEET-NO-OUT
           MOVE SPACES            TO CFL-QTY-OUT
           MOVE SPACES            TO CFL-REASON-OUT
           STRING 'COUNT REFUSED - ' DELIMITED BY SIZE
                  REJECT-REASON-WS   DELIMITED BY SIZE
               INTO CFL-REASON-OUT
           END-STRING
           WRITE REPORT-LINE FROM COUNT-REFUSED-LINE.

       600-WRITE-STORE-TOTALS.
           MOVE PREV-STORE-NO-WS      TO STL-STORE-NO-OUT
           MOVE STORE-VARIANCE-QTY-WS TO STL-VARIANCE-QTY-OUT
           MOVE STORE-VARIANCE-AMT-WS TO STL-VARIANCE-AMT-OUT
           MOVE SPACES                TO STL-GL-OUT

           IF STORE-VARIANCE-AMT-WS NOT = ZERO
               PERFORM 610-WRITE-SHRINK-GL
               STRING 'GL DR ' DELIMITED BY SIZE
                      GL-DR-ACCT-WS DELIMITED BY SIZE
                      ' CR '   DELIMITED BY SIZE
                      GL-CR-ACCT-WS DELIMITED BY SIZE
                   INTO STL-GL-OUT
               END-STRING
           END-IF

           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM STORE-TOTAL-LINE
           WRITE REPORT-LINE FROM SPACES

           ADD STORE-VARIANCE-QTY-WS TO GRAND-VARIANCE-QTY-WS
           ADD STORE-VARIANCE-AMT-WS TO GRAND-VARIANCE-AMT-WS
           MOVE ZERO TO STORE-VARIANCE-QTY-WS
           MOVE ZERO TO STORE-VARIANCE-AMT-WS
           MOVE 'NO' TO STORE-ACTIVE-WS.

       610-WRITE-SHRINK-GL.
           IF STORE-VARIANCE-AMT-WS < ZERO
               COMPUTE GL-ENTRY-AMT-WS = ZERO - STORE-VARIANCE-AMT-WS
               MOVE SHRINK-ACCT-WS    TO GL-DR-ACCT-WS
               MOVE INVENTORY-ACCT-WS TO GL-CR-ACCT-WS
               ADD STORE-VARIANCE-AMT-WS TO GRAND-SHRINK-AMT-WS
           ELSE
               MOVE STORE-VARIANCE-AMT-WS TO GL-ENTRY-AMT-WS
               MOVE INVENTORY-ACCT-WS TO GL-DR-ACCT-WS
               MOVE SHRINK-ACCT-WS    TO GL-CR-ACCT-WS
               ADD STORE-VARIANCE-AMT-WS TO GRAND-OVERAGE-AMT-WS
           END-IF
           PERFORM 620-WRITE-GL-ENTRY-PAIR.

       620-WRITE-GL-ENTRY-PAIR.
           MOVE SPACES           TO GL-POSTING-RECORD
           MOVE 'D'              TO GLP-REC-TYPE
           MOVE GL-DR-ACCT-WS    TO GLP-ACCT-NO
           MOVE 'DR'             TO GLP-DR-CR
           MOVE GL-ENTRY-AMT-WS  TO GLP-AMOUNT
           MOVE COUNT-DATE-WS    TO GLP-RUN-DATE
           MOVE PREV-STORE-NO-WS TO GLP-STORE-NO
           WRITE GL-POSTING-RECORD

           MOVE SPACES           TO GL-POSTING-RECORD
           MOVE 'D'              TO GLP-REC-TYPE
           MOVE GL-CR-ACCT-WS    TO GLP-ACCT-NO
           MOVE 'CR'             TO GLP-DR-CR
           MOVE GL-ENTRY-AMT-WS  TO GLP-AMOUNT
           MOVE COUNT-DATE-WS    TO GLP-RUN-DATE
           MOVE PREV-STORE-NO-WS TO GLP-STORE-NO
           WRITE GL-POSTING-RECORD

           ADD 2 TO GL-RECORD-COUNT-WS
           ADD GL-ENTRY-AMT-WS TO GL-HASH-TOTAL-WS
           ADD GL-ENTRY-AMT-WS TO GL-HASH-TOTAL-WS.

       700-WRITE-GRAND-TOTALS.
           MOVE GRAND-VARIANCE-QTY-WS  TO GTL-VARIANCE-QTY-OUT
           MOVE GRAND-VARIANCE-AMT-WS  TO GTL-VARIANCE-AMT-OUT
           MOVE GRAND-SHRINK-AMT-WS    TO GTL-SHRINK-OUT
           MOVE GRAND-OVERAGE-AMT-WS   TO GTL-OVERAGE-OUT
           MOVE SHEET-READ-COUNT-WS    TO GTL-SHEETS-READ-OUT
           MOVE SHEET-REFUSED-COUNT-WS TO GTL-SHEETS-REFUSED-OUT
           MOVE ITEM-POSTED-COUNT-WS   TO GTL-ITEMS-POSTED-OUT
           MOVE ITEM-REFUSED-COUNT-WS  TO GTL-ITEMS-REFUSED-OUT
           MOVE GL-RECORD-COUNT-WS     TO GTL-GL-COUNT-OUT
           MOVE GL-HASH-TOTAL-WS       TO GTL-GL-HASH-OUT
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE-1
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE-2
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE-3
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE-4.

       900-CLOSE.
           MOVE SPACES             TO GL-TRAILER-RECORD
           MOVE 'T'                TO GLT-REC-TYPE
           MOVE GL-RECORD-COUNT-WS TO GLT-RECORD-COUNT
           MOVE GL-HASH-TOTAL-WS   TO GLT-HASH-TOTAL
           WRITE GL-TRAILER-RECORD

           CLOSE ONHAND-MASTER-FILE
           IF ITEM-MASTER-AVAILABLE-WS = 'YES'
               CLOSE ITEM-MASTER-FILE
           END-IF
           IF STORE-MASTER-AVAILABLE-WS = 'YES'
               CLOSE STORE-MASTER-FILE
           END-IF
           CLOSE GL-POSTING-FILE
           CLOSE COUNT-REPORT-FILE.
