       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDRPT.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-PARM-FILE ASSIGN TO 'BUDPARM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUDGET-MASTER-FILE
                   ASSIGN TO 'BUDGMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BG-BUDGET-KEY
                   FILE STATUS IS BG-FILE-STATUS-WS.

           SELECT OPTIONAL PERIOD-HISTORY-FILE
                   ASSIGN TO 'PERDHIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCOUNT-BALANCE-FILE
                   ASSIGN TO 'ACCTBAL.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AB-ACCT-NO
                   FILE STATUS IS AB-FILE-STATUS-WS.

           SELECT OPTIONAL STORE-MASTER-FILE
                   ASSIGN TO 'STORMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ST-STORE-NO
                   FILE STATUS IS ST-FILE-STATUS-WS.

           SELECT OPTIONAL BUDGET-WORK-FILE
                   ASSIGN TO 'BUDWORK.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BW-ACCT-NO
                   FILE STATUS IS BW-FILE-STATUS-WS.

           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK1'.

           SELECT EXCEPTION-WORK-FILE ASSIGN TO 'BUDEXC.TMP'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUDGET-REPORT-FILE ASSIGN TO 'BUDRPT.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-PARM-FILE RECORDING MODE IS F.
       01  BUDGET-PARM-RECORD.
           05  BP-PERIOD               PIC X(06).
           05  BP-EXCEPT-PCT           PIC X(04).
           05  BP-EXCEPT-PCT-N REDEFINES BP-EXCEPT-PCT
                                       PIC 9(03)V9.
           05  BP-CLOSE-POLICY         PIC X(01).
           05  FILLER                  PIC X(69).
       FD  BUDGET-MASTER-FILE.
       01  BUDGET-MASTER-RECORD.
           05  BG-BUDGET-KEY.
               10  BG-ACCT-NO          PIC X(04).
               10  BG-PERIOD.
                   15  BG-PERIOD-CCYY  PIC X(04).
                   15  BG-PERIOD-MM    PIC X(02).
           05  BG-STORE-NO             PIC X(03).
           05  BG-ORIG-AMT             PIC S9(08)V99.
           05  BG-BUDGET-AMT           PIC S9(08)V99.
           05  BG-REVISION-COUNT       PIC 9(03).
           05  BG-LOAD-DATE            PIC X(08).
           05  BG-REVISE-DATE          PIC X(08).
           05  BG-REVISED-BY           PIC X(08).
           05  FILLER                  PIC X(20).
       FD  PERIOD-HISTORY-FILE RECORDING MODE IS F.
       01  PERIOD-HISTORY-RECORD.
           05  PH-PERIOD.
               10  PH-PERIOD-CCYY      PIC X(04).
               10  PH-PERIOD-MM        PIC X(02).
           05  PH-ACCT-NO              PIC X(04).
           05  PH-BALANCE              PIC S9(08)V99.
       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           05  AB-ACCT-NO              PIC X(04).
           05  AB-BALANCE              PIC S9(08)V99.
       FD  STORE-MASTER-FILE.
       01  STORE-MASTER-RECORD.
           05  ST-STORE-NO             PIC X(03).
           05  ST-STORE-NAME           PIC X(20).
           05  ST-REGION-CODE          PIC X(02).
           05  ST-DISTRICT-CODE        PIC X(03).
           05  ST-STORE-STATUS         PIC X(01).
       FD  BUDGET-WORK-FILE.
       01  BUDGET-WORK-RECORD.
           05  BW-ACCT-NO              PIC X(04).
           05  BW-STORE-NO             PIC X(03).
           05  BW-MONTH-BUDGET         PIC S9(10)V99.
           05  BW-YTD-BUDGET           PIC S9(10)V99.
           05  BW-ANNUAL-BUDGET        PIC S9(10)V99.
           05  BW-PERIOD-FOUND         PIC X(01).
           05  BW-PERIOD-AMT           PIC S9(10)V99.
           05  BW-PRIOR-YTD-AMT        PIC S9(10)V99.
           05  BW-PRIOR-PERIOD         PIC X(06).
           05  BW-PRIOR-CUM            PIC S9(10)V99.
           05  BW-BASE-PERIOD          PIC X(06).
           05  BW-BASE-CUM             PIC S9(10)V99.
           05  BW-CURRENT-BAL          PIC S9(10)V99.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-REGION-CODE         PIC X(02).
           05  SRT-ACCT-NO             PIC X(04).
           05  SRT-STORE-NO            PIC X(03).
           05  SRT-MONTH-ACTUAL        PIC S9(10)V99.
           05  SRT-MONTH-BUDGET        PIC S9(10)V99.
           05  SRT-YTD-ACTUAL          PIC S9(10)V99.
           05  SRT-YTD-BUDGET          PIC S9(10)V99.
           05  SRT-ANNUAL-BUDGET       PIC S9(10)V99.
       FD  EXCEPTION-WORK-FILE RECORDING MODE IS F.
       01  EXCEPTION-WORK-LINE         PIC X(132).
       FD  BUDGET-REPORT-FILE RECORDING MODE IS F.
       01  BUDGET-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-PERIOD-HISTORY-WS        PIC X(03)    VALUE 'NO'.
           05  EOF-BALANCE-SCAN-WS          PIC X(03)    VALUE 'NO'.
           05  EOF-BUDGET-SCAN-WS           PIC X(03)    VALUE 'NO'.
           05  EOF-WORK-SCAN-WS             PIC X(03)    VALUE 'NO'.
           05  EOF-SORT-WS                  PIC X(03)    VALUE 'NO'.
           05  EOF-EXCEPTION-WS             PIC X(03)    VALUE 'NO'.
           05  FIRST-ACCOUNT-WS             PIC X(03)    VALUE 'YES'.
           05  PREV-REGION-WS               PIC X(02)    VALUE SPACES.
           05  ACCOUNT-COUNT-WS             PIC 9(06)    VALUE ZERO.
           05  EXCEPTION-COUNT-WS           PIC 9(06)    VALUE ZERO.
           05  WORK-ON-FILE-WS              PIC X(03)    VALUE 'NO'.

       01  BUDGET-PARAMETERS-WS.
           05  REPORT-PERIOD-WS.
               10  REPORT-PERIOD-CCYY-WS    PIC X(04)    VALUE SPACES.
               10  REPORT-PERIOD-MM-WS      PIC X(02)    VALUE SPACES.
           05  YEAR-START-PERIOD-WS.
               10  YEAR-START-CCYY-WS       PIC X(04)    VALUE SPACES.
               10  YEAR-START-MM-WS         PIC X(02)    VALUE '01'.
           05  EXCEPT-PCT-WS                PIC 9(03)V9  VALUE 10.0.
           05  CLOSE-POLICY-WS              PIC X(01)    VALUE 'R'.
           05  LATEST-CLOSED-PERIOD-WS      PIC X(06)    VALUE SPACES.
           05  PERIOD-OPEN-WS               PIC X(03)    VALUE 'NO'.

       01  FILE-STATUS-WS.
           05  BG-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  AB-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  ST-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  BW-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  BUDGET-MASTER-AVAILABLE-WS   PIC X(03)    VALUE 'NO'.
           05  ACCOUNT-BALANCE-AVAILABLE-WS PIC X(03)    VALUE 'NO'.
           05  STORE-MASTER-AVAILABLE-WS    PIC X(03)    VALUE 'NO'.
           05  RESOLVED-REGION-WS           PIC X(02)    VALUE SPACES.

       01  VARIANCE-WS.
           05  CUM-BALANCE-WS               PIC S9(10)V99 VALUE ZERO.
           05  MONTH-ACTUAL-WS              PIC S9(10)V99 VALUE ZERO.
           05  LINE-MONTH-BUDGET-WS         PIC S9(10)V99 VALUE ZERO.
           05  LINE-YTD-BUDGET-WS           PIC S9(10)V99 VALUE ZERO.
           05  LINE-ANNUAL-BUDGET-WS        PIC S9(10)V99 VALUE ZERO.
           05  YTD-ACTUAL-WS                PIC S9(10)V99 VALUE ZERO.
           05  MONTH-VARIANCE-WS            PIC S9(10)V99 VALUE ZERO.
           05  YTD-VARIANCE-WS              PIC S9(10)V99 VALUE ZERO.
           05  REMAINING-BUDGET-WS          PIC S9(10)V99 VALUE ZERO.
           05  PCT-VARIANCE-WS              PIC S9(10)V99 VALUE ZERO.
           05  PCT-BASE-WS                  PIC S9(10)V99 VALUE ZERO.
           05  PCT-RESULT-WS                PIC S9(05)V9  VALUE ZERO.
           05  MONTH-PCT-WS                 PIC S9(05)V9  VALUE ZERO.
           05  YTD-PCT-WS                   PIC S9(05)V9  VALUE ZERO.
           05  OVER-BUDGET-WS               PIC X(03)    VALUE 'NO'.

       01  BUDGET-TOTALS-WS.
           05  REGION-MONTH-ACTUAL-WS       PIC S9(10)V99 VALUE ZERO.
           05  REGION-MONTH-BUDGET-WS       PIC S9(10)V99 VALUE ZERO.
           05  REGION-YTD-ACTUAL-WS         PIC S9(10)V99 VALUE ZERO.
           05  REGION-YTD-BUDGET-WS         PIC S9(10)V99 VALUE ZERO.
           05  REGION-ANNUAL-BUDGET-WS      PIC S9(10)V99 VALUE ZERO.
           05  GRAND-MONTH-ACTUAL-WS        PIC S9(10)V99 VALUE ZERO.
           05  GRAND-MONTH-BUDGET-WS        PIC S9(10)V99 VALUE ZERO.
           05  GRAND-YTD-ACTUAL-WS          PIC S9(10)V99 VALUE ZERO.
           05  GRAND-YTD-BUDGET-WS          PIC S9(10)V99 VALUE ZERO.
           05  GRAND-ANNUAL-BUDGET-WS       PIC S9(10)V99 VALUE ZERO.

       01  HOLD-DATE-WS.
           05  HOLD-YR-WS                   PIC X(04).
           05  HOLD-MO-WS                   PIC XX.
           05  HOLD-DY-WS                   PIC XX.
           05  HOLD-HR-WS                   PIC XX.
           05  HOLD-MIN-WS                  PIC XX.
           05  HOLD-SC-WS                   PIC XX.

       01  BUDGET-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  BRH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  BRH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  BRH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE
               '    Budget Versus Actual by Region - Period '.
           05  BRH-PERIOD-MM-OUT       PIC X(02).
           05  FILLER                  PIC X     VALUE '/'.
           05  BRH-PERIOD-CCYY-OUT     PIC X(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  BRH-PERIOD-STATUS-OUT   PIC X(06).

       01  EXCEPTION-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  ERH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  ERH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  ERH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE
               '    Budget Exceptions - Variance Over '.
           05  ERH-PCT-OUT             PIC ZZ9.9.
           05  FILLER                  PIC X(12) VALUE
               '% - Period '.
           05  ERH-PERIOD-MM-OUT       PIC X(02).
           05  FILLER                  PIC X     VALUE '/'.
           05  ERH-PERIOD-CCYY-OUT     PIC X(04).

       01  BUDGET-COLUMN-HEADING-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(53) VALUE
               '<----------------------- Month --------------------->'.
           05  FILLER                  PIC X(53) VALUE
               '<------------------- Year to Date ------------------>'.
           05  FILLER                  PIC X(14) VALUE
               '        Annual'.

       01  BUDGET-COLUMN-HEADING-2.
           05  FILLER                  PIC X(10) VALUE ' Acct Str'.
           05  FILLER                  PIC X(15) VALUE
               '        Actual'.
           05  FILLER                  PIC X(15) VALUE
               '        Budget'.
           05  FILLER                  PIC X(15) VALUE
               '      Variance'.
           05  FILLER                  PIC X(08) VALUE '  Var %'.
           05  FILLER                  PIC X(15) VALUE
               '        Actual'.
           05  FILLER                  PIC X(15) VALUE
               '        Budget'.
           05  FILLER                  PIC X(15) VALUE
               '      Variance'.
           05  FILLER                  PIC X(08) VALUE '  Var %'.
           05  FILLER                  PIC X(14) VALUE
               '     Remaining'.

       01  BUDGET-REGION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'REGION: '.
           05  BRL-REGION-OUT          PIC X(02).

       01  BUDGET-DETAIL-LINE.
           05  BDL-CAPTION-GROUP.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  BDL-ACCT-NO-OUT     PIC X(04).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  BDL-STORE-NO-OUT    PIC X(03).
               10  FILLER              PIC X(01) VALUE SPACES.
           05  BDL-CAPTION-OUT REDEFINES BDL-CAPTION-GROUP
                                       PIC X(10).
           05  BDL-MONTH-ACTUAL-OUT    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BDL-MONTH-BUDGET-OUT    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BDL-MONTH-VAR-OUT       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BDL-MONTH-PCT-OUT       PIC ZZZ9.9-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BDL-YTD-ACTUAL-OUT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BDL-YTD-BUDGET-OUT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BDL-YTD-VAR-OUT         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BDL-YTD-PCT-OUT         PIC ZZZ9.9-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BDL-REMAINING-OUT       PIC ZZ,ZZZ,ZZ9.99-.
           05  BDL-FLAG-OUT            PIC X(02).

       01  BUDGET-COUNT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               'ACCOUNTS REPORTED: '.
           05  BCL-ACCOUNT-OUT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               '  EXCEPTIONS: '.
           05  BCL-EXCEPTION-OUT       PIC ZZZ,ZZ9.

       01  EXCEPTION-NONE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'NO ACCOUNTS OVER THE EXCEPTION PERCENT'.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           OPEN OUTPUT BUDGET-REPORT-FILE
           OPEN OUTPUT EXCEPTION-WORK-FILE

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-MO-WS TO BRH-MM
           MOVE HOLD-DY-WS TO BRH-DD
           MOVE HOLD-YR-WS TO BRH-CCYY
           MOVE HOLD-MO-WS TO ERH-MM
           MOVE HOLD-DY-WS TO ERH-DD
           MOVE HOLD-YR-WS TO ERH-CCYY

           PERFORM 210-READ-PARAMETERS

           OPEN OUTPUT BUDGET-WORK-FILE
           CLOSE BUDGET-WORK-FILE
           OPEN I-O BUDGET-WORK-FILE
           IF BW-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** BUDRPT - BUDGET WORK FILE OPEN FAILED'
                   ' - FILE STATUS ' BW-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BUDGET-MASTER-FILE
           IF BG-FILE-STATUS-WS = '00'
               MOVE 'YES' TO BUDGET-MASTER-AVAILABLE-WS
           END-IF
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF AB-FILE-STATUS-WS = '00'
               MOVE 'YES' TO ACCOUNT-BALANCE-AVAILABLE-WS
           END-IF
           OPEN INPUT STORE-MASTER-FILE
           IF ST-FILE-STATUS-WS = '00'
               MOVE 'YES' TO STORE-MASTER-AVAILABLE-WS
           END-IF.

       210-READ-PARAMETERS.
           MOVE HOLD-YR-WS TO REPORT-PERIOD-CCYY-WS
           MOVE HOLD-MO-WS TO REPORT-PERIOD-MM-WS

           OPEN INPUT BUDGET-PARM-FILE
           READ BUDGET-PARM-FILE
               AT END MOVE SPACES TO BUDGET-PARM-RECORD
           END-READ
           CLOSE BUDGET-PARM-FILE

           IF BP-PERIOD NUMERIC
               MOVE BP-PERIOD TO REPORT-PERIOD-WS
           END-IF
           IF BP-EXCEPT-PCT NUMERIC
               MOVE BP-EXCEPT-PCT-N TO EXCEPT-PCT-WS
           END-IF
           IF BP-CLOSE-POLICY = 'K'
               MOVE 'K' TO CLOSE-POLICY-WS
           END-IF

           MOVE REPORT-PERIOD-CCYY-WS TO YEAR-START-CCYY-WS
           MOVE REPORT-PERIOD-MM-WS   TO BRH-PERIOD-MM-OUT
           MOVE REPORT-PERIOD-CCYY-WS TO BRH-PERIOD-CCYY-OUT
           MOVE REPORT-PERIOD-MM-WS   TO ERH-PERIOD-MM-OUT
           MOVE REPORT-PERIOD-CCYY-WS TO ERH-PERIOD-CCYY-OUT
           MOVE EXCEPT-PCT-WS         TO ERH-PCT-OUT.

       300-PROCESS.
           PERFORM 310-LOAD-PERIOD-HISTORY

           IF REPORT-PERIOD-WS > LATEST-CLOSED-PERIOD-WS
               MOVE 'YES'    TO PERIOD-OPEN-WS
               MOVE 'OPEN'   TO BRH-PERIOD-STATUS-OUT
               PERFORM 320-LOAD-ACCOUNT-BALANCES
           ELSE
               MOVE 'CLOSED' TO BRH-PERIOD-STATUS-OUT
           END-IF

           PERFORM 330-LOAD-BUDGETS

           WRITE BUDGET-REPORT-LINE FROM BUDGET-REPORT-HEADING
           WRITE BUDGET-REPORT-LINE FROM SPACES
           WRITE BUDGET-REPORT-LINE FROM BUDGET-COLUMN-HEADING-1
           WRITE BUDGET-REPORT-LINE FROM BUDGET-COLUMN-HEADING-2

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-REGION-CODE
                                SRT-ACCT-NO
               INPUT PROCEDURE IS 340-RELEASE-ACCOUNTS
               OUTPUT PROCEDURE IS 350-PRINT-ACCOUNTS

           PERFORM 700-WRITE-EXCEPTION-PAGE.

       310-LOAD-PERIOD-HISTORY.
           OPEN INPUT PERIOD-HISTORY-FILE
           READ PERIOD-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-PERIOD-HISTORY-WS
           END-READ
           PERFORM UNTIL EOF-PERIOD-HISTORY-WS = 'YES'
               PERFORM 315-POST-HISTORY-ENTRY
               READ PERIOD-HISTORY-FILE
                   AT END MOVE 'YES' TO EOF-PERIOD-HISTORY-WS
               END-READ
           END-PERFORM
           CLOSE PERIOD-HISTORY-FILE.

       315-POST-HISTORY-ENTRY.
           IF PH-PERIOD > LATEST-CLOSED-PERIOD-WS
               MOVE PH-PERIOD TO LATEST-CLOSED-PERIOD-WS
           END-IF

           IF PH-PERIOD NOT > REPORT-PERIOD-WS
              AND (CLOSE-POLICY-WS = 'K'
                   OR PH-PERIOD-CCYY = REPORT-PERIOD-CCYY-WS)
               MOVE PH-ACCT-NO TO BW-ACCT-NO
               PERFORM 480-FETCH-WORK-RECORD
               IF CLOSE-POLICY-WS = 'K'
                   PERFORM 317-POST-ROLLED-ENTRY
               ELSE
                   PERFORM 316-POST-RESET-ENTRY
               END-IF
               PERFORM 490-STORE-WORK-RECORD
           END-IF.

       316-POST-RESET-ENTRY.
           IF PH-PERIOD = REPORT-PERIOD-WS
               MOVE 'Y' TO BW-PERIOD-FOUND
               ADD PH-BALANCE TO BW-PERIOD-AMT
           ELSE
               ADD PH-BALANCE TO BW-PRIOR-YTD-AMT
           END-IF.

       317-POST-ROLLED-ENTRY.
           IF PH-PERIOD = REPORT-PERIOD-WS
               MOVE 'Y' TO BW-PERIOD-FOUND
               MOVE PH-BALANCE TO BW-PERIOD-AMT
           ELSE
               IF PH-PERIOD > BW-PRIOR-PERIOD
                   MOVE PH-PERIOD  TO BW-PRIOR-PERIOD
                   MOVE PH-BALANCE TO BW-PRIOR-CUM
               END-IF
               IF PH-PERIOD < YEAR-START-PERIOD-WS
                  AND PH-PERIOD > BW-BASE-PERIOD
                   MOVE PH-PERIOD  TO BW-BASE-PERIOD
                   MOVE PH-BALANCE TO BW-BASE-CUM
               END-IF
           END-IF.

       320-LOAD-ACCOUNT-BALANCES.
           IF ACCOUNT-BALANCE-AVAILABLE-WS = 'YES'
               MOVE LOW-VALUES TO AB-ACCT-NO
               START ACCOUNT-BALANCE-FILE KEY NOT < AB-ACCT-NO
                   INVALID KEY MOVE 'YES' TO EOF-BALANCE-SCAN-WS
               END-START
               IF AB-FILE-STATUS-WS NOT = '00'
                   MOVE 'YES' TO EOF-BALANCE-SCAN-WS
               END-IF
               PERFORM UNTIL EOF-BALANCE-SCAN-WS = 'YES'
                   READ ACCOUNT-BALANCE-FILE NEXT
                       AT END MOVE 'YES' TO EOF-BALANCE-SCAN-WS
                   END-READ
                   IF EOF-BALANCE-SCAN-WS = 'NO'
                       IF AB-FILE-STATUS-WS = '00' OR = '02'
                           MOVE AB-ACCT-NO TO BW-ACCT-NO
                           PERFORM 480-FETCH-WORK-RECORD
                           MOVE AB-BALANCE TO BW-CURRENT-BAL
                           PERFORM 490-STORE-WORK-RECORD
                       ELSE
                           MOVE 'YES' TO EOF-BALANCE-SCAN-WS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       330-LOAD-BUDGETS.
           IF BUDGET-MASTER-AVAILABLE-WS = 'YES'
               MOVE LOW-VALUES TO BG-BUDGET-KEY
               START BUDGET-MASTER-FILE KEY NOT < BG-BUDGET-KEY
                   INVALID KEY MOVE 'YES' TO EOF-BUDGET-SCAN-WS
               END-START
               IF BG-FILE-STATUS-WS NOT = '00'
                   MOVE 'YES' TO EOF-BUDGET-SCAN-WS
               END-IF
               PERFORM UNTIL EOF-BUDGET-SCAN-WS = 'YES'
                   READ BUDGET-MASTER-FILE NEXT
                       AT END MOVE 'YES' TO EOF-BUDGET-SCAN-WS
                   END-READ
                   IF EOF-BUDGET-SCAN-WS = 'NO'
                       IF BG-FILE-STATUS-WS = '00' OR = '02'
                           PERFORM 335-POST-BUDGET-MONTH
                       ELSE
                           MOVE 'YES' TO EOF-BUDGET-SCAN-WS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       335-POST-BUDGET-MONTH.
           IF BG-PERIOD-CCYY = REPORT-PERIOD-CCYY-WS
               MOVE BG-ACCT-NO TO BW-ACCT-NO
               PERFORM 480-FETCH-WORK-RECORD
               ADD BG-BUDGET-AMT TO BW-ANNUAL-BUDGET
               IF BG-PERIOD NOT > REPORT-PERIOD-WS
                   ADD BG-BUDGET-AMT TO BW-YTD-BUDGET
               END-IF
               IF BG-PERIOD = REPORT-PERIOD-WS
                   ADD BG-BUDGET-AMT TO BW-MONTH-BUDGET
               END-IF
               IF BG-STORE-NO NOT = SPACES
                   MOVE BG-STORE-NO TO BW-STORE-NO
               END-IF
               PERFORM 490-STORE-WORK-RECORD
           END-IF.

       340-RELEASE-ACCOUNTS.
           MOVE LOW-VALUES TO BW-ACCT-NO
           START BUDGET-WORK-FILE KEY NOT < BW-ACCT-NO
               INVALID KEY MOVE 'YES' TO EOF-WORK-SCAN-WS
           END-START
           IF BW-FILE-STATUS-WS NOT = '00'
               MOVE 'YES' TO EOF-WORK-SCAN-WS
           END-IF
           PERFORM UNTIL EOF-WORK-SCAN-WS = 'YES'
               READ BUDGET-WORK-FILE NEXT
                   AT END MOVE 'YES' TO EOF-WORK-SCAN-WS
               END-READ
               IF EOF-WORK-SCAN-WS = 'NO'
                   IF BW-FILE-STATUS-WS = '00' OR = '02'
                       PERFORM 400-RELEASE-ONE-ACCOUNT
                   ELSE
                       MOVE 'YES' TO EOF-WORK-SCAN-WS
                   END-IF
               END-IF
           END-PERFORM.

       350-PRINT-ACCOUNTS.
           MOVE 'NO' TO EOF-SORT-WS
           PERFORM UNTIL EOF-SORT-WS = 'YES'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'YES' TO EOF-SORT-WS
               END-RETURN
               IF EOF-SORT-WS = 'NO'
                   PERFORM 500-PRINT-ONE-ACCOUNT
               END-IF
           END-PERFORM

           IF FIRST-ACCOUNT-WS = 'NO'
               PERFORM 600-WRITE-REGION-TOTALS
           END-IF
           PERFORM 650-WRITE-GRAND-TOTALS.

       400-RELEASE-ONE-ACCOUNT.
           PERFORM 410-COMPUTE-ACTUALS

           IF MONTH-ACTUAL-WS NOT = ZERO
              OR YTD-ACTUAL-WS NOT = ZERO
              OR BW-ANNUAL-BUDGET NOT = ZERO
              OR BW-YTD-BUDGET NOT = ZERO
               PERFORM 420-RESOLVE-REGION
               MOVE SPACES             TO SORT-WORK-RECORD
               MOVE RESOLVED-REGION-WS TO SRT-REGION-CODE
               MOVE BW-ACCT-NO         TO SRT-ACCT-NO
               MOVE BW-STORE-NO        TO SRT-STORE-NO
               MOVE MONTH-ACTUAL-WS    TO SRT-MONTH-ACTUAL
               MOVE BW-MONTH-BUDGET    TO SRT-MONTH-BUDGET
               MOVE YTD-ACTUAL-WS      TO SRT-YTD-ACTUAL
               MOVE BW-YTD-BUDGET      TO SRT-YTD-BUDGET
               MOVE BW-ANNUAL-BUDGET   TO SRT-ANNUAL-BUDGET
               RELEASE SORT-WORK-RECORD
           END-IF.

       410-COMPUTE-ACTUALS.
           IF CLOSE-POLICY-WS = 'K'
               EVALUATE TRUE
                   WHEN PERIOD-OPEN-WS = 'YES'
                       MOVE BW-CURRENT-BAL TO CUM-BALANCE-WS
                   WHEN BW-PERIOD-FOUND = 'Y'
                       MOVE BW-PERIOD-AMT  TO CUM-BALANCE-WS
                   WHEN OTHER
                       MOVE BW-PRIOR-CUM   TO CUM-BALANCE-WS
               END-EVALUATE
               COMPUTE MONTH-ACTUAL-WS = CUM-BALANCE-WS - BW-PRIOR-CUM
               COMPUTE YTD-ACTUAL-WS   = CUM-BALANCE-WS - BW-BASE-CUM
           ELSE
               IF PERIOD-OPEN-WS = 'YES'
                   MOVE BW-CURRENT-BAL TO MONTH-ACTUAL-WS
               ELSE
                   MOVE BW-PERIOD-AMT  TO MONTH-ACTUAL-WS
               END-IF
               COMPUTE YTD-ACTUAL-WS =
                   BW-PRIOR-YTD-AMT + MONTH-ACTUAL-WS
           END-IF.

       420-RESOLVE-REGION.
           MOVE '**' TO RESOLVED-REGION-WS
           IF STORE-MASTER-AVAILABLE-WS = 'YES'
              AND BW-STORE-NO NOT = SPACES
               MOVE BW-STORE-NO TO ST-STORE-NO
               READ STORE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-REGION-CODE NOT = SPACES
                           MOVE ST-REGION-CODE TO RESOLVED-REGION-WS
                       END-IF
               END-READ
           END-IF.

       480-FETCH-WORK-RECORD.
           READ BUDGET-WORK-FILE
               INVALID KEY
                   MOVE 'NO'   TO WORK-ON-FILE-WS
                   MOVE SPACES TO BW-STORE-NO
                   MOVE ZERO   TO BW-MONTH-BUDGET
                   MOVE ZERO   TO BW-YTD-BUDGET
                   MOVE ZERO   TO BW-ANNUAL-BUDGET
                   MOVE 'N'    TO BW-PERIOD-FOUND
                   MOVE ZERO   TO BW-PERIOD-AMT
                   MOVE ZERO   TO BW-PRIOR-YTD-AMT
                   MOVE SPACES TO BW-PRIOR-PERIOD
                   MOVE ZERO   TO BW-PRIOR-CUM
                   MOVE SPACES TO BW-BASE-PERIOD
                   MOVE ZERO   TO BW-BASE-CUM
                   MOVE ZERO   TO BW-CURRENT-BAL
               NOT INVALID KEY
                   MOVE 'YES'  TO WORK-ON-FILE-WS
           END-READ.

       490-STORE-WORK-RECORD.
           IF WORK-ON-FILE-WS = 'YES'
               REWRITE BUDGET-WORK-RECORD
           ELSE
               WRITE BUDGET-WORK-RECORD
           END-IF.

       500-PRINT-ONE-ACCOUNT.
           IF FIRST-ACCOUNT-WS = 'YES'
               MOVE 'NO' TO FIRST-ACCOUNT-WS
               MOVE SRT-REGION-CODE TO PREV-REGION-WS
               PERFORM 610-WRITE-REGION-HEADING
           END-IF

           IF SRT-REGION-CODE NOT = PREV-REGION-WS
               PERFORM 600-WRITE-REGION-TOTALS
               MOVE SRT-REGION-CODE TO PREV-REGION-WS
               PERFORM 610-WRITE-REGION-HEADING
           END-IF

           ADD 1 TO ACCOUNT-COUNT-WS
           ADD SRT-MONTH-ACTUAL  TO REGION-MONTH-ACTUAL-WS
           ADD SRT-MONTH-BUDGET  TO REGION-MONTH-BUDGET-WS
           ADD SRT-YTD-ACTUAL    TO REGION-YTD-ACTUAL-WS
           ADD SRT-YTD-BUDGET    TO REGION-YTD-BUDGET-WS
           ADD SRT-ANNUAL-BUDGET TO REGION-ANNUAL-BUDGET-WS

           MOVE SPACES       TO BDL-CAPTION-OUT
           MOVE SRT-ACCT-NO  TO BDL-ACCT-NO-OUT
           MOVE SRT-STORE-NO TO BDL-STORE-NO-OUT
           MOVE SRT-MONTH-ACTUAL  TO MONTH-ACTUAL-WS
           MOVE SRT-YTD-ACTUAL    TO YTD-ACTUAL-WS
           MOVE SRT-MONTH-BUDGET  TO LINE-MONTH-BUDGET-WS
           MOVE SRT-YTD-BUDGET    TO LINE-YTD-BUDGET-WS
           MOVE SRT-ANNUAL-BUDGET TO LINE-ANNUAL-BUDGET-WS
           PERFORM 550-FORMAT-VARIANCE-LINE

           IF OVER-BUDGET-WS = 'YES'
               MOVE ' *' TO BDL-FLAG-OUT
               ADD 1 TO EXCEPTION-COUNT-WS
               WRITE EXCEPTION-WORK-LINE FROM BUDGET-DETAIL-LINE
           ELSE
               MOVE SPACES TO BDL-FLAG-OUT
           END-IF
           WRITE BUDGET-REPORT-LINE FROM BUDGET-DETAIL-LINE.

       550-FORMAT-VARIANCE-LINE.
           COMPUTE MONTH-VARIANCE-WS =
               MONTH-ACTUAL-WS - LINE-MONTH-BUDGET-WS
           COMPUTE YTD-VARIANCE-WS =
               YTD-ACTUAL-WS - LINE-YTD-BUDGET-WS
           COMPUTE REMAINING-BUDGET-WS =
               LINE-ANNUAL-BUDGET-WS - YTD-ACTUAL-WS

           MOVE MONTH-VARIANCE-WS TO PCT-VARIANCE-WS
           MOVE LINE-MONTH-BUDGET-WS  TO PCT-BASE-WS
           PERFORM 560-COMPUTE-PERCENT
           MOVE PCT-RESULT-WS     TO MONTH-PCT-WS
           MOVE YTD-VARIANCE-WS   TO PCT-VARIANCE-WS
           MOVE LINE-YTD-BUDGET-WS    TO PCT-BASE-WS
           PERFORM 560-COMPUTE-PERCENT
           MOVE PCT-RESULT-WS     TO YTD-PCT-WS

           MOVE MONTH-ACTUAL-WS     TO BDL-MONTH-ACTUAL-OUT
           MOVE LINE-MONTH-BUDGET-WS    TO BDL-MONTH-BUDGET-OUT
           MOVE MONTH-VARIANCE-WS   TO BDL-MONTH-VAR-OUT
           MOVE MONTH-PCT-WS        TO BDL-MONTH-PCT-OUT
           MOVE YTD-ACTUAL-WS       TO BDL-YTD-ACTUAL-OUT
           MOVE LINE-YTD-BUDGET-WS      TO BDL-YTD-BUDGET-OUT
           MOVE YTD-VARIANCE-WS     TO BDL-YTD-VAR-OUT
           MOVE YTD-PCT-WS          TO BDL-YTD-PCT-OUT
           MOVE REMAINING-BUDGET-WS TO BDL-REMAINING-OUT

           IF MONTH-PCT-WS > EXCEPT-PCT-WS
              OR YTD-PCT-WS > EXCEPT-PCT-WS
               MOVE 'YES' TO OVER-BUDGET-WS
           ELSE
               MOVE 'NO'  TO OVER-BUDGET-WS
           END-IF.

       560-COMPUTE-PERCENT.
           IF PCT-BASE-WS < ZERO
               COMPUTE PCT-BASE-WS = ZERO - PCT-BASE-WS
           END-IF
           EVALUATE TRUE
               WHEN PCT-VARIANCE-WS = ZERO
                   MOVE ZERO TO PCT-RESULT-WS
               WHEN PCT-BASE-WS = ZERO
                   IF PCT-VARIANCE-WS > ZERO
                       MOVE 999.9 TO PCT-RESULT-WS
                   ELSE
                       MOVE -999.9 TO PCT-RESULT-WS
                   END-IF
               WHEN OTHER
                   COMPUTE PCT-RESULT-WS ROUNDED =
                       PCT-VARIANCE-WS * 100 / PCT-BASE-WS
                       ON SIZE ERROR
                           MOVE 9999.9 TO PCT-RESULT-WS
                   END-COMPUTE
                   IF PCT-RESULT-WS > 9999.9
                       MOVE 9999.9 TO PCT-RESULT-WS
                   END-IF
                   IF PCT-RESULT-WS < -9999.9
                       MOVE -9999.9 TO PCT-RESULT-WS
                   END-IF
           END-EVALUATE.

       600-WRITE-REGION-TOTALS.
           MOVE SPACES TO BDL-CAPTION-OUT
           STRING ' REGION ' DELIMITED BY SIZE
                  PREV-REGION-WS DELIMITED BY SIZE
               INTO BDL-CAPTION-OUT
           END-STRING
           MOVE REGION-MONTH-ACTUAL-WS  TO MONTH-ACTUAL-WS
           MOVE REGION-YTD-ACTUAL-WS    TO YTD-ACTUAL-WS
           MOVE REGION-MONTH-BUDGET-WS  TO LINE-MONTH-BUDGET-WS
           MOVE REGION-YTD-BUDGET-WS    TO LINE-YTD-BUDGET-WS
           MOVE REGION-ANNUAL-BUDGET-WS TO LINE-ANNUAL-BUDGET-WS
           PERFORM 550-FORMAT-VARIANCE-LINE
           MOVE SPACES TO BDL-FLAG-OUT
           WRITE BUDGET-REPORT-LINE FROM SPACES
           WRITE BUDGET-REPORT-LINE FROM BUDGET-DETAIL-LINE

           ADD REGION-MONTH-ACTUAL-WS  TO GRAND-MONTH-ACTUAL-WS
           ADD REGION-MONTH-BUDGET-WS  TO GRAND-MONTH-BUDGET-WS
           ADD REGION-YTD-ACTUAL-WS    TO GRAND-YTD-ACTUAL-WS
           ADD REGION-YTD-BUDGET-WS    TO GRAND-YTD-BUDGET-WS
           ADD REGION-ANNUAL-BUDGET-WS TO GRAND-ANNUAL-BUDGET-WS

           MOVE ZERO TO REGION-MONTH-ACTUAL-WS
           MOVE ZERO TO REGION-MONTH-BUDGET-WS
           MOVE ZERO TO REGION-YTD-ACTUAL-WS
           MOVE ZERO TO REGION-YTD-BUDGET-WS
           MOVE ZERO TO REGION-ANNUAL-BUDGET-WS.

       610-WRITE-REGION-HEADING.
           MOVE PREV-REGION-WS TO BRL-REGION-OUT
           WRITE BUDGET-REPORT-LINE FROM SPACES
           WRITE BUDGET-REPORT-LINE FROM BUDGET-REGION-LINE.

       650-WRITE-GRAND-TOTALS.
           MOVE ' ALL RGNS' TO BDL-CAPTION-OUT
           MOVE GRAND-MONTH-ACTUAL-WS  TO MONTH-ACTUAL-WS
           MOVE GRAND-YTD-ACTUAL-WS    TO YTD-ACTUAL-WS
           MOVE GRAND-MONTH-BUDGET-WS  TO LINE-MONTH-BUDGET-WS
           MOVE GRAND-YTD-BUDGET-WS    TO LINE-YTD-BUDGET-WS
           MOVE GRAND-ANNUAL-BUDGET-WS TO LINE-ANNUAL-BUDGET-WS
           PERFORM 550-FORMAT-VARIANCE-LINE
           MOVE SPACES TO BDL-FLAG-OUT
           WRITE BUDGET-REPORT-LINE FROM SPACES
           WRITE BUDGET-REPORT-LINE FROM BUDGET-DETAIL-LINE

           MOVE ACCOUNT-COUNT-WS   TO BCL-ACCOUNT-OUT
           MOVE EXCEPTION-COUNT-WS TO BCL-EXCEPTION-OUT
           WRITE BUDGET-REPORT-LINE FROM SPACES
           WRITE BUDGET-REPORT-LINE FROM BUDGET-COUNT-LINE.

       700-WRITE-EXCEPTION-PAGE.
           CLOSE EXCEPTION-WORK-FILE

           WRITE BUDGET-REPORT-LINE FROM EXCEPTION-REPORT-HEADING
               AFTER PAGE
           WRITE BUDGET-REPORT-LINE FROM SPACES
           WRITE BUDGET-REPORT-LINE FROM BUDGET-COLUMN-HEADING-1
           WRITE BUDGET-REPORT-LINE FROM BUDGET-COLUMN-HEADING-2
           WRITE BUDGET-REPORT-LINE FROM SPACES

           IF EXCEPTION-COUNT-WS = ZERO
               WRITE BUDGET-REPORT-LINE FROM EXCEPTION-NONE-LINE
           ELSE
               OPEN INPUT EXCEPTION-WORK-FILE
               PERFORM UNTIL EOF-EXCEPTION-WS = 'YES'
                   READ EXCEPTION-WORK-FILE
                       AT END MOVE 'YES' TO EOF-EXCEPTION-WS
                   END-READ
                   IF EOF-EXCEPTION-WS = 'NO'
                       WRITE BUDGET-REPORT-LINE
                           FROM EXCEPTION-WORK-LINE
                   END-IF
               END-PERFORM
               CLOSE EXCEPTION-WORK-FILE
           END-IF.

       900-CLOSE.
           CLOSE BUDGET-WORK-FILE
           IF BUDGET-MASTER-AVAILABLE-WS = 'YES'
               CLOSE BUDGET-MASTER-FILE
           END-IF
           IF ACCOUNT-BALANCE-AVAILABLE-WS = 'YES'
               CLOSE ACCOUNT-BALANCE-FILE
           END-IF
           IF STORE-MASTER-AVAILABLE-WS = 'YES'
               CLOSE STORE-MASTER-FILE
           END-IF
           CLOSE BUDGET-REPORT-FILE.
