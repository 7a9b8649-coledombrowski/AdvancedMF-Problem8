       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDMAINT.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-TRANS-FILE ASSIGN TO 'BUDTRAN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUDGET-MASTER-FILE
                   ASSIGN TO 'BUDGMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BG-BUDGET-KEY
                   FILE STATUS IS BG-FILE-STATUS-WS.

           SELECT OPTIONAL STORE-MASTER-FILE
                   ASSIGN TO 'STORMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ST-STORE-NO
                   FILE STATUS IS ST-FILE-STATUS-WS.

           SELECT AUDIT-OUTPUT-FILE ASSIGN TO 'BUDAUDIT.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-TRANS-FILE RECORDING MODE IS F.
       01  BUDGET-TRANS-RECORD.
           05  TR-ACTION               PIC X(01).
           05  TR-ACCT-NO              PIC X(04).
           05  TR-PERIOD.
               10  TR-PERIOD-CCYY      PIC X(04).
               10  TR-PERIOD-MM        PIC X(02).
           05  TR-STORE-NO             PIC X(03).
           05  TR-AMT                  PIC X(10).
           05  TR-AMT-N REDEFINES TR-AMT
                                       PIC 9(08)V99.
           05  TR-AMT-SIGN             PIC X(01).
           05  TR-USER-ID              PIC X(08).
           05  TR-REASON               PIC X(20).
           05  FILLER                  PIC X(27).
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
           05  MONTHS-LOADED-COUNT-WS        PIC 9(06)    VALUE ZERO.
           05  MONTHS-REVISED-COUNT-WS       PIC 9(06)    VALUE ZERO.

       01  VALIDATION-WS.
           05  VALID-TRANS-WS                PIC X(03)    VALUE 'YES'.
           05  REJECT-REASON-WS              PIC X(25)    VALUE SPACES.

       01  BUDGET-MASTER-WS.
           05  BG-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  BEFORE-AMT-WS                 PIC S9(08)V99 VALUE ZERO.
           05  BEFORE-AMT-PRESENT-WS         PIC X(03)    VALUE 'NO'.

       01  STORE-MASTER-WS.
           05  ST-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  STORE-MASTER-AVAILABLE-WS     PIC X(03)    VALUE 'NO'.

       01  SPREAD-WS.
           05  TRANS-AMT-WS                  PIC S9(08)V99 VALUE ZERO.
           05  MONTHLY-AMT-WS                PIC S9(08)V99 VALUE ZERO.
           05  LAST-MONTH-AMT-WS             PIC S9(08)V99 VALUE ZERO.
           05  PRIOR-MONTHS-AMT-WS           PIC S9(10)V99 VALUE ZERO.
           05  SPREAD-AMT-WS                 PIC S9(10)V99 VALUE ZERO.
           05  MONTH-IDX-WS                  PIC 9(02)    VALUE ZERO.
           05  FIRST-MONTH-WS                PIC 9(02)    VALUE ZERO.
           05  MONTHS-TO-SPREAD-WS           PIC 9(02)    VALUE ZERO.
           05  MONTH-EXISTS-COUNT-WS         PIC 9(02)    VALUE ZERO.

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
               '    Account Budget Maintenance Audit Report'.

       01  AUDIT-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'Act'.
           05  FILLER                  PIC X(06) VALUE 'Acct'.
           05  FILLER                  PIC X(08) VALUE 'Period'.
           05  FILLER                  PIC X(05) VALUE 'Str'.
           05  FILLER                  PIC X(16) VALUE
               '      Original'.
           05  FILLER                  PIC X(16) VALUE
               '        Before'.
           05  FILLER                  PIC X(16) VALUE
               '         After'.
           05  FILLER                  PIC X(05) VALUE 'Rev'.
           05  FILLER                  PIC X(10) VALUE 'By'.
           05  FILLER                  PIC X(30) VALUE 'Disposition'.

       01  AUDIT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ADL-ACTION-OUT          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ADL-ACCT-NO-OUT         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-PERIOD-OUT          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-STORE-NO-OUT        PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-ORIG-AMT-OUT        PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-BEFORE-AMT-OUT      PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-AFTER-AMT-OUT       PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-REVISION-OUT        PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-USER-ID-OUT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-DISPOSITION-OUT     PIC X(36).

       01  AUDIT-AMOUNT-EDIT-WS.
           05  AAE-AMT-OUT             PIC ZZ,ZZZ,ZZ9.99-.
           05  AAE-REVISION-OUT        PIC ZZ9.

       01  AUDIT-REASON-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'REASON: '.
           05  ARL-REASON-OUT          PIC X(20).

       01  AUDIT-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               'TRANSACTIONS READ: '.
           05  ATL-READ-OUT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  APPLIED: '.
           05  ATL-APPLIED-OUT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05  ATL-REJECT-OUT          PIC ZZZ,ZZ9.

       01  AUDIT-MONTHS-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               'MONTHS LOADED:     '.
           05  AML-LOADED-OUT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  REVISED: '.
           05  AML-REVISED-OUT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-TRANS-DATA-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           PERFORM 220-OPEN-MASTER
           PERFORM 235-OPEN-STORE-MASTER

           OPEN INPUT BUDGET-TRANS-FILE
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
           OPEN I-O BUDGET-MASTER-FILE
           IF BG-FILE-STATUS-WS = '35'
               OPEN OUTPUT BUDGET-MASTER-FILE
               CLOSE BUDGET-MASTER-FILE
               OPEN I-O BUDGET-MASTER-FILE
           END-IF
           IF BG-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** BUDMAINT - BUDGET MASTER OPEN FAILED'
                   ' - FILE STATUS ' BG-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       235-OPEN-STORE-MASTER.
           OPEN INPUT STORE-MASTER-FILE
           IF ST-FILE-STATUS-WS = '00'
               MOVE 'YES' TO STORE-MASTER-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO STORE-MASTER-AVAILABLE-WS
           END-IF.

       250-READ-TRANSACTION.
           READ BUDGET-TRANS-FILE
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
                       PERFORM 420-LOAD-ANNUAL-BUDGET
                   WHEN 'M'
                       PERFORM 425-LOAD-MONTH-BUDGET
                   WHEN 'R'
                       PERFORM 430-REVISE-MONTH-BUDGET
                   WHEN 'S'
                       PERFORM 440-RESPREAD-ANNUAL-BUDGET
               END-EVALUATE
           END-IF

           IF VALID-TRANS-WS = 'YES'
               ADD 1 TO TRANS-APPLIED-COUNT-WS
               IF TR-REASON NOT = SPACES
                   MOVE TR-REASON TO ARL-REASON-OUT
                   WRITE AUDIT-LINE FROM AUDIT-REASON-LINE
               END-IF
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT-WS
               PERFORM 460-WRITE-AUDIT-REJECT
           END-IF.

       410-VALIDATE-TRANSACTION.
           MOVE 'YES' TO VALID-TRANS-WS
           MOVE SPACES TO REJECT-REASON-WS

           EVALUATE TRUE
               WHEN TR-ACTION NOT = 'A' AND NOT = 'M'
                   AND NOT = 'R' AND NOT = 'S'
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID ACTION CODE' TO REJECT-REASON-WS
               WHEN TR-ACCT-NO = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BLANK ACCOUNT NUMBER' TO REJECT-REASON-WS
               WHEN TR-PERIOD-CCYY NOT NUMERIC
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID BUDGET YEAR' TO REJECT-REASON-WS
               WHEN TR-ACTION NOT = 'A'
                   AND (TR-PERIOD-MM NOT NUMERIC
                        OR TR-PERIOD-MM < '01'
                        OR TR-PERIOD-MM > '12')
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID BUDGET MONTH' TO REJECT-REASON-WS
               WHEN TR-AMT NOT NUMERIC
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID AMOUNT' TO REJECT-REASON-WS
               WHEN TR-AMT-SIGN NOT = SPACES AND NOT = '-'
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID AMOUNT SIGN' TO REJECT-REASON-WS
               WHEN (TR-ACTION = 'R' OR 'S')
                   AND TR-USER-ID = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'USER ID REQUIRED' TO REJECT-REASON-WS
           END-EVALUATE

           IF VALID-TRANS-WS = 'YES'
               MOVE TR-AMT-N TO TRANS-AMT-WS
               IF TR-AMT-SIGN = '-'
                   COMPUTE TRANS-AMT-WS = ZERO - TRANS-AMT-WS
               END-IF
           END-IF

           IF VALID-TRANS-WS = 'YES'
              AND TR-STORE-NO NOT = SPACES
               PERFORM 417-CHECK-STORE
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

       420-LOAD-ANNUAL-BUDGET.
           MOVE ZERO TO MONTH-EXISTS-COUNT-WS
           PERFORM VARYING MONTH-IDX-WS FROM 1 BY 1
               UNTIL MONTH-IDX-WS > 12
               PERFORM 480-READ-BUDGET-MONTH
               IF BG-FILE-STATUS-WS = '00'
                   ADD 1 TO MONTH-EXISTS-COUNT-WS
               END-IF
           END-PERFORM

           IF MONTH-EXISTS-COUNT-WS > ZERO
               MOVE 'NO' TO VALID-TRANS-WS
               MOVE 'YEAR ALREADY ON MASTER' TO REJECT-REASON-WS
           ELSE
               COMPUTE MONTHLY-AMT-WS = TRANS-AMT-WS / 12
               COMPUTE LAST-MONTH-AMT-WS =
                   TRANS-AMT-WS - (MONTHLY-AMT-WS * 11)
               PERFORM VARYING MONTH-IDX-WS FROM 1 BY 1
                   UNTIL MONTH-IDX-WS > 12
                   IF MONTH-IDX-WS = 12
                       MOVE LAST-MONTH-AMT-WS TO SPREAD-AMT-WS
                   ELSE
                       MOVE MONTHLY-AMT-WS TO SPREAD-AMT-WS
                   END-IF
                   PERFORM 485-WRITE-BUDGET-MONTH
               END-PERFORM
           END-IF.

       425-LOAD-MONTH-BUDGET.
           MOVE TR-ACCT-NO TO BG-ACCT-NO
           MOVE TR-PERIOD  TO BG-PERIOD
           READ BUDGET-MASTER-FILE
               INVALID KEY
                   MOVE TR-PERIOD-MM TO MONTH-IDX-WS
                   MOVE TRANS-AMT-WS TO SPREAD-AMT-WS
                   PERFORM 485-WRITE-BUDGET-MONTH
               NOT INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'MONTH ALREADY ON MASTER' TO REJECT-REASON-WS
           END-READ.

       430-REVISE-MONTH-BUDGET.
           MOVE TR-ACCT-NO TO BG-ACCT-NO
           MOVE TR-PERIOD  TO BG-PERIOD
           READ BUDGET-MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'MONTH NOT ON MASTER' TO REJECT-REASON-WS
               NOT INVALID KEY
                   MOVE TRANS-AMT-WS TO SPREAD-AMT-WS
                   PERFORM 490-REWRITE-BUDGET-MONTH
           END-READ.

       440-RESPREAD-ANNUAL-BUDGET.
           MOVE TR-PERIOD-MM TO FIRST-MONTH-WS
           COMPUTE MONTHS-TO-SPREAD-WS = 13 - FIRST-MONTH-WS
           MOVE ZERO TO PRIOR-MONTHS-AMT-WS
           MOVE ZERO TO MONTH-EXISTS-COUNT-WS
           PERFORM VARYING MONTH-IDX-WS FROM 1 BY 1
               UNTIL MONTH-IDX-WS > 12
               PERFORM 480-READ-BUDGET-MONTH
               IF BG-FILE-STATUS-WS = '00'
                   IF MONTH-IDX-WS < FIRST-MONTH-WS
                       ADD BG-BUDGET-AMT TO PRIOR-MONTHS-AMT-WS
                   ELSE
                       ADD 1 TO MONTH-EXISTS-COUNT-WS
                   END-IF
               END-IF
           END-PERFORM

           IF MONTH-EXISTS-COUNT-WS NOT = MONTHS-TO-SPREAD-WS
               MOVE 'NO' TO VALID-TRANS-WS
               MOVE 'YEAR NOT FULLY LOADED' TO REJECT-REASON-WS
           ELSE
               COMPUTE MONTHLY-AMT-WS =
                   (TRANS-AMT-WS - PRIOR-MONTHS-AMT-WS)
                       / MONTHS-TO-SPREAD-WS
               COMPUTE LAST-MONTH-AMT-WS =
                   TRANS-AMT-WS - PRIOR-MONTHS-AMT-WS
                       - (MONTHLY-AMT-WS * (MONTHS-TO-SPREAD-WS - 1))
               PERFORM VARYING MONTH-IDX-WS FROM FIRST-MONTH-WS BY 1
                   UNTIL MONTH-IDX-WS > 12
                   PERFORM 480-READ-BUDGET-MONTH
                   IF MONTH-IDX-WS = 12
                       MOVE LAST-MONTH-AMT-WS TO SPREAD-AMT-WS
                   ELSE
                       MOVE MONTHLY-AMT-WS TO SPREAD-AMT-WS
                   END-IF
                   PERFORM 490-REWRITE-BUDGET-MONTH
               END-PERFORM
           END-IF.

       480-READ-BUDGET-MONTH.
           MOVE TR-ACCT-NO     TO BG-ACCT-NO
           MOVE TR-PERIOD-CCYY TO BG-PERIOD-CCYY
           MOVE MONTH-IDX-WS   TO BG-PERIOD-MM
           READ BUDGET-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       485-WRITE-BUDGET-MONTH.
           MOVE SPACES         TO BUDGET-MASTER-RECORD
           MOVE TR-ACCT-NO     TO BG-ACCT-NO
           MOVE TR-PERIOD-CCYY TO BG-PERIOD-CCYY
           MOVE MONTH-IDX-WS   TO BG-PERIOD-MM
           MOVE TR-STORE-NO    TO BG-STORE-NO
           MOVE SPREAD-AMT-WS  TO BG-ORIG-AMT
           MOVE SPREAD-AMT-WS  TO BG-BUDGET-AMT
           MOVE ZERO           TO BG-REVISION-COUNT
           MOVE RUN-DATE-WS    TO BG-LOAD-DATE
           MOVE TR-USER-ID     TO BG-REVISED-BY
           MOVE 'NO'           TO BEFORE-AMT-PRESENT-WS
           WRITE BUDGET-MASTER-RECORD
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BUDGET WRITE FAILED' TO REJECT-REASON-WS
               NOT INVALID KEY
                   ADD 1 TO MONTHS-LOADED-COUNT-WS
                   PERFORM 450-WRITE-AUDIT-APPLIED
           END-WRITE.

       490-REWRITE-BUDGET-MONTH.
           MOVE BG-BUDGET-AMT  TO BEFORE-AMT-WS
           MOVE 'YES'          TO BEFORE-AMT-PRESENT-WS
           MOVE SPREAD-AMT-WS  TO BG-BUDGET-AMT
           IF TR-STORE-NO NOT = SPACES
               MOVE TR-STORE-NO TO BG-STORE-NO
           END-IF
           ADD 1               TO BG-REVISION-COUNT
           MOVE RUN-DATE-WS    TO BG-REVISE-DATE
           MOVE TR-USER-ID     TO BG-REVISED-BY
           REWRITE BUDGET-MASTER-RECORD
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BUDGET REWRITE FAILED' TO REJECT-REASON-WS
               NOT INVALID KEY
                   ADD 1 TO MONTHS-REVISED-COUNT-WS
                   PERFORM 450-WRITE-AUDIT-APPLIED
           END-REWRITE.

       450-WRITE-AUDIT-APPLIED.
           MOVE TR-ACTION          TO ADL-ACTION-OUT
           MOVE BG-ACCT-NO         TO ADL-ACCT-NO-OUT
           MOVE BG-PERIOD          TO ADL-PERIOD-OUT
           MOVE BG-STORE-NO        TO ADL-STORE-NO-OUT
           MOVE BG-ORIG-AMT        TO AAE-AMT-OUT
           MOVE AAE-AMT-OUT        TO ADL-ORIG-AMT-OUT
           IF BEFORE-AMT-PRESENT-WS = 'YES'
               MOVE BEFORE-AMT-WS  TO AAE-AMT-OUT
               MOVE AAE-AMT-OUT    TO ADL-BEFORE-AMT-OUT
           ELSE
               MOVE SPACES         TO ADL-BEFORE-AMT-OUT
           END-IF
           MOVE BG-BUDGET-AMT      TO AAE-AMT-OUT
           MOVE AAE-AMT-OUT        TO ADL-AFTER-AMT-OUT
           MOVE BG-REVISION-COUNT  TO AAE-REVISION-OUT
           MOVE AAE-REVISION-OUT   TO ADL-REVISION-OUT
           MOVE BG-REVISED-BY      TO ADL-USER-ID-OUT
           MOVE 'APPLIED'          TO ADL-DISPOSITION-OUT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE.

       460-WRITE-AUDIT-REJECT.
           MOVE TR-ACTION        TO ADL-ACTION-OUT
           MOVE TR-ACCT-NO       TO ADL-ACCT-NO-OUT
           MOVE TR-PERIOD        TO ADL-PERIOD-OUT
           MOVE TR-STORE-NO      TO ADL-STORE-NO-OUT
           MOVE SPACES           TO ADL-ORIG-AMT-OUT
           MOVE SPACES           TO ADL-BEFORE-AMT-OUT
           IF TR-AMT NUMERIC
               MOVE TRANS-AMT-WS TO AAE-AMT-OUT
               MOVE AAE-AMT-OUT  TO ADL-AFTER-AMT-OUT
           ELSE
               MOVE SPACES       TO ADL-AFTER-AMT-OUT
           END-IF
           MOVE SPACES           TO ADL-REVISION-OUT
           MOVE TR-USER-ID       TO ADL-USER-ID-OUT
           MOVE SPACES           TO ADL-DISPOSITION-OUT
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  REJECT-REASON-WS DELIMITED BY SIZE
               INTO ADL-DISPOSITION-OUT
           END-STRING
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE.

       900-CLOSE.
           MOVE TRANS-READ-COUNT-WS     TO ATL-READ-OUT
           MOVE TRANS-APPLIED-COUNT-WS  TO ATL-APPLIED-OUT
           MOVE TRANS-REJECT-COUNT-WS   TO ATL-REJECT-OUT
           WRITE AUDIT-LINE FROM SPACES
           WRITE AUDIT-LINE FROM AUDIT-TOTAL-LINE
           MOVE MONTHS-LOADED-COUNT-WS  TO AML-LOADED-OUT
           MOVE MONTHS-REVISED-COUNT-WS TO AML-REVISED-OUT
           WRITE AUDIT-LINE FROM AUDIT-MONTHS-LINE

           CLOSE BUDGET-TRANS-FILE
           CLOSE BUDGET-MASTER-FILE
           IF STORE-MASTER-AVAILABLE-WS = 'YES'
               CLOSE STORE-MASTER-FILE
           END-IF
           CLOSE AUDIT-OUTPUT-FILE.
