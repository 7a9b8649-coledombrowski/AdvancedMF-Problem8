       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CASHREQ.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VOUCHER-HISTORY-FILE
                   ASSIGN TO 'VCHRHIST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VH-VOUCHER-KEY
                   ALTERNATE RECORD KEY IS VH-SUPP-INV-KEY
                       WITH DUPLICATES
                   FILE STATUS IS VH-FILE-STATUS-WS.

           SELECT OPTIONAL PAYMENT-PARM-FILE ASSIGN TO 'PAYPARM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CASH-REPORT-FILE ASSIGN TO 'CASHREQ.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  PAYMENT-PARM-FILE RECORDING MODE IS F.
       01  PAYMENT-PARM-RECORD.
           05  PP-CASH-ACCT            PIC X(04).
           05  PP-AP-ACCT              PIC X(04).
           05  PP-PAY-THRU-DATE        PIC X(08).
           05  PP-DISC-ACCT            PIC X(04).
           05  PP-FORECAST-WEEKS       PIC X(02).
           05  FILLER                  PIC X(58).
       FD  CASH-REPORT-FILE RECORDING MODE IS F.
       01  CASH-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-VOUCHER-HISTORY-WS       PIC X(03)    VALUE 'NO'.
           05  OPEN-VOUCHER-COUNT-WS        PIC 9(06)    VALUE ZERO.

       01  VOUCHER-HISTORY-WS.
           05  VH-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  VOUCHER-HISTORY-AVAILABLE-WS PIC X(03)    VALUE 'NO'.

       01  FORECAST-WS.
           05  FORECAST-WEEKS-WS            PIC 9(02)    VALUE 8.
           05  MAX-FORECAST-WEEKS-WS        PIC 9(02)    VALUE 26.
           05  RUN-DATE-INTEGER-WS          PIC 9(08)    VALUE ZERO.
           05  PAY-DATE-WS                  PIC X(08)    VALUE SPACES.
           05  PAY-DATE-INTEGER-WS          PIC 9(08)    VALUE ZERO.
           05  DAYS-OUT-WS                  PIC S9(05)   VALUE ZERO.
           05  WEEK-DATE-WS                 PIC 9(08)    VALUE ZERO.
           05  WEEK-DATE-X-WS REDEFINES WEEK-DATE-WS.
               10  WEEK-DATE-CCYY-WS        PIC X(04).
               10  WEEK-DATE-MM-WS          PIC X(02).
               10  WEEK-DATE-DD-WS          PIC X(02).
           05  DISC-WINDOW-OPEN-WS          PIC X(03)    VALUE 'NO'.
           05  VOUCHER-DISC-WS              PIC S9(06)V99 VALUE ZERO.
           05  BUCKET-IDX-WS                PIC 9(02)    VALUE ZERO.
           05  LAST-BUCKET-WS               PIC 9(02)    VALUE ZERO.
           05  FORECAST-TABLE OCCURS 28 TIMES.
               10  FCT-COUNT                PIC 9(06).
               10  FCT-GROSS-AMT            PIC S9(10)V99.
               10  FCT-DISC-AVAIL-AMT       PIC S9(10)V99.
               10  FCT-DISC-LOST-AMT        PIC S9(10)V99.
           05  GRAND-COUNT-WS               PIC 9(06)    VALUE ZERO.
           05  GRAND-GROSS-AMT-WS           PIC S9(10)V99 VALUE ZERO.
           05  GRAND-DISC-AVAIL-AMT-WS      PIC S9(10)V99 VALUE ZERO.
           05  GRAND-DISC-LOST-AMT-WS       PIC S9(10)V99 VALUE ZERO.
           05  NET-CASH-AMT-WS              PIC S9(10)V99 VALUE ZERO.

       01  HOLD-DATE-WS.
           05  HOLD-CCYYMMDD-WS.
               10  HOLD-YR-WS               PIC XXXX.
               10  HOLD-MO-WS               PIC XX.
               10  HOLD-DY-WS               PIC XX.
           05  HOLD-HR-WS                   PIC XX.
           05  HOLD-MIN-WS                  PIC XX.
           05  HOLD-SC-WS                   PIC XX.

       01  CASH-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  CRH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  CRH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  CRH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               '    Cash Requirements Forecast by Week'.

       01  CASH-BASIS-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(56) VALUE
               'Bucketed by discount date if still open, else due date'.

       01  CASH-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
               'Period'.
           05  FILLER                  PIC X(09) VALUE
               'Vouchers'.
           05  FILLER                  PIC X(18) VALUE
               '         Gross Due'.
           05  FILLER                  PIC X(18) VALUE
               '  Disc Available'.
           05  FILLER                  PIC X(18) VALUE
               '       Disc Lost'.
           05  FILLER                  PIC X(18) VALUE
               '  Net Cash Needed'.

       01  CASH-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CDL-PERIOD-OUT          PIC X(24).
           05  CDL-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-GROSS-OUT           PIC $$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-DISC-AVAIL-OUT      PIC $$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-DISC-LOST-OUT       PIC $$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-NET-CASH-OUT        PIC $$,$$$,$$9.99BCR.

       01  CASH-WEEK-LABEL-WS.
           05  FILLER                  PIC X(05) VALUE 'Week '.
           05  CWL-WEEK-NO-OUT         PIC Z9.
           05  FILLER                  PIC X(04) VALUE ' of '.
           05  CWL-MM-OUT              PIC XX.
           05  FILLER                  PIC X     VALUE '/'.
           05  CWL-DD-OUT              PIC XX.
           05  FILLER                  PIC X     VALUE '/'.
           05  CWL-CCYY-OUT            PIC X(04).

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           OPEN OUTPUT CASH-REPORT-FILE

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-MO-WS TO CRH-MM
           MOVE HOLD-DY-WS TO CRH-DD
           MOVE HOLD-YR-WS TO CRH-CCYY
           COMPUTE RUN-DATE-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (HOLD-CCYYMMDD-WS))

           PERFORM 205-READ-PARAMETERS
           COMPUTE LAST-BUCKET-WS = FORECAST-WEEKS-WS + 2
           PERFORM VARYING BUCKET-IDX-WS FROM 1 BY 1
                   UNTIL BUCKET-IDX-WS > LAST-BUCKET-WS
               MOVE ZERO TO FCT-COUNT (BUCKET-IDX-WS)
               MOVE ZERO TO FCT-GROSS-AMT (BUCKET-IDX-WS)
               MOVE ZERO TO FCT-DISC-AVAIL-AMT (BUCKET-IDX-WS)
               MOVE ZERO TO FCT-DISC-LOST-AMT (BUCKET-IDX-WS)
           END-PERFORM

           WRITE CASH-REPORT-LINE FROM CASH-REPORT-HEADING
           WRITE CASH-REPORT-LINE FROM CASH-BASIS-HEADING
           WRITE CASH-REPORT-LINE FROM SPACES
           WRITE CASH-REPORT-LINE FROM CASH-COLUMN-HEADING
           WRITE CASH-REPORT-LINE FROM SPACES

           PERFORM 210-OPEN-VOUCHER-HISTORY.

       205-READ-PARAMETERS.
           OPEN INPUT PAYMENT-PARM-FILE
           READ PAYMENT-PARM-FILE
               AT END MOVE SPACES TO PAYMENT-PARM-RECORD
           END-READ
           CLOSE PAYMENT-PARM-FILE

           IF PP-FORECAST-WEEKS NUMERIC
               IF PP-FORECAST-WEEKS > ZERO
                   MOVE PP-FORECAST-WEEKS TO FORECAST-WEEKS-WS
               END-IF
           END-IF
           IF FORECAST-WEEKS-WS > MAX-FORECAST-WEEKS-WS
               MOVE MAX-FORECAST-WEEKS-WS TO FORECAST-WEEKS-WS
           END-IF.

       210-OPEN-VOUCHER-HISTORY.
           OPEN INPUT VOUCHER-HISTORY-FILE
           IF VH-FILE-STATUS-WS = '00' OR = '05'
               MOVE 'YES' TO VOUCHER-HISTORY-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO VOUCHER-HISTORY-AVAILABLE-WS
           END-IF.

       300-PROCESS.
           IF VOUCHER-HISTORY-AVAILABLE-WS = 'YES'
               MOVE LOW-VALUES TO VH-SUPP-INV-KEY
               START VOUCHER-HISTORY-FILE KEY NOT < VH-SUPP-INV-KEY
                   INVALID KEY MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
               END-START
               IF VH-FILE-STATUS-WS NOT = '00' AND NOT = '02'
                   MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
               END-IF
               PERFORM UNTIL EOF-VOUCHER-HISTORY-WS = 'YES'
                   READ VOUCHER-HISTORY-FILE NEXT
                       AT END MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
                   END-READ
                   IF EOF-VOUCHER-HISTORY-WS = 'NO'
                       IF VH-FILE-STATUS-WS = '00' OR = '02'
                           PERFORM 400-FORECAST-ONE-VOUCHER
                       ELSE
                           MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       400-FORECAST-ONE-VOUCHER.
           IF VH-PAID-IND NOT = 'P'
               PERFORM 500-COMPUTE-PAY-DATE
               PERFORM 550-POST-TO-BUCKET
               ADD 1 TO OPEN-VOUCHER-COUNT-WS
           END-IF.

       500-COMPUTE-PAY-DATE.
           MOVE 'NO' TO DISC-WINDOW-OPEN-WS
           MOVE ZERO TO VOUCHER-DISC-WS

           IF VH-DUE-DATE NUMERIC
               MOVE VH-DUE-DATE TO PAY-DATE-WS
           ELSE
               MOVE VH-PROCESS-DATE TO PAY-DATE-WS
           END-IF

           IF VH-AMT > ZERO
              AND VH-DISC-PCT NUMERIC
              AND VH-DISC-DATE NUMERIC
               IF VH-DISC-PCT > ZERO
                   COMPUTE VOUCHER-DISC-WS ROUNDED =
                       VH-AMT * VH-DISC-PCT / 100
                   IF VH-DISC-DATE NOT < HOLD-CCYYMMDD-WS
                       MOVE 'YES' TO DISC-WINDOW-OPEN-WS
                       MOVE VH-DISC-DATE TO PAY-DATE-WS
                   END-IF
               END-IF
           END-IF

           IF VH-AMT < ZERO
               MOVE HOLD-CCYYMMDD-WS TO PAY-DATE-WS
           END-IF

           IF PAY-DATE-WS NUMERIC
               COMPUTE PAY-DATE-INTEGER-WS =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (PAY-DATE-WS))
               COMPUTE DAYS-OUT-WS =
                   PAY-DATE-INTEGER-WS - RUN-DATE-INTEGER-WS
           ELSE
               MOVE ZERO TO DAYS-OUT-WS
           END-IF.

       550-POST-TO-BUCKET.
           EVALUATE TRUE
               WHEN DAYS-OUT-WS < ZERO
                   MOVE 1 TO BUCKET-IDX-WS
               WHEN DAYS-OUT-WS < FORECAST-WEEKS-WS * 7
                   COMPUTE BUCKET-IDX-WS = (DAYS-OUT-WS / 7) + 2
               WHEN OTHER
                   MOVE LAST-BUCKET-WS TO BUCKET-IDX-WS
           END-EVALUATE

           ADD 1      TO FCT-COUNT (BUCKET-IDX-WS)
           ADD VH-AMT TO FCT-GROSS-AMT (BUCKET-IDX-WS)
           IF DISC-WINDOW-OPEN-WS = 'YES'
               ADD VOUCHER-DISC-WS TO FCT-DISC-AVAIL-AMT (BUCKET-IDX-WS)
           ELSE
               ADD VOUCHER-DISC-WS TO FCT-DISC-LOST-AMT (BUCKET-IDX-WS)
           END-IF.

       600-WRITE-BUCKET-LINE.
           EVALUATE TRUE
               WHEN BUCKET-IDX-WS = 1
                   MOVE 'Past Due' TO CDL-PERIOD-OUT
               WHEN BUCKET-IDX-WS = LAST-BUCKET-WS
                   MOVE 'Beyond Forecast' TO CDL-PERIOD-OUT
               WHEN OTHER
                   COMPUTE WEEK-DATE-WS =
                       FUNCTION DATE-OF-INTEGER
                           (RUN-DATE-INTEGER-WS
                            + ((BUCKET-IDX-WS - 2) * 7))
                   COMPUTE CWL-WEEK-NO-OUT = BUCKET-IDX-WS - 1
                   MOVE WEEK-DATE-MM-WS   TO CWL-MM-OUT
                   MOVE WEEK-DATE-DD-WS   TO CWL-DD-OUT
                   MOVE WEEK-DATE-CCYY-WS TO CWL-CCYY-OUT
                   MOVE CASH-WEEK-LABEL-WS TO CDL-PERIOD-OUT
           END-EVALUATE

           COMPUTE NET-CASH-AMT-WS =
               FCT-GROSS-AMT (BUCKET-IDX-WS)
               - FCT-DISC-AVAIL-AMT (BUCKET-IDX-WS)
           MOVE FCT-COUNT (BUCKET-IDX-WS)     TO CDL-COUNT-OUT
           MOVE FCT-GROSS-AMT (BUCKET-IDX-WS) TO CDL-GROSS-OUT
           MOVE FCT-DISC-AVAIL-AMT (BUCKET-IDX-WS)
                                              TO CDL-DISC-AVAIL-OUT
           MOVE FCT-DISC-LOST-AMT (BUCKET-IDX-WS)
                                              TO CDL-DISC-LOST-OUT
           MOVE NET-CASH-AMT-WS               TO CDL-NET-CASH-OUT
           WRITE CASH-REPORT-LINE FROM CASH-DETAIL-LINE

           ADD FCT-COUNT (BUCKET-IDX-WS)     TO GRAND-COUNT-WS
           ADD FCT-GROSS-AMT (BUCKET-IDX-WS) TO GRAND-GROSS-AMT-WS
           ADD FCT-DISC-AVAIL-AMT (BUCKET-IDX-WS)
                                       TO GRAND-DISC-AVAIL-AMT-WS
           ADD FCT-DISC-LOST-AMT (BUCKET-IDX-WS)
                                       TO GRAND-DISC-LOST-AMT-WS.

       900-CLOSE.
           PERFORM VARYING BUCKET-IDX-WS FROM 1 BY 1
                   UNTIL BUCKET-IDX-WS > LAST-BUCKET-WS
               PERFORM 600-WRITE-BUCKET-LINE
           END-PERFORM

           COMPUTE NET-CASH-AMT-WS =
               GRAND-GROSS-AMT-WS - GRAND-DISC-AVAIL-AMT-WS
           MOVE 'TOTAL OPEN'             TO CDL-PERIOD-OUT
           MOVE GRAND-COUNT-WS           TO CDL-COUNT-OUT
           MOVE GRAND-GROSS-AMT-WS       TO CDL-GROSS-OUT
           MOVE GRAND-DISC-AVAIL-AMT-WS  TO CDL-DISC-AVAIL-OUT
           MOVE GRAND-DISC-LOST-AMT-WS   TO CDL-DISC-LOST-OUT
           MOVE NET-CASH-AMT-WS          TO CDL-NET-CASH-OUT
           WRITE CASH-REPORT-LINE FROM SPACES
           WRITE CASH-REPORT-LINE FROM CASH-DETAIL-LINE

           IF VOUCHER-HISTORY-AVAILABLE-WS = 'YES'
               CLOSE VOUCHER-HISTORY-FILE
           END-IF
           CLOSE CASH-REPORT-FILE.
