       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DSPOPEN.
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

           SELECT OPTIONAL SUPPLIER-MASTER-FILE
                   ASSIGN TO 'SUPPMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-SUPPLIER-NO
                   FILE STATUS IS SM-FILE-STATUS-WS.

           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK1'.

           SELECT DISPUTE-REPORT-FILE ASSIGN TO 'DSPOPEN.DOC'
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
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-DISPUTE-REASON       PIC X(02).
           05  SW-AGE-DAYS             PIC 9(05).
           05  SW-BATCH-NO             PIC X(02).
           05  SW-VOUCHER-NO           PIC X(06).
           05  SW-SUPPLIER-NO          PIC X(05).
           05  SW-INVOICE-NO           PIC X(08).
           05  SW-AMT                  PIC S9(06)V99.
           05  SW-DISPUTE-DATE         PIC X(08).
           05  SW-DISPUTE-BY           PIC X(08).
       FD  DISPUTE-REPORT-FILE RECORDING MODE IS F.
       01  DISPUTE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-VOUCHER-HISTORY-WS       PIC X(03)    VALUE 'NO'.
           05  EOF-SORT-WS                  PIC X(03)    VALUE 'NO'.
           05  FIRST-DISPUTE-WS             PIC X(03)    VALUE 'YES'.
           05  PREV-REASON-WS               PIC X(02)    VALUE SPACES.

       01  VOUCHER-HISTORY-WS.
           05  VH-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  VOUCHER-HISTORY-AVAILABLE-WS PIC X(03)    VALUE 'NO'.

       01  SUPPLIER-MASTER-WS.
           05  SM-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  SUPPLIER-MASTER-AVAILABLE-WS PIC X(03)    VALUE 'NO'.
           05  RESOLVED-SUPPLIER-NAME-WS    PIC X(23)    VALUE SPACES.

       01  AGING-WS.
           05  RUN-DATE-INTEGER-WS          PIC 9(08)    VALUE ZERO.
           05  DISPUTE-DATE-INTEGER-WS      PIC 9(08)    VALUE ZERO.
           05  DISPUTE-AGE-DAYS-WS          PIC S9(05)   VALUE ZERO.

       01  DISPUTE-TOTALS-WS.
           05  REASON-COUNT-WS              PIC 9(06)    VALUE ZERO.
           05  REASON-AMT-WS                PIC S9(10)V99 VALUE ZERO.
           05  REASON-030-AMT-WS            PIC S9(10)V99 VALUE ZERO.
           05  REASON-060-AMT-WS            PIC S9(10)V99 VALUE ZERO.
           05  REASON-090-AMT-WS            PIC S9(10)V99 VALUE ZERO.
           05  REASON-OVER-AMT-WS           PIC S9(10)V99 VALUE ZERO.
           05  GRAND-COUNT-WS               PIC 9(06)    VALUE ZERO.
           05  GRAND-AMT-WS                 PIC S9(10)V99 VALUE ZERO.
           05  GRAND-030-AMT-WS             PIC S9(10)V99 VALUE ZERO.
           05  GRAND-060-AMT-WS             PIC S9(10)V99 VALUE ZERO.
           05  GRAND-090-AMT-WS             PIC S9(10)V99 VALUE ZERO.
           05  GRAND-OVER-AMT-WS            PIC S9(10)V99 VALUE ZERO.

       01  DISPUTE-REASON-VALUES.
           05  FILLER                  PIC X(22) VALUE
               'SSSHORT SHIPMENT      '.
           05  FILLER                  PIC X(22) VALUE
               'BPBAD PRICING         '.
           05  FILLER                  PIC X(22) VALUE
               'DGDAMAGED GOODS       '.
           05  FILLER                  PIC X(22) VALUE
               'QUQUALITY             '.
           05  FILLER                  PIC X(22) VALUE
               'DBDUPLICATE BILLING   '.
           05  FILLER                  PIC X(22) VALUE
               'OTOTHER               '.
       01  DISPUTE-REASON-TABLE REDEFINES DISPUTE-REASON-VALUES.
           05  DISPUTE-REASON-ENTRY OCCURS 6.
               10  DISPUTE-REASON-CODE PIC X(02).
               10  DISPUTE-REASON-DESC PIC X(20).

       01  DISPUTE-REASON-LOOKUP-WS.
           05  REASON-IDX-WS                PIC 9(02)    VALUE ZERO.
           05  REASON-TABLE-SIZE-WS         PIC 9(02)    VALUE 6.
           05  RESOLVED-REASON-DESC-WS      PIC X(20)    VALUE SPACES.

       01  HOLD-DATE-WS.
           05  HOLD-CCYYMMDD-WS.
               10  HOLD-YR-WS               PIC XXXX.
               10  HOLD-MO-WS               PIC XX.
               10  HOLD-DY-WS               PIC XX.
           05  HOLD-HR-WS                   PIC XX.
           05  HOLD-MIN-WS                  PIC XX.
           05  HOLD-SC-WS                   PIC XX.

       01  DISPUTE-DATE-WS.
           05  DISPUTE-DATE-CCYY-WS         PIC X(04).
           05  DISPUTE-DATE-MM-WS           PIC X(02).
           05  DISPUTE-DATE-DD-WS           PIC X(02).

       01  DISPUTE-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  DRH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  DRH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  DRH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               '    Open Voucher Disputes by Reason and Age'.

       01  DISPUTE-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'Voucher'.
           05  FILLER                  PIC X(07) VALUE 'Supp#'.
           05  FILLER                  PIC X(25) VALUE 'Supplier Name'.
           05  FILLER                  PIC X(10) VALUE 'Invoice'.
           05  FILLER                  PIC X(13) VALUE '      Amount'.
           05  FILLER                  PIC X(12) VALUE 'Disputed'.
           05  FILLER                  PIC X(07) VALUE '  Age'.
           05  FILLER                  PIC X(08) VALUE 'By'.

       01  DISPUTE-REASON-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'Reason: '.
           05  DRL-REASON-OUT          PIC X(02).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  DRL-DESC-OUT            PIC X(20).

       01  DISPUTE-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DDL-BATCH-NO-OUT        PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  DDL-VOUCHER-NO-OUT      PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DDL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DDL-SUPPLIER-NAME-OUT   PIC X(23).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DDL-INVOICE-NO-OUT      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DDL-AMT-OUT             PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DDL-DISPUTE-MM-OUT      PIC X(02).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  DDL-DISPUTE-DD-OUT      PIC X(02).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  DDL-DISPUTE-CCYY-OUT    PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DDL-AGE-OUT             PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DDL-DISPUTE-BY-OUT      PIC X(08).

       01  DISPUTE-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DTL-CAPTION-OUT         PIC X(20).
           05  FILLER                  PIC X(08) VALUE 'COUNT: '.
           05  DTL-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  DOLLARS: '.
           05  DTL-AMT-OUT             PIC $$$$,$$$,$$9.99BCR.

       01  DISPUTE-AGE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE '0-30: '.
           05  DAL-030-OUT             PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(10) VALUE '  31-60: '.
           05  DAL-060-OUT             PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(10) VALUE '  61-90: '.
           05  DAL-090-OUT             PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(10) VALUE '  OVER 90:'.
           05  DAL-OVER-OUT            PIC $$$$,$$$,$$9.99BCR.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           OPEN OUTPUT DISPUTE-REPORT-FILE

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-MO-WS TO DRH-MM
           MOVE HOLD-DY-WS TO DRH-DD
           MOVE HOLD-YR-WS TO DRH-CCYY
           COMPUTE RUN-DATE-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (HOLD-CCYYMMDD-WS))

           WRITE DISPUTE-REPORT-LINE FROM DISPUTE-REPORT-HEADING
           WRITE DISPUTE-REPORT-LINE FROM SPACES
           WRITE DISPUTE-REPORT-LINE FROM DISPUTE-COLUMN-HEADING

           PERFORM 210-OPEN-VOUCHER-HISTORY
           PERFORM 220-OPEN-SUPPLIER-MASTER.

       210-OPEN-VOUCHER-HISTORY.
           OPEN INPUT VOUCHER-HISTORY-FILE
           IF VH-FILE-STATUS-WS = '00' OR = '05'
               MOVE 'YES' TO VOUCHER-HISTORY-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO VOUCHER-HISTORY-AVAILABLE-WS
           END-IF.

       220-OPEN-SUPPLIER-MASTER.
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF SM-FILE-STATUS-WS = '00'
               MOVE 'YES' TO SUPPLIER-MASTER-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO SUPPLIER-MASTER-AVAILABLE-WS
           END-IF.

       300-PROCESS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-DISPUTE-REASON
                  DESCENDING KEY SW-AGE-DAYS
                  ASCENDING KEY SW-SUPPLIER-NO
                                SW-BATCH-NO
                                SW-VOUCHER-NO
               INPUT PROCEDURE IS 310-RELEASE-DISPUTES
               OUTPUT PROCEDURE IS 320-RETURN-DISPUTES.

       310-RELEASE-DISPUTES.
           IF VOUCHER-HISTORY-AVAILABLE-WS = 'YES'
               MOVE LOW-VALUES TO VH-VOUCHER-KEY
               START VOUCHER-HISTORY-FILE KEY NOT < VH-VOUCHER-KEY
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
                           PERFORM 400-SELECT-ONE-VOUCHER
                       ELSE
                           MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       320-RETURN-DISPUTES.
           MOVE 'NO' TO EOF-SORT-WS
           PERFORM UNTIL EOF-SORT-WS = 'YES'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'YES' TO EOF-SORT-WS
               END-RETURN
               IF EOF-SORT-WS = 'NO'
                   PERFORM 500-PRINT-ONE-DISPUTE
               END-IF
           END-PERFORM

           IF FIRST-DISPUTE-WS = 'NO'
               PERFORM 600-WRITE-REASON-TOTALS
           END-IF.

       400-SELECT-ONE-VOUCHER.
           IF VH-PAID-IND NOT = 'P'
               AND VH-DISPUTE-STATUS = 'D'
               PERFORM 410-COMPUTE-DISPUTE-AGE
               MOVE SPACES              TO SORT-WORK-RECORD
               MOVE VH-DISPUTE-REASON   TO SW-DISPUTE-REASON
               MOVE DISPUTE-AGE-DAYS-WS TO SW-AGE-DAYS
               MOVE VH-BATCH-NO         TO SW-BATCH-NO
               MOVE VH-VOUCHER-NO       TO SW-VOUCHER-NO
               MOVE VH-SUPPLIER-NO      TO SW-SUPPLIER-NO
               MOVE VH-INVOICE-NO       TO SW-INVOICE-NO
               MOVE VH-AMT              TO SW-AMT
               MOVE VH-DISPUTE-DATE     TO SW-DISPUTE-DATE
               MOVE VH-DISPUTE-BY       TO SW-DISPUTE-BY
               RELEASE SORT-WORK-RECORD
           END-IF.

       410-COMPUTE-DISPUTE-AGE.
           IF VH-DISPUTE-DATE NUMERIC
               COMPUTE DISPUTE-DATE-INTEGER-WS =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (VH-DISPUTE-DATE))
               COMPUTE DISPUTE-AGE-DAYS-WS =
                   RUN-DATE-INTEGER-WS - DISPUTE-DATE-INTEGER-WS
               IF DISPUTE-AGE-DAYS-WS < ZERO
                   MOVE ZERO TO DISPUTE-AGE-DAYS-WS
               END-IF
           ELSE
               MOVE 999 TO DISPUTE-AGE-DAYS-WS
           END-IF.

       500-PRINT-ONE-DISPUTE.
           IF FIRST-DISPUTE-WS = 'YES'
               MOVE 'NO' TO FIRST-DISPUTE-WS
               MOVE SW-DISPUTE-REASON TO PREV-REASON-WS
               PERFORM 610-WRITE-REASON-HEADING
           END-IF

           IF SW-DISPUTE-REASON NOT = PREV-REASON-WS
               PERFORM 600-WRITE-REASON-TOTALS
               MOVE SW-DISPUTE-REASON TO PREV-REASON-WS
               PERFORM 610-WRITE-REASON-HEADING
           END-IF

           PERFORM 520-RESOLVE-SUPPLIER-NAME
           MOVE SW-DISPUTE-DATE TO DISPUTE-DATE-WS

           MOVE SW-BATCH-NO               TO DDL-BATCH-NO-OUT
           MOVE SW-VOUCHER-NO             TO DDL-VOUCHER-NO-OUT
           MOVE SW-SUPPLIER-NO            TO DDL-SUPPLIER-NO-OUT
           MOVE RESOLVED-SUPPLIER-NAME-WS TO DDL-SUPPLIER-NAME-OUT
           MOVE SW-INVOICE-NO             TO DDL-INVOICE-NO-OUT
           MOVE SW-AMT                    TO DDL-AMT-OUT
           MOVE DISPUTE-DATE-MM-WS        TO DDL-DISPUTE-MM-OUT
           MOVE DISPUTE-DATE-DD-WS        TO DDL-DISPUTE-DD-OUT
           MOVE DISPUTE-DATE-CCYY-WS      TO DDL-DISPUTE-CCYY-OUT
           MOVE SW-AGE-DAYS               TO DDL-AGE-OUT
           MOVE SW-DISPUTE-BY             TO DDL-DISPUTE-BY-OUT
           WRITE DISPUTE-REPORT-LINE FROM DISPUTE-DETAIL-LINE

           PERFORM 550-POST-TO-BUCKET.

       520-RESOLVE-SUPPLIER-NAME.
           MOVE SPACES TO RESOLVED-SUPPLIER-NAME-WS
           IF SUPPLIER-MASTER-AVAILABLE-WS = 'YES'
               MOVE SW-SUPPLIER-NO TO SM-SUPPLIER-NO
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-SUPPLIER-NAME
                           TO RESOLVED-SUPPLIER-NAME-WS
               END-READ
           END-IF.

       550-POST-TO-BUCKET.
           ADD 1      TO REASON-COUNT-WS
           ADD SW-AMT TO REASON-AMT-WS
           ADD 1      TO GRAND-COUNT-WS
           ADD SW-AMT TO GRAND-AMT-WS
           EVALUATE TRUE
               WHEN SW-AGE-DAYS NOT > 30
                   ADD SW-AMT TO REASON-030-AMT-WS
                   ADD SW-AMT TO GRAND-030-AMT-WS
               WHEN SW-AGE-DAYS NOT > 60
                   ADD SW-AMT TO REASON-060-AMT-WS
                   ADD SW-AMT TO GRAND-060-AMT-WS
               WHEN SW-AGE-DAYS NOT > 90
                   ADD SW-AMT TO REASON-090-AMT-WS
                   ADD SW-AMT TO GRAND-090-AMT-WS
               WHEN OTHER
                   ADD SW-AMT TO REASON-OVER-AMT-WS
                   ADD SW-AMT TO GRAND-OVER-AMT-WS
           END-EVALUATE.

       600-WRITE-REASON-TOTALS.
           MOVE SPACES TO DTL-CAPTION-OUT
           STRING 'REASON ' DELIMITED BY SIZE
                  PREV-REASON-WS DELIMITED BY SIZE
                  ' TOTAL:' DELIMITED BY SIZE
               INTO DTL-CAPTION-OUT
           END-STRING
           MOVE REASON-COUNT-WS    TO DTL-COUNT-OUT
           MOVE REASON-AMT-WS      TO DTL-AMT-OUT
           WRITE DISPUTE-REPORT-LINE FROM DISPUTE-TOTAL-LINE
           MOVE REASON-030-AMT-WS  TO DAL-030-OUT
           MOVE REASON-060-AMT-WS  TO DAL-060-OUT
           MOVE REASON-090-AMT-WS  TO DAL-090-OUT
           MOVE REASON-OVER-AMT-WS TO DAL-OVER-OUT
           WRITE DISPUTE-REPORT-LINE FROM DISPUTE-AGE-LINE

           MOVE ZERO TO REASON-COUNT-WS
           MOVE ZERO TO REASON-AMT-WS
           MOVE ZERO TO REASON-030-AMT-WS
           MOVE ZERO TO REASON-060-AMT-WS
           MOVE ZERO TO REASON-090-AMT-WS
           MOVE ZERO TO REASON-OVER-AMT-WS.

       610-WRITE-REASON-HEADING.
           MOVE 'UNKNOWN REASON' TO RESOLVED-REASON-DESC-WS
           PERFORM VARYING REASON-IDX-WS FROM 1 BY 1
               UNTIL REASON-IDX-WS > REASON-TABLE-SIZE-WS
               IF DISPUTE-REASON-CODE (REASON-IDX-WS) = PREV-REASON-WS
                   MOVE DISPUTE-REASON-DESC (REASON-IDX-WS)
                       TO RESOLVED-REASON-DESC-WS
                   MOVE REASON-TABLE-SIZE-WS TO REASON-IDX-WS
               END-IF
           END-PERFORM
           MOVE PREV-REASON-WS          TO DRL-REASON-OUT
           MOVE RESOLVED-REASON-DESC-WS TO DRL-DESC-OUT
           WRITE DISPUTE-REPORT-LINE FROM SPACES
           WRITE DISPUTE-REPORT-LINE FROM DISPUTE-REASON-LINE.

       900-CLOSE.
           MOVE 'ALL OPEN DISPUTES:' TO DTL-CAPTION-OUT
           MOVE GRAND-COUNT-WS       TO DTL-COUNT-OUT
           MOVE GRAND-AMT-WS         TO DTL-AMT-OUT
           WRITE DISPUTE-REPORT-LINE FROM SPACES
           WRITE DISPUTE-REPORT-LINE FROM DISPUTE-TOTAL-LINE
           MOVE GRAND-030-AMT-WS     TO DAL-030-OUT
           MOVE GRAND-060-AMT-WS     TO DAL-060-OUT
           MOVE GRAND-090-AMT-WS     TO DAL-090-OUT
           MOVE GRAND-OVER-AMT-WS    TO DAL-OVER-OUT
           WRITE DISPUTE-REPORT-LINE FROM DISPUTE-AGE-LINE

           IF VOUCHER-HISTORY-AVAILABLE-WS = 'YES'
               CLOSE VOUCHER-HISTORY-FILE
           END-IF
           IF SUPPLIER-MASTER-AVAILABLE-WS = 'YES'
               CLOSE SUPPLIER-MASTER-FILE
           END-IF
           CLOSE DISPUTE-REPORT-FILE.
