       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TAX1099.
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

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
                   ASSIGN TO 'PAYHIST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PY-PAY-REF
                   FILE STATUS IS PY-FILE-STATUS-WS.

           SELECT OPTIONAL TAX-PARM-FILE ASSIGN TO 'T99PARM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-REPORT-FILE ASSIGN TO 'TAX1099.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-EXTRACT-FILE ASSIGN TO 'TAX1099.DAT'
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
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PY-PAY-REF              PIC X(08).
           05  PY-SUPPLIER-NO          PIC X(05).
           05  PY-SUPPLIER-NAME        PIC X(23).
           05  PY-PAY-METHOD           PIC X(01).
           05  PY-AMOUNT               PIC 9(08)V99.
           05  PY-PAY-DATE             PIC X(08).
           05  PY-STATUS               PIC X(01).
           05  PY-STATUS-DATE          PIC X(08).
           05  PY-REASON-CODE          PIC X(02).
           05  PY-REASON-TEXT          PIC X(20).
           05  PY-REISSUE-REF          PIC X(08).
           05  PY-ORIG-PAY-REF         PIC X(08).
           05  PY-CLEAR-DATE           PIC X(08).
           05  PY-CLEAR-AMT            PIC 9(08)V99.
           05  PY-DISC-AMT             PIC 9(08)V99.
           05  FILLER                  PIC X(10).
       FD  TAX-PARM-FILE RECORDING MODE IS F.
       01  TAX-PARM-RECORD.
           05  TP-TAX-YEAR             PIC X(04).
           05  TP-THRESHOLD-AMT        PIC 9(07)V99.
           05  TP-ROYALTY-THRESHOLD    PIC 9(07)V99.
           05  TP-NEAR-PCT             PIC 9(02).
           05  TP-CORRECTION-IND       PIC X(01).
           05  TP-PAYER-TIN            PIC X(09).
           05  TP-PAYER-NAME           PIC X(30).
           05  FILLER                  PIC X(16).
       FD  TAX-REPORT-FILE RECORDING MODE IS F.
       01  TAX-REPORT-LINE             PIC X(132).
       FD  TAX-EXTRACT-FILE RECORDING MODE IS F.
       01  TAX-EXTRACT-RECORD.
           05  TXB-REC-TYPE            PIC X(01).
           05  TXB-TAX-YEAR            PIC X(04).
           05  TXB-CORRECTION-IND      PIC X(01).
           05  TXB-PAYER-TIN           PIC X(09).
           05  TXB-SUPPLIER-NO         PIC X(05).
           05  TXB-PAYEE-TIN-TYPE      PIC X(01).
           05  TXB-PAYEE-TIN           PIC X(09).
           05  TXB-PAYEE-NAME          PIC X(23).
           05  TXB-FORM-TYPE           PIC X(04).
           05  TXB-BOX-NO              PIC X(02).
           05  TXB-AMOUNT              PIC 9(10)V99.
           05  FILLER                  PIC X(09).
       01  TAX-EXTRACT-HEADER REDEFINES TAX-EXTRACT-RECORD.
           05  TXA-REC-TYPE            PIC X(01).
           05  TXA-TAX-YEAR            PIC X(04).
           05  TXA-CORRECTION-IND      PIC X(01).
           05  TXA-PAYER-TIN           PIC X(09).
           05  TXA-PAYER-NAME          PIC X(30).
           05  FILLER                  PIC X(35).
       01  TAX-EXTRACT-TRAILER REDEFINES TAX-EXTRACT-RECORD.
           05  TXT-REC-TYPE            PIC X(01).
           05  TXT-RECORD-COUNT        PIC 9(06).
           05  TXT-TOTAL-AMT           PIC 9(12)V99.
           05  FILLER                  PIC X(59).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-VOUCHER-HISTORY-WS       PIC X(03)    VALUE 'NO'.
           05  FIRST-VOUCHER-WS             PIC X(03)    VALUE 'YES'.
           05  PREV-SUPPLIER-WS             PIC X(05)    VALUE SPACES.
           05  PAYMENT-VOIDED-WS            PIC X(03)    VALUE 'NO'.
           05  VOUCHERS-COUNTED-WS          PIC 9(06)    VALUE ZERO.
           05  VOIDED-EXCLUDED-COUNT-WS     PIC 9(06)    VALUE ZERO.
           05  NO-PAID-DATE-COUNT-WS        PIC 9(06)    VALUE ZERO.
           05  REPORTABLE-COUNT-WS          PIC 9(06)    VALUE ZERO.
           05  REPORTABLE-AMT-WS            PIC S9(10)V99 VALUE ZERO.
           05  NOT-REPORTABLE-COUNT-WS      PIC 9(06)    VALUE ZERO.
           05  NOT-REPORTABLE-AMT-WS        PIC S9(10)V99 VALUE ZERO.
           05  EXTRACT-COUNT-WS             PIC 9(06)    VALUE ZERO.
           05  EXTRACT-AMT-WS               PIC 9(12)V99 VALUE ZERO.

       01  VOUCHER-HISTORY-WS.
           05  VH-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  VOUCHER-HISTORY-AVAILABLE-WS PIC X(03)    VALUE 'NO'.

       01  SUPPLIER-MASTER-WS.
           05  SM-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  SUPPLIER-MASTER-AVAILABLE-WS PIC X(03)    VALUE 'NO'.
           05  SUPPLIER-FOUND-WS            PIC X(03)    VALUE 'NO'.

       01  PAYMENT-HISTORY-WS.
           05  PY-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  PAYMENT-HISTORY-AVAILABLE-WS PIC X(03)    VALUE 'NO'.

       01  TAX-CONTROL-WS.
           05  TAX-YEAR-WS                  PIC 9(04)    VALUE ZERO.
           05  THRESHOLD-AMT-WS             PIC 9(07)V99 VALUE 600.00.
           05  ROYALTY-THRESHOLD-WS         PIC 9(07)V99 VALUE 10.00.
           05  NEAR-PCT-WS                  PIC 9(02)    VALUE 10.
           05  CORRECTION-IND-WS            PIC X(01)    VALUE SPACE.
           05  PAYER-TIN-WS                 PIC X(09)    VALUE SPACES.
           05  PAYER-NAME-WS                PIC X(30)    VALUE SPACES.
           05  SUPP-THRESHOLD-WS            PIC 9(07)V99 VALUE ZERO.
           05  SUPP-NEAR-FLOOR-WS           PIC 9(07)V99 VALUE ZERO.
           05  SUPP-VOUCHER-COUNT-WS        PIC 9(06)    VALUE ZERO.
           05  SUPP-PAID-AMT-WS             PIC S9(10)V99 VALUE ZERO.
           05  VOUCHER-PAID-AMT-WS          PIC S9(08)V99 VALUE ZERO.
           05  FORM-TYPE-WS                 PIC X(04)    VALUE SPACES.
           05  BOX-NO-WS                    PIC X(02)    VALUE SPACES.
           05  TIN-TYPE-CODE-WS             PIC X(01)    VALUE SPACE.
           05  FORMATTED-TIN-WS             PIC X(11)    VALUE SPACES.

       01  MISSING-TIN-TABLE-WS.
           05  MISSING-ENTRY-COUNT-WS       PIC 9(04)    VALUE ZERO.
           05  MISSING-IDX-WS               PIC 9(04)    VALUE ZERO.
           05  MISSING-TIN-TABLE OCCURS 2000 TIMES.
               10  MTT-SUPPLIER-NO          PIC X(05).
               10  MTT-SUPPLIER-NAME        PIC X(23).
               10  MTT-1099-BOX             PIC X(02).
               10  MTT-PAID-AMT             PIC S9(10)V99.
               10  MTT-NOTE                 PIC X(24).

       01  NEAR-THRESHOLD-TABLE-WS.
           05  NEAR-ENTRY-COUNT-WS          PIC 9(04)    VALUE ZERO.
           05  NEAR-IDX-WS                  PIC 9(04)    VALUE ZERO.
           05  NEAR-THRESHOLD-TABLE OCCURS 2000 TIMES.
               10  NTT-SUPPLIER-NO          PIC X(05).
               10  NTT-SUPPLIER-NAME        PIC X(23).
               10  NTT-1099-BOX             PIC X(02).
               10  NTT-PAID-AMT             PIC S9(10)V99.
               10  NTT-THRESHOLD-AMT        PIC 9(07)V99.

       01  HOLD-DATE-WS.
           05  HOLD-CCYYMMDD-WS.
               10  HOLD-YR-WS               PIC 9(04).
               10  HOLD-MO-WS               PIC XX.
               10  HOLD-DY-WS               PIC XX.
           05  HOLD-HR-WS                   PIC XX.
           05  HOLD-MIN-WS                  PIC XX.
           05  HOLD-SC-WS                   PIC XX.

       01  TAX-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  TRH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  TRH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  TRH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(46) VALUE
               '    1099 Supplier Payment Register - Tax Year '.
           05  TRH-TAX-YEAR            PIC 9(04).
           05  TRH-CORRECTION-OUT      PIC X(14) VALUE SPACES.

       01  TAX-BASIS-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(55) VALUE
               'Paid vouchers by payment date, voided payments omitted'.

       01  TAX-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'Supp# '.
           05  FILLER                  PIC X(25) VALUE 'Supplier'.
           05  FILLER                  PIC X(13) VALUE 'TIN'.
           05  FILLER                  PIC X(06) VALUE 'Form'.
           05  FILLER                  PIC X(05) VALUE 'Box'.
           05  FILLER                  PIC X(10) VALUE 'Vouchers'.
           05  FILLER                  PIC X(18) VALUE
               '       Amount Paid'.

       01  TAX-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TDL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TDL-SUPPLIER-NAME-OUT   PIC X(23).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TDL-TIN-OUT             PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TDL-FORM-OUT            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TDL-BOX-OUT             PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  TDL-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  TDL-AMOUNT-OUT          PIC $$$,$$$,$$9.99BCR.

       01  TAX-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  TTL-CAPTION-OUT         PIC X(32).
           05  TTL-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  TTL-AMOUNT-OUT          PIC $$$,$$$,$$9.99BCR.

       01  TAX-COUNT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  TCL-CAPTION-OUT         PIC X(32).
           05  TCL-COUNT-OUT           PIC ZZZ,ZZ9.

       01  MISSING-SECTION-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
               'Reportable Suppliers Missing a Taxpayer ID'.

       01  MISSING-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'Supp# '.
           05  FILLER                  PIC X(25) VALUE 'Supplier'.
           05  FILLER                  PIC X(05) VALUE 'Box'.
           05  FILLER                  PIC X(18) VALUE
               '       Amount Paid'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE 'Status'.

       01  MISSING-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MDL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MDL-SUPPLIER-NAME-OUT   PIC X(23).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MDL-BOX-OUT             PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  MDL-AMOUNT-OUT          PIC $$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MDL-NOTE-OUT            PIC X(24).

       01  NEAR-SECTION-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               'Reportable Suppliers Within Reporting Threshold '.
           05  NSH-PCT-OUT             PIC Z9.
           05  FILLER                  PIC X(01) VALUE '%'.

       01  NEAR-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'Supp# '.
           05  FILLER                  PIC X(25) VALUE 'Supplier'.
           05  FILLER                  PIC X(05) VALUE 'Box'.
           05  FILLER                  PIC X(18) VALUE
               '       Amount Paid'.
           05  FILLER                  PIC X(14) VALUE
               '     Threshold'.
           05  FILLER                  PIC X(14) VALUE
               '     Shortfall'.

       01  NEAR-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  NDL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NDL-SUPPLIER-NAME-OUT   PIC X(23).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NDL-BOX-OUT             PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  NDL-AMOUNT-OUT          PIC $$$,$$$,$$9.99BCR.
           05  NDL-THRESHOLD-OUT       PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  NDL-SHORTFALL-OUT       PIC $$,$$$,$$9.99.

       01  TABLE-FULL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               '** LIST TABLE FULL - REMAINING ENTRIES OMITTED **'.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-MO-WS TO TRH-MM
           MOVE HOLD-DY-WS TO TRH-DD
           MOVE HOLD-YR-WS TO TRH-CCYY

           PERFORM 205-READ-PARAMETERS
           PERFORM 210-OPEN-VOUCHER-HISTORY
           PERFORM 220-OPEN-SUPPLIER-MASTER
           PERFORM 230-OPEN-PAYMENT-HISTORY

           OPEN OUTPUT TAX-REPORT-FILE
           OPEN OUTPUT TAX-EXTRACT-FILE

           MOVE TAX-YEAR-WS TO TRH-TAX-YEAR
           IF CORRECTION-IND-WS = 'G'
               MOVE '  (CORRECTED)' TO TRH-CORRECTION-OUT
           END-IF
           WRITE TAX-REPORT-LINE FROM TAX-REPORT-HEADING
           WRITE TAX-REPORT-LINE FROM TAX-BASIS-HEADING
           WRITE TAX-REPORT-LINE FROM SPACES
           WRITE TAX-REPORT-LINE FROM TAX-COLUMN-HEADING
           WRITE TAX-REPORT-LINE FROM SPACES

           PERFORM 240-WRITE-EXTRACT-HEADER.

       205-READ-PARAMETERS.
           OPEN INPUT TAX-PARM-FILE
           READ TAX-PARM-FILE
               AT END MOVE SPACES TO TAX-PARM-RECORD
           END-READ
           CLOSE TAX-PARM-FILE

           IF TP-TAX-YEAR NUMERIC
               MOVE TP-TAX-YEAR TO TAX-YEAR-WS
           ELSE
               COMPUTE TAX-YEAR-WS = HOLD-YR-WS - 1
           END-IF
           IF TP-THRESHOLD-AMT NUMERIC
               IF TP-THRESHOLD-AMT > ZERO
                   MOVE TP-THRESHOLD-AMT TO THRESHOLD-AMT-WS
               END-IF
           END-IF
           IF TP-ROYALTY-THRESHOLD NUMERIC
               IF TP-ROYALTY-THRESHOLD > ZERO
                   MOVE TP-ROYALTY-THRESHOLD TO ROYALTY-THRESHOLD-WS
               END-IF
           END-IF
           IF TP-NEAR-PCT NUMERIC
               MOVE TP-NEAR-PCT TO NEAR-PCT-WS
           END-IF
           IF TP-CORRECTION-IND = 'Y'
               MOVE 'G' TO CORRECTION-IND-WS
           END-IF
           MOVE TP-PAYER-TIN  TO PAYER-TIN-WS
           MOVE TP-PAYER-NAME TO PAYER-NAME-WS.

       210-OPEN-VOUCHER-HISTORY.
           OPEN INPUT VOUCHER-HISTORY-FILE
           IF VH-FILE-STATUS-WS = '00' OR = '05'
               MOVE 'YES' TO VOUCHER-HISTORY-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO VOUCHER-HISTORY-AVAILABLE-WS
               DISPLAY '** TAX1099 - VOUCHER HISTORY OPEN FAILED'
                   ' - FILE STATUS ' VH-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       220-OPEN-SUPPLIER-MASTER.
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF SM-FILE-STATUS-WS = '00'
               MOVE 'YES' TO SUPPLIER-MASTER-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO SUPPLIER-MASTER-AVAILABLE-WS
               DISPLAY '** TAX1099 - SUPPLIER MASTER OPEN FAILED'
                   ' - FILE STATUS ' SM-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       230-OPEN-PAYMENT-HISTORY.
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF PY-FILE-STATUS-WS = '00' OR = '05'
               MOVE 'YES' TO PAYMENT-HISTORY-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO PAYMENT-HISTORY-AVAILABLE-WS
               DISPLAY '** TAX1099 - PAYMENT HISTORY OPEN FAILED'
                   ' - FILE STATUS ' PY-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       240-WRITE-EXTRACT-HEADER.
           MOVE SPACES             TO TAX-EXTRACT-RECORD
           MOVE 'A'                TO TXA-REC-TYPE
           MOVE TAX-YEAR-WS        TO TXA-TAX-YEAR
           MOVE CORRECTION-IND-WS  TO TXA-CORRECTION-IND
           MOVE PAYER-TIN-WS       TO TXA-PAYER-TIN
           MOVE PAYER-NAME-WS      TO TXA-PAYER-NAME
           WRITE TAX-EXTRACT-RECORD.

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
                           PERFORM 400-TOTAL-ONE-VOUCHER
                       ELSE
                           MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF FIRST-VOUCHER-WS = 'NO'
               PERFORM 600-FINISH-SUPPLIER
           END-IF.

       400-TOTAL-ONE-VOUCHER.
           IF FIRST-VOUCHER-WS = 'YES'
               MOVE 'NO' TO FIRST-VOUCHER-WS
               MOVE VH-SUPPLIER-NO TO PREV-SUPPLIER-WS
           END-IF

           IF VH-SUPPLIER-NO NOT = PREV-SUPPLIER-WS
               PERFORM 600-FINISH-SUPPLIER
               MOVE VH-SUPPLIER-NO TO PREV-SUPPLIER-WS
           END-IF

           IF VH-PAID-IND = 'P'
               IF VH-PAID-DATE NUMERIC
                   IF VH-PAID-DATE (1:4) = TAX-YEAR-WS
                       PERFORM 450-CHECK-PAYMENT-STATUS
                       IF PAYMENT-VOIDED-WS = 'YES'
                           ADD 1 TO VOIDED-EXCLUDED-COUNT-WS
                       ELSE
                           PERFORM 500-ADD-VOUCHER-PAYMENT
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO NO-PAID-DATE-COUNT-WS
               END-IF
           END-IF.

       450-CHECK-PAYMENT-STATUS.
           MOVE 'NO' TO PAYMENT-VOIDED-WS
           IF PAYMENT-HISTORY-AVAILABLE-WS = 'YES'
               MOVE VH-PAY-REF TO PY-PAY-REF
               READ PAYMENT-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PY-STATUS = 'V' OR = 'S'
                           MOVE 'YES' TO PAYMENT-VOIDED-WS
                       END-IF
               END-READ
           END-IF.

       500-ADD-VOUCHER-PAYMENT.
           MOVE VH-AMT TO VOUCHER-PAID-AMT-WS
           IF VH-DISC-TAKEN NUMERIC
               SUBTRACT VH-DISC-TAKEN FROM VOUCHER-PAID-AMT-WS
           END-IF
           ADD VOUCHER-PAID-AMT-WS TO SUPP-PAID-AMT-WS
           ADD 1 TO SUPP-VOUCHER-COUNT-WS
           ADD 1 TO VOUCHERS-COUNTED-WS.

       600-FINISH-SUPPLIER.
           IF SUPP-VOUCHER-COUNT-WS > ZERO
               PERFORM 610-LOOKUP-SUPPLIER
               IF SUPPLIER-FOUND-WS = 'YES'
                  AND SM-1099-IND = 'Y'
                   PERFORM 620-CLASSIFY-REPORTABLE
               ELSE
                   ADD 1 TO NOT-REPORTABLE-COUNT-WS
                   ADD SUPP-PAID-AMT-WS TO NOT-REPORTABLE-AMT-WS
               END-IF
           END-IF

           MOVE ZERO TO SUPP-VOUCHER-COUNT-WS
           MOVE ZERO TO SUPP-PAID-AMT-WS.

       610-LOOKUP-SUPPLIER.
           MOVE 'NO' TO SUPPLIER-FOUND-WS
           IF SUPPLIER-MASTER-AVAILABLE-WS = 'YES'
               MOVE PREV-SUPPLIER-WS TO SM-SUPPLIER-NO
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO SUPPLIER-FOUND-WS
               END-READ
           END-IF.

       620-CLASSIFY-REPORTABLE.
           IF SM-1099-BOX = 'M2'
               MOVE ROYALTY-THRESHOLD-WS TO SUPP-THRESHOLD-WS
           ELSE
               MOVE THRESHOLD-AMT-WS TO SUPP-THRESHOLD-WS
           END-IF
           COMPUTE SUPP-NEAR-FLOOR-WS ROUNDED =
               SUPP-THRESHOLD-WS * (100 - NEAR-PCT-WS) / 100

           EVALUATE TRUE
               WHEN SUPP-PAID-AMT-WS NOT < SUPP-THRESHOLD-WS
                   ADD 1 TO REPORTABLE-COUNT-WS
                   ADD SUPP-PAID-AMT-WS TO REPORTABLE-AMT-WS
                   PERFORM 630-RESOLVE-FORM-AND-BOX
                   PERFORM 640-WRITE-REGISTER-LINE
                   PERFORM 650-WRITE-EXTRACT-DETAIL
                   IF SM-TIN = SPACES
                       PERFORM 660-ADD-MISSING-TIN
                   END-IF
               WHEN SUPP-PAID-AMT-WS NOT < SUPP-NEAR-FLOOR-WS
                   AND SUPP-PAID-AMT-WS > ZERO
                   PERFORM 670-ADD-NEAR-THRESHOLD
                   IF SM-TIN = SPACES
                       PERFORM 660-ADD-MISSING-TIN
                   END-IF
               WHEN OTHER
                   IF SM-TIN = SPACES
                      AND SUPP-PAID-AMT-WS > ZERO
                       PERFORM 660-ADD-MISSING-TIN
                   END-IF
           END-EVALUATE.

       630-RESOLVE-FORM-AND-BOX.
           EVALUATE SM-1099-BOX
               WHEN 'NE'
                   MOVE 'NEC ' TO FORM-TYPE-WS
                   MOVE '01'   TO BOX-NO-WS
               WHEN 'M1'
                   MOVE 'MISC' TO FORM-TYPE-WS
                   MOVE '01'   TO BOX-NO-WS
               WHEN 'M2'
                   MOVE 'MISC' TO FORM-TYPE-WS
                   MOVE '02'   TO BOX-NO-WS
               WHEN 'M3'
                   MOVE 'MISC' TO FORM-TYPE-WS
                   MOVE '03'   TO BOX-NO-WS
               WHEN 'M6'
                   MOVE 'MISC' TO FORM-TYPE-WS
                   MOVE '06'   TO BOX-NO-WS
               WHEN OTHER
                   MOVE 'NEC ' TO FORM-TYPE-WS
                   MOVE '01'   TO BOX-NO-WS
           END-EVALUATE

           EVALUATE SM-TIN-TYPE
               WHEN 'E'
                   MOVE '1' TO TIN-TYPE-CODE-WS
                   MOVE SPACES TO FORMATTED-TIN-WS
                   STRING SM-TIN (1:2) DELIMITED BY SIZE
                          '-'          DELIMITED BY SIZE
                          SM-TIN (3:7) DELIMITED BY SIZE
                       INTO FORMATTED-TIN-WS
                   END-STRING
               WHEN 'S'
                   MOVE '2' TO TIN-TYPE-CODE-WS
                   MOVE SPACES TO FORMATTED-TIN-WS
                   STRING SM-TIN (1:3) DELIMITED BY SIZE
                          '-'          DELIMITED BY SIZE
                          SM-TIN (4:2) DELIMITED BY SIZE
                          '-'          DELIMITED BY SIZE
                          SM-TIN (6:4) DELIMITED BY SIZE
                       INTO FORMATTED-TIN-WS
                   END-STRING
               WHEN OTHER
                   MOVE SPACE  TO TIN-TYPE-CODE-WS
                   MOVE SM-TIN TO FORMATTED-TIN-WS
           END-EVALUATE

           IF SM-TIN = SPACES
               MOVE '** NONE **' TO FORMATTED-TIN-WS
           END-IF.

       640-WRITE-REGISTER-LINE.
           MOVE PREV-SUPPLIER-WS      TO TDL-SUPPLIER-NO-OUT
           MOVE SM-SUPPLIER-NAME      TO TDL-SUPPLIER-NAME-OUT
           MOVE FORMATTED-TIN-WS      TO TDL-TIN-OUT
           MOVE FORM-TYPE-WS          TO TDL-FORM-OUT
           MOVE BOX-NO-WS             TO TDL-BOX-OUT
           MOVE SUPP-VOUCHER-COUNT-WS TO TDL-COUNT-OUT
           MOVE SUPP-PAID-AMT-WS      TO TDL-AMOUNT-OUT
           WRITE TAX-REPORT-LINE FROM TAX-DETAIL-LINE.

       650-WRITE-EXTRACT-DETAIL.
           MOVE SPACES             TO TAX-EXTRACT-RECORD
           MOVE 'B'                TO TXB-REC-TYPE
           MOVE TAX-YEAR-WS        TO TXB-TAX-YEAR
           MOVE CORRECTION-IND-WS  TO TXB-CORRECTION-IND
           MOVE PAYER-TIN-WS       TO TXB-PAYER-TIN
           MOVE PREV-SUPPLIER-WS   TO TXB-SUPPLIER-NO
           MOVE TIN-TYPE-CODE-WS   TO TXB-PAYEE-TIN-TYPE
           MOVE SM-TIN             TO TXB-PAYEE-TIN
           MOVE SM-SUPPLIER-NAME   TO TXB-PAYEE-NAME
           MOVE FORM-TYPE-WS       TO TXB-FORM-TYPE
           MOVE BOX-NO-WS          TO TXB-BOX-NO
           MOVE SUPP-PAID-AMT-WS   TO TXB-AMOUNT
           WRITE TAX-EXTRACT-RECORD
           ADD 1 TO EXTRACT-COUNT-WS
           ADD SUPP-PAID-AMT-WS TO EXTRACT-AMT-WS.

       660-ADD-MISSING-TIN.
           IF MISSING-ENTRY-COUNT-WS < 2000
               ADD 1 TO MISSING-ENTRY-COUNT-WS
               MOVE MISSING-ENTRY-COUNT-WS TO MISSING-IDX-WS
               MOVE PREV-SUPPLIER-WS
                   TO MTT-SUPPLIER-NO (MISSING-IDX-WS)
               MOVE SM-SUPPLIER-NAME
                   TO MTT-SUPPLIER-NAME (MISSING-IDX-WS)
               MOVE SM-1099-BOX
                   TO MTT-1099-BOX (MISSING-IDX-WS)
               MOVE SUPP-PAID-AMT-WS
                   TO MTT-PAID-AMT (MISSING-IDX-WS)
               IF SUPP-PAID-AMT-WS NOT < SUPP-THRESHOLD-WS
                   MOVE 'OVER - FILING REQUIRED'
                       TO MTT-NOTE (MISSING-IDX-WS)
               ELSE
                   MOVE 'UNDER THRESHOLD'
                       TO MTT-NOTE (MISSING-IDX-WS)
               END-IF
           ELSE
               MOVE 2001 TO MISSING-ENTRY-COUNT-WS
           END-IF.

       670-ADD-NEAR-THRESHOLD.
           IF NEAR-ENTRY-COUNT-WS < 2000
               ADD 1 TO NEAR-ENTRY-COUNT-WS
               MOVE NEAR-ENTRY-COUNT-WS TO NEAR-IDX-WS
               MOVE PREV-SUPPLIER-WS
                   TO NTT-SUPPLIER-NO (NEAR-IDX-WS)
               MOVE SM-SUPPLIER-NAME
                   TO NTT-SUPPLIER-NAME (NEAR-IDX-WS)
               MOVE SM-1099-BOX
                   TO NTT-1099-BOX (NEAR-IDX-WS)
               MOVE SUPP-PAID-AMT-WS
                   TO NTT-PAID-AMT (NEAR-IDX-WS)
               MOVE SUPP-THRESHOLD-WS
                   TO NTT-THRESHOLD-AMT (NEAR-IDX-WS)
           ELSE
               MOVE 2001 TO NEAR-ENTRY-COUNT-WS
           END-IF.

       700-WRITE-MISSING-TIN-LIST.
           WRITE TAX-REPORT-LINE FROM SPACES
           WRITE TAX-REPORT-LINE FROM MISSING-SECTION-HEADING
           WRITE TAX-REPORT-LINE FROM SPACES
           WRITE TAX-REPORT-LINE FROM MISSING-COLUMN-HEADING
           WRITE TAX-REPORT-LINE FROM SPACES
           PERFORM VARYING MISSING-IDX-WS FROM 1 BY 1
                   UNTIL MISSING-IDX-WS > MISSING-ENTRY-COUNT-WS
                      OR MISSING-IDX-WS > 2000
               MOVE MTT-SUPPLIER-NO (MISSING-IDX-WS)
                   TO MDL-SUPPLIER-NO-OUT
               MOVE MTT-SUPPLIER-NAME (MISSING-IDX-WS)
                   TO MDL-SUPPLIER-NAME-OUT
               MOVE MTT-1099-BOX (MISSING-IDX-WS) TO MDL-BOX-OUT
               MOVE MTT-PAID-AMT (MISSING-IDX-WS) TO MDL-AMOUNT-OUT
               MOVE MTT-NOTE (MISSING-IDX-WS)     TO MDL-NOTE-OUT
               WRITE TAX-REPORT-LINE FROM MISSING-DETAIL-LINE
           END-PERFORM
           IF MISSING-ENTRY-COUNT-WS > 2000
               WRITE TAX-REPORT-LINE FROM TABLE-FULL-LINE
           END-IF.

       750-WRITE-NEAR-THRESHOLD-LIST.
           MOVE NEAR-PCT-WS TO NSH-PCT-OUT
           WRITE TAX-REPORT-LINE FROM SPACES
           WRITE TAX-REPORT-LINE FROM NEAR-SECTION-HEADING
           WRITE TAX-REPORT-LINE FROM SPACES
           WRITE TAX-REPORT-LINE FROM NEAR-COLUMN-HEADING
           WRITE TAX-REPORT-LINE FROM SPACES
           PERFORM VARYING NEAR-IDX-WS FROM 1 BY 1
                   UNTIL NEAR-IDX-WS > NEAR-ENTRY-COUNT-WS
                      OR NEAR-IDX-WS > 2000
               MOVE NTT-SUPPLIER-NO (NEAR-IDX-WS)
                   TO NDL-SUPPLIER-NO-OUT
               MOVE NTT-SUPPLIER-NAME (NEAR-IDX-WS)
                   TO NDL-SUPPLIER-NAME-OUT
               MOVE NTT-1099-BOX (NEAR-IDX-WS)  TO NDL-BOX-OUT
               MOVE NTT-PAID-AMT (NEAR-IDX-WS)  TO NDL-AMOUNT-OUT
               MOVE NTT-THRESHOLD-AMT (NEAR-IDX-WS)
                   TO NDL-THRESHOLD-OUT
               COMPUTE NDL-SHORTFALL-OUT =
                   NTT-THRESHOLD-AMT (NEAR-IDX-WS)
                   - NTT-PAID-AMT (NEAR-IDX-WS)
               WRITE TAX-REPORT-LINE FROM NEAR-DETAIL-LINE
           END-PERFORM
           IF NEAR-ENTRY-COUNT-WS > 2000
               WRITE TAX-REPORT-LINE FROM TABLE-FULL-LINE
           END-IF.

       900-CLOSE.
           WRITE TAX-REPORT-LINE FROM SPACES
           MOVE 'SUPPLIERS TO FILE:' TO TTL-CAPTION-OUT
           MOVE REPORTABLE-COUNT-WS  TO TTL-COUNT-OUT
           MOVE REPORTABLE-AMT-WS    TO TTL-AMOUNT-OUT
           WRITE TAX-REPORT-LINE FROM TAX-TOTAL-LINE

           MOVE 'NOT 1099-REPORTABLE:' TO TTL-CAPTION-OUT
           MOVE NOT-REPORTABLE-COUNT-WS TO TTL-COUNT-OUT
           MOVE NOT-REPORTABLE-AMT-WS   TO TTL-AMOUNT-OUT
           WRITE TAX-REPORT-LINE FROM TAX-TOTAL-LINE

           MOVE 'VOUCHERS COUNTED:'   TO TCL-CAPTION-OUT
           MOVE VOUCHERS-COUNTED-WS   TO TCL-COUNT-OUT
           WRITE TAX-REPORT-LINE FROM TAX-COUNT-LINE

           MOVE 'VOIDED PAYMENTS EXCLUDED:' TO TCL-CAPTION-OUT
           MOVE VOIDED-EXCLUDED-COUNT-WS    TO TCL-COUNT-OUT
           WRITE TAX-REPORT-LINE FROM TAX-COUNT-LINE

           MOVE 'PAID WITH NO PAID DATE:' TO TCL-CAPTION-OUT
           MOVE NO-PAID-DATE-COUNT-WS     TO TCL-COUNT-OUT
           WRITE TAX-REPORT-LINE FROM TAX-COUNT-LINE

           PERFORM 700-WRITE-MISSING-TIN-LIST
           PERFORM 750-WRITE-NEAR-THRESHOLD-LIST

           MOVE SPACES             TO TAX-EXTRACT-RECORD
           MOVE 'T'                TO TXT-REC-TYPE
           MOVE EXTRACT-COUNT-WS   TO TXT-RECORD-COUNT
           MOVE EXTRACT-AMT-WS     TO TXT-TOTAL-AMT
           WRITE TAX-EXTRACT-RECORD

           IF VOUCHER-HISTORY-AVAILABLE-WS = 'YES'
               CLOSE VOUCHER-HISTORY-FILE
           END-IF
           IF SUPPLIER-MASTER-AVAILABLE-WS = 'YES'
               CLOSE SUPPLIER-MASTER-FILE
           END-IF
           IF PAYMENT-HISTORY-AVAILABLE-WS = 'YES'
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           CLOSE TAX-REPORT-FILE
           CLOSE TAX-EXTRACT-FILE.
