       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PAYVOID.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-TRANS-FILE ASSIGN TO 'VOIDTRAN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-PARM-FILE ASSIGN TO 'PAYPARM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
                   ASSIGN TO 'PAYHIST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PY-PAY-REF
                   FILE STATUS IS PY-FILE-STATUS-WS.

           SELECT OPTIONAL VOUCHER-HISTORY-FILE
                   ASSIGN TO 'VCHRHIST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VH-VOUCHER-KEY
                   ALTERNATE RECORD KEY IS VH-SUPP-INV-KEY
                       WITH DUPLICATES
                   FILE STATUS IS VH-FILE-STATUS-WS.

           SELECT OPTIONAL PAYMENT-CONTROL-FILE ASSIGN TO 'PAYCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REISSUE-PAYMENT-FILE ASSIGN TO 'REISSUE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITIVE-PAY-FILE ASSIGN TO 'VOIDPOS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-POSTING-FILE ASSIGN TO 'VOIDGL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VOID-REGISTER-FILE ASSIGN TO 'VOIDREG.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VOID-TRANS-FILE RECORDING MODE IS F.
       01  VOID-TRANS-RECORD.
           05  VT-PAY-REF              PIC X(08).
           05  VT-ACTION               PIC X(01).
           05  VT-REASON-CODE          PIC X(02).
           05  VT-REASON-TEXT          PIC X(20).
           05  FILLER                  PIC X(49).
       FD  PAYMENT-PARM-FILE RECORDING MODE IS F.
       01  PAYMENT-PARM-RECORD.
           05  PP-CASH-ACCT            PIC X(04).
           05  PP-AP-ACCT              PIC X(04).
           05  PP-PAY-THRU-DATE        PIC X(08).
           05  PP-DISC-ACCT            PIC X(04).
           05  PP-FORECAST-WEEKS       PIC X(02).
           05  FILLER                  PIC X(58).
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
       FD  PAYMENT-CONTROL-FILE RECORDING MODE IS F.
       01  PAYMENT-CONTROL-RECORD.
           05  PC-NEXT-CHECK-NO        PIC 9(06).
           05  PC-NEXT-ACH-NO          PIC 9(06).
           05  FILLER                  PIC X(68).
       FD  REISSUE-PAYMENT-FILE RECORDING MODE IS F.
       01  REISSUE-PAYMENT-RECORD.
           05  PF-REC-TYPE             PIC X(01).
           05  PF-PAY-METHOD           PIC X(01).
           05  PF-PAY-REF              PIC X(08).
           05  PF-SUPPLIER-NO          PIC X(05).
           05  PF-SUPPLIER-NAME        PIC X(23).
           05  PF-AMOUNT               PIC 9(08)V99.
           05  PF-PAY-DATE             PIC X(08).
           05  FILLER                  PIC X(08).
       FD  POSITIVE-PAY-FILE RECORDING MODE IS F.
       01  POSITIVE-PAY-RECORD.
           05  PPY-REC-TYPE            PIC X(01).
           05  PPY-PAY-REF.
               10  PPY-REF-PREFIX      PIC X(02).
               10  PPY-CHECK-NO        PIC 9(06).
           05  PPY-PAYEE-NAME          PIC X(23).
           05  PPY-AMOUNT              PIC 9(08)V99.
           05  PPY-ISSUE-DATE          PIC X(08).
           05  FILLER                  PIC X(30).
       01  POSITIVE-PAY-TRAILER REDEFINES POSITIVE-PAY-RECORD.
           05  PPT-REC-TYPE            PIC X(01).
           05  PPT-ITEM-COUNT          PIC 9(06).
           05  PPT-TOTAL-AMT           PIC 9(10)V99.
           05  PPT-CREATE-DATE         PIC X(08).
           05  FILLER                  PIC X(53).
       FD  GL-POSTING-FILE RECORDING MODE IS F.
       01  GL-POSTING-RECORD.
           05  GLP-REC-TYPE            PIC X(01).
           05  GLP-ACCT-NO             PIC X(04).
           05  GLP-DR-CR               PIC X(02).
           05  GLP-AMOUNT              PIC 9(08)V99.
           05  GLP-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(05).
       01  GL-TRAILER-RECORD.
           05  GLT-REC-TYPE            PIC X(01).
           05  GLT-RECORD-COUNT        PIC 9(06).
           05  GLT-HASH-TOTAL          PIC 9(12)V99.
           05  FILLER                  PIC X(09).
       FD  VOID-REGISTER-FILE RECORDING MODE IS F.
       01  REGISTER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-TRANS-DATA-WS             PIC X(03)    VALUE 'NO'.
           05  EOF-VOUCHER-HISTORY-WS        PIC X(03)    VALUE 'NO'.
           05  TRANS-READ-COUNT-WS           PIC 9(06)    VALUE ZERO.
           05  TRANS-REJECT-COUNT-WS         PIC 9(06)    VALUE ZERO.
           05  VOID-COUNT-WS                 PIC 9(06)    VALUE ZERO.
           05  VOID-AMT-WS                   PIC S9(10)V99 VALUE ZERO.
           05  STOP-COUNT-WS                 PIC 9(06)    VALUE ZERO.
           05  STOP-AMT-WS                   PIC S9(10)V99 VALUE ZERO.
           05  REISSUE-COUNT-WS              PIC 9(06)    VALUE ZERO.
           05  REISSUE-AMT-WS                PIC S9(10)V99 VALUE ZERO.
           05  VOUCHERS-CHANGED-WS           PIC 9(04)    VALUE ZERO.
           05  VOUCHERS-TOTAL-WS             PIC 9(06)    VALUE ZERO.
           05  POSPAY-COUNT-WS               PIC 9(06)    VALUE ZERO.
           05  POSPAY-AMT-WS                 PIC 9(10)V99 VALUE ZERO.

       01  VALIDATION-WS.
           05  VALID-TRANS-WS                PIC X(03)    VALUE 'YES'.
           05  REJECT-REASON-WS              PIC X(25)    VALUE SPACES.

       01  PAYMENT-HISTORY-WS.
           05  PY-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  ORIG-PAY-REF-WS               PIC X(08)    VALUE SPACES.
           05  ORIG-SUPPLIER-NO-WS           PIC X(05)    VALUE SPACES.
           05  ORIG-SUPPLIER-NAME-WS         PIC X(23)    VALUE SPACES.
           05  ORIG-PAY-METHOD-WS            PIC X(01)    VALUE SPACES.
           05  ORIG-AMOUNT-WS                PIC 9(08)V99 VALUE ZERO.
           05  ORIG-PAY-DATE-WS              PIC X(08)    VALUE SPACES.
           05  ORIG-DISC-AMT-WS              PIC 9(08)V99 VALUE ZERO.

       01  VOUCHER-HISTORY-WS.
           05  VH-FILE-STATUS-WS             PIC XX       VALUE '00'.

       01  GL-CONTROL-WS.
           05  CASH-ACCT-WS                  PIC X(04)    VALUE '1000'.
           05  AP-ACCT-WS                    PIC X(04)    VALUE '9999'.
           05  DISC-ACCT-WS                  PIC X(04)    VALUE '9997'.
           05  GL-DR-ACCT-WS                 PIC X(04)    VALUE SPACES.
           05  GL-CR-ACCT-WS                 PIC X(04)    VALUE SPACES.
           05  GL-ENTRY-AMT-WS               PIC 9(08)V99 VALUE ZERO.
           05  GL-RECORD-COUNT-WS            PIC 9(06)    VALUE ZERO.
           05  GL-HASH-TOTAL-WS              PIC 9(12)V99 VALUE ZERO.
           05  GL-DEBIT-TOTAL-WS             PIC 9(10)V99 VALUE ZERO.
           05  GL-CREDIT-TOTAL-WS            PIC 9(10)V99 VALUE ZERO.

       01  PAYMENT-BUILD-WS.
           05  NEXT-CHECK-NO-WS              PIC 9(06)    VALUE 1.
           05  NEXT-ACH-NO-WS                PIC 9(06)    VALUE 1.
           05  PAY-REF-WS.
               10  PAY-REF-PREFIX-WS         PIC X(02).
               10  PAY-REF-NUMBER-WS         PIC 9(06).

       01  RUN-DATE-WS.
           05  RUN-DATE-CCYY-WS              PIC X(04)    VALUE SPACES.
           05  RUN-DATE-MM-WS                PIC X(02)    VALUE SPACES.
           05  RUN-DATE-DD-WS                PIC X(02)    VALUE SPACES.

       01  HOLD-DATE-WS.
           05  HOLD-YR-WS                    PIC XXXX.
           05  HOLD-MO-WS                    PIC XX.
           05  HOLD-DY-WS                    PIC XX.
           05  HOLD-HR-WS                    PIC XX.
           05  HOLD-MIN-WS                   PIC XX.
           05  HOLD-SC-WS                    PIC XX.

       01  REGISTER-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  VRH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  VRH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  VRH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               '    Payment Void / Stop / Reissue Register'.

       01  REGISTER-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Orig Ref'.
           05  FILLER                  PIC X(07) VALUE 'Supp# '.
           05  FILLER                  PIC X(25) VALUE 'Supplier'.
           05  FILLER                  PIC X(10) VALUE 'Pay Date'.
           05  FILLER                  PIC X(20) VALUE
               '     Orig Amount'.
           05  FILLER                  PIC X(04) VALUE 'Act'.
           05  FILLER                  PIC X(04) VALUE 'Rsn'.
           05  FILLER                  PIC X(10) VALUE 'New Ref'.
           05  FILLER                  PIC X(06) VALUE 'Vchrs'.
           05  FILLER                  PIC X(20) VALUE 'Disposition'.

       01  REGISTER-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  VRL-ORIG-REF-OUT        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VRL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VRL-SUPPLIER-NAME-OUT   PIC X(23).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VRL-PAY-DATE-OUT        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VRL-AMOUNT-OUT          PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VRL-ACTION-OUT          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  VRL-REASON-OUT          PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VRL-NEW-REF-OUT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VRL-VOUCHERS-OUT        PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VRL-DISPOSITION-OUT     PIC X(35).

       01  REGISTER-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  VRT-CAPTION-OUT         PIC X(18).
           05  VRT-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  DOLLARS: '.
           05  VRT-AMOUNT-OUT          PIC $$$$,$$$,$$9.99BCR.

       01  REGISTER-COUNT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  VRC-CAPTION-OUT         PIC X(26).
           05  VRC-COUNT-OUT           PIC ZZZ,ZZ9.

       01  REGISTER-GL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               'GL DEBITS:        '.
           05  VRG-DEBIT-OUT           PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(12) VALUE '  CREDITS: '.
           05  VRG-CREDIT-OUT          PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VRG-STATUS-OUT          PIC X(20).

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-TRANS-DATA-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           PERFORM 210-READ-PARAMETERS
           PERFORM 215-READ-PAYMENT-CONTROL
           PERFORM 220-OPEN-PAYMENT-HISTORY
           PERFORM 230-OPEN-VOUCHER-HISTORY

           OPEN INPUT VOID-TRANS-FILE
           OPEN OUTPUT VOID-REGISTER-FILE
                OUTPUT REISSUE-PAYMENT-FILE
                OUTPUT POSITIVE-PAY-FILE
                OUTPUT GL-POSTING-FILE

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-MO-WS TO VRH-MM
           MOVE HOLD-DY-WS TO VRH-DD
           MOVE HOLD-YR-WS TO VRH-CCYY
           MOVE HOLD-YR-WS TO RUN-DATE-CCYY-WS
           MOVE HOLD-MO-WS TO RUN-DATE-MM-WS
           MOVE HOLD-DY-WS TO RUN-DATE-DD-WS

           WRITE REGISTER-LINE FROM REGISTER-REPORT-HEADING
           WRITE REGISTER-LINE FROM SPACES
           WRITE REGISTER-LINE FROM REGISTER-COLUMN-HEADING
           WRITE REGISTER-LINE FROM SPACES

           PERFORM 250-READ-TRANSACTION.

       210-READ-PARAMETERS.
           OPEN INPUT PAYMENT-PARM-FILE
           READ PAYMENT-PARM-FILE
               AT END MOVE SPACES TO PAYMENT-PARM-RECORD
           END-READ
           CLOSE PAYMENT-PARM-FILE

           IF PP-CASH-ACCT NOT = SPACES
               MOVE PP-CASH-ACCT TO CASH-ACCT-WS
           END-IF
           IF PP-AP-ACCT NOT = SPACES
               MOVE PP-AP-ACCT TO AP-ACCT-WS
           END-IF
           IF PP-DISC-ACCT NOT = SPACES
               MOVE PP-DISC-ACCT TO DISC-ACCT-WS
           END-IF.

       215-READ-PAYMENT-CONTROL.
           OPEN INPUT PAYMENT-CONTROL-FILE
           READ PAYMENT-CONTROL-FILE
               AT END MOVE SPACES TO PAYMENT-CONTROL-RECORD
           END-READ
           CLOSE PAYMENT-CONTROL-FILE

           IF PC-NEXT-CHECK-NO NUMERIC
               MOVE PC-NEXT-CHECK-NO TO NEXT-CHECK-NO-WS
           END-IF
           IF PC-NEXT-ACH-NO NUMERIC
               MOVE PC-NEXT-ACH-NO TO NEXT-ACH-NO-WS
           END-IF.

       220-OPEN-PAYMENT-HISTORY.
           OPEN I-O PAYMENT-HISTORY-FILE
           IF PY-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** PAYVOID - PAYMENT HISTORY OPEN FAILED'
                   ' - FILE STATUS ' PY-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       230-OPEN-VOUCHER-HISTORY.
           OPEN I-O VOUCHER-HISTORY-FILE
           IF VH-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** PAYVOID - VOUCHER HISTORY OPEN FAILED'
                   ' - FILE STATUS ' VH-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       250-READ-TRANSACTION.
           READ VOID-TRANS-FILE
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
               EVALUATE VT-ACTION
                   WHEN 'V'
                   WHEN 'S'
                       PERFORM 420-VOID-PAYMENT
                   WHEN 'R'
                       PERFORM 430-REISSUE-PAYMENT
               END-EVALUATE
               PERFORM 470-WRITE-REGISTER-APPLIED
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT-WS
               PERFORM 480-WRITE-REGISTER-REJECT
           END-IF.

       410-VALIDATE-TRANSACTION.
           MOVE 'YES'  TO VALID-TRANS-WS
           MOVE SPACES TO REJECT-REASON-WS
           MOVE SPACES TO PAY-REF-WS
           MOVE ZERO   TO VOUCHERS-CHANGED-WS
           MOVE VT-PAY-REF TO ORIG-PAY-REF-WS
           MOVE SPACES TO ORIG-SUPPLIER-NO-WS
           MOVE SPACES TO ORIG-SUPPLIER-NAME-WS
           MOVE SPACES TO ORIG-PAY-METHOD-WS
           MOVE ZERO   TO ORIG-AMOUNT-WS
           MOVE SPACES TO ORIG-PAY-DATE-WS
           MOVE ZERO   TO ORIG-DISC-AMT-WS

           EVALUATE TRUE
               WHEN VT-ACTION NOT = 'V' AND NOT = 'S' AND NOT = 'R'
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID ACTION CODE' TO REJECT-REASON-WS
               WHEN VT-PAY-REF = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BLANK PAY REFERENCE' TO REJECT-REASON-WS
               WHEN VT-REASON-CODE = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'BLANK REASON CODE' TO REJECT-REASON-WS
               WHEN OTHER
                   PERFORM 415-LOOKUP-PAYMENT
           END-EVALUATE.

       415-LOOKUP-PAYMENT.
           MOVE VT-PAY-REF TO PY-PAY-REF
           READ PAYMENT-HISTORY-FILE
               INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'PAYMENT NOT ON FILE' TO REJECT-REASON-WS
               NOT INVALID KEY
                   MOVE PY-SUPPLIER-NO   TO ORIG-SUPPLIER-NO-WS
                   MOVE PY-SUPPLIER-NAME TO ORIG-SUPPLIER-NAME-WS
                   MOVE PY-PAY-METHOD    TO ORIG-PAY-METHOD-WS
                   MOVE PY-AMOUNT        TO ORIG-AMOUNT-WS
                   MOVE PY-PAY-DATE      TO ORIG-PAY-DATE-WS
                   IF PY-DISC-AMT NUMERIC
                       MOVE PY-DISC-AMT  TO ORIG-DISC-AMT-WS
                   END-IF
                   EVALUATE TRUE
                       WHEN PY-STATUS = 'V'
                           MOVE 'NO' TO VALID-TRANS-WS
                           MOVE 'PAYMENT ALREADY VOIDED'
                               TO REJECT-REASON-WS
                       WHEN PY-STATUS = 'S'
                           MOVE 'NO' TO VALID-TRANS-WS
                           MOVE 'PAYMENT ALREADY STOPPED'
                               TO REJECT-REASON-WS
                       WHEN PY-STATUS = 'R'
                           MOVE 'NO' TO VALID-TRANS-WS
                           MOVE 'PAYMENT ALREADY REISSUED'
                               TO REJECT-REASON-WS
                       WHEN PY-STATUS NOT = 'I'
                           MOVE 'NO' TO VALID-TRANS-WS
                           MOVE 'PAYMENT NOT OUTSTANDING'
                               TO REJECT-REASON-WS
                       WHEN VT-ACTION = 'S'
                           AND PY-PAY-METHOD = 'A'
                           MOVE 'NO' TO VALID-TRANS-WS
                           MOVE 'NO STOP ON ACH - USE VOID'
                               TO REJECT-REASON-WS
                   END-EVALUATE
           END-READ.

       420-VOID-PAYMENT.
           MOVE VT-ACTION       TO PY-STATUS
           MOVE RUN-DATE-WS     TO PY-STATUS-DATE
           MOVE VT-REASON-CODE  TO PY-REASON-CODE
           MOVE VT-REASON-TEXT  TO PY-REASON-TEXT
           REWRITE PAYMENT-HISTORY-RECORD

           PERFORM 500-RESET-VOUCHERS
           PERFORM 610-WRITE-REVERSAL-ENTRY
           PERFORM 615-WRITE-DISCOUNT-REVERSAL
           PERFORM 460-WRITE-POSITIVE-PAY-VOID

           IF VT-ACTION = 'S'
               ADD 1 TO STOP-COUNT-WS
               ADD ORIG-AMOUNT-WS TO STOP-AMT-WS
           ELSE
               ADD 1 TO VOID-COUNT-WS
               ADD ORIG-AMOUNT-WS TO VOID-AMT-WS
           END-IF.

       430-REISSUE-PAYMENT.
           PERFORM 440-ASSIGN-PAYMENT-NUMBER

           MOVE 'R'             TO PY-STATUS
           MOVE RUN-DATE-WS     TO PY-STATUS-DATE
           MOVE VT-REASON-CODE  TO PY-REASON-CODE
           MOVE VT-REASON-TEXT  TO PY-REASON-TEXT
           MOVE PAY-REF-WS      TO PY-REISSUE-REF
           REWRITE PAYMENT-HISTORY-RECORD

           MOVE SPACES                TO PAYMENT-HISTORY-RECORD
           MOVE PAY-REF-WS            TO PY-PAY-REF
           MOVE ORIG-SUPPLIER-NO-WS   TO PY-SUPPLIER-NO
           MOVE ORIG-SUPPLIER-NAME-WS TO PY-SUPPLIER-NAME
           MOVE ORIG-PAY-METHOD-WS    TO PY-PAY-METHOD
           MOVE ORIG-AMOUNT-WS        TO PY-AMOUNT
           MOVE RUN-DATE-WS           TO PY-PAY-DATE
           MOVE 'I'                   TO PY-STATUS
           MOVE RUN-DATE-WS           TO PY-STATUS-DATE
           MOVE ORIG-PAY-REF-WS       TO PY-ORIG-PAY-REF
           MOVE ZERO                  TO PY-CLEAR-AMT
           MOVE ORIG-DISC-AMT-WS      TO PY-DISC-AMT
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY '** PAYVOID - PAYMENT HISTORY WRITE'
                       ' REJECTED - ' PY-PAY-REF ' **'
           END-WRITE

           PERFORM 450-WRITE-REISSUE-PAYMENT
           PERFORM 460-WRITE-POSITIVE-PAY-VOID
           PERFORM 465-WRITE-POSITIVE-PAY-ISSUE
           PERFORM 500-RESET-VOUCHERS
           PERFORM 610-WRITE-REVERSAL-ENTRY
           PERFORM 620-WRITE-REISSUE-ENTRY

           ADD 1 TO REISSUE-COUNT-WS
           ADD ORIG-AMOUNT-WS TO REISSUE-AMT-WS.

       440-ASSIGN-PAYMENT-NUMBER.
           IF ORIG-PAY-METHOD-WS = 'A'
               MOVE 'EF' TO PAY-REF-PREFIX-WS
               MOVE NEXT-ACH-NO-WS TO PAY-REF-NUMBER-WS
               ADD 1 TO NEXT-ACH-NO-WS
           ELSE
               MOVE 'CK' TO PAY-REF-PREFIX-WS
               MOVE NEXT-CHECK-NO-WS TO PAY-REF-NUMBER-WS
               ADD 1 TO NEXT-CHECK-NO-WS
           END-IF.

       450-WRITE-REISSUE-PAYMENT.
           MOVE SPACES                TO REISSUE-PAYMENT-RECORD
           MOVE 'P'                   TO PF-REC-TYPE
           MOVE ORIG-PAY-METHOD-WS    TO PF-PAY-METHOD
           MOVE PAY-REF-WS            TO PF-PAY-REF
           MOVE ORIG-SUPPLIER-NO-WS   TO PF-SUPPLIER-NO
           MOVE ORIG-SUPPLIER-NAME-WS TO PF-SUPPLIER-NAME
           MOVE ORIG-AMOUNT-WS        TO PF-AMOUNT
           MOVE RUN-DATE-WS           TO PF-PAY-DATE
           WRITE REISSUE-PAYMENT-RECORD.

       460-WRITE-POSITIVE-PAY-VOID.
           IF ORIG-PAY-METHOD-WS NOT = 'A'
               MOVE SPACES                TO POSITIVE-PAY-RECORD
               MOVE 'V'                   TO PPY-REC-TYPE
               MOVE ORIG-PAY-REF-WS       TO PPY-PAY-REF
               MOVE ORIG-SUPPLIER-NAME-WS TO PPY-PAYEE-NAME
               MOVE ORIG-AMOUNT-WS        TO PPY-AMOUNT
               MOVE ORIG-PAY-DATE-WS      TO PPY-ISSUE-DATE
               WRITE POSITIVE-PAY-RECORD
               ADD 1 TO POSPAY-COUNT-WS
               ADD ORIG-AMOUNT-WS TO POSPAY-AMT-WS
           END-IF.

       465-WRITE-POSITIVE-PAY-ISSUE.
           IF ORIG-PAY-METHOD-WS NOT = 'A'
               MOVE SPACES                TO POSITIVE-PAY-RECORD
               MOVE 'I'                   TO PPY-REC-TYPE
               MOVE PAY-REF-WS            TO PPY-PAY-REF
               MOVE ORIG-SUPPLIER-NAME-WS TO PPY-PAYEE-NAME
               MOVE ORIG-AMOUNT-WS        TO PPY-AMOUNT
               MOVE RUN-DATE-WS           TO PPY-ISSUE-DATE
               WRITE POSITIVE-PAY-RECORD
               ADD 1 TO POSPAY-COUNT-WS
               ADD ORIG-AMOUNT-WS TO POSPAY-AMT-WS
           END-IF.

       470-WRITE-REGISTER-APPLIED.
           MOVE ORIG-PAY-REF-WS       TO VRL-ORIG-REF-OUT
           MOVE ORIG-SUPPLIER-NO-WS   TO VRL-SUPPLIER-NO-OUT
           MOVE ORIG-SUPPLIER-NAME-WS TO VRL-SUPPLIER-NAME-OUT
           MOVE ORIG-PAY-DATE-WS      TO VRL-PAY-DATE-OUT
           MOVE ORIG-AMOUNT-WS        TO VRL-AMOUNT-OUT
           MOVE VT-ACTION             TO VRL-ACTION-OUT
           MOVE VT-REASON-CODE        TO VRL-REASON-OUT
           MOVE PAY-REF-WS            TO VRL-NEW-REF-OUT
           MOVE VOUCHERS-CHANGED-WS   TO VRL-VOUCHERS-OUT
           EVALUATE VT-ACTION
               WHEN 'V'
                   MOVE 'VOIDED - VOUCHERS REOPENED'
                       TO VRL-DISPOSITION-OUT
               WHEN 'S'
                   MOVE 'STOPPED - VOUCHERS REOPENED'
                       TO VRL-DISPOSITION-OUT
               WHEN 'R'
                   MOVE 'REISSUED UNDER NEW REFERENCE'
                       TO VRL-DISPOSITION-OUT
           END-EVALUATE
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       480-WRITE-REGISTER-REJECT.
           MOVE ORIG-PAY-REF-WS       TO VRL-ORIG-REF-OUT
           MOVE ORIG-SUPPLIER-NO-WS   TO VRL-SUPPLIER-NO-OUT
           MOVE ORIG-SUPPLIER-NAME-WS TO VRL-SUPPLIER-NAME-OUT
           MOVE ORIG-PAY-DATE-WS      TO VRL-PAY-DATE-OUT
           MOVE ORIG-AMOUNT-WS        TO VRL-AMOUNT-OUT
           MOVE VT-ACTION             TO VRL-ACTION-OUT
           MOVE VT-REASON-CODE        TO VRL-REASON-OUT
           MOVE SPACES                TO VRL-NEW-REF-OUT
           MOVE ZERO                  TO VRL-VOUCHERS-OUT
           MOVE SPACES                TO VRL-DISPOSITION-OUT
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  REJECT-REASON-WS DELIMITED BY SIZE
               INTO VRL-DISPOSITION-OUT
           END-STRING
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       500-RESET-VOUCHERS.
           MOVE ORIG-SUPPLIER-NO-WS TO VH-SUPPLIER-NO
           MOVE LOW-VALUES          TO VH-INVOICE-NO
           START VOUCHER-HISTORY-FILE KEY NOT < VH-SUPP-INV-KEY
               INVALID KEY MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
           END-START
           IF VH-FILE-STATUS-WS = '00' OR = '02'
               MOVE 'NO' TO EOF-VOUCHER-HISTORY-WS
           ELSE
               MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
           END-IF
           PERFORM UNTIL EOF-VOUCHER-HISTORY-WS = 'YES'
               READ VOUCHER-HISTORY-FILE NEXT
                   AT END MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
               END-READ
               IF EOF-VOUCHER-HISTORY-WS = 'NO'
                   PERFORM 510-RESET-ONE-VOUCHER
               END-IF
           END-PERFORM.

       510-RESET-ONE-VOUCHER.
           EVALUATE TRUE
               WHEN VH-FILE-STATUS-WS NOT = '00' AND NOT = '02'
                   MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
               WHEN VH-SUPPLIER-NO NOT = ORIG-SUPPLIER-NO-WS
                   MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
               WHEN VH-PAID-IND = 'P'
                   AND VH-PAY-REF = ORIG-PAY-REF-WS
                   IF VT-ACTION = 'R'
                       MOVE PAY-REF-WS  TO VH-PAY-REF
                       MOVE RUN-DATE-WS TO VH-PAID-DATE
                   ELSE
                       MOVE SPACES TO VH-PAID-IND
                       MOVE SPACES TO VH-PAY-REF
                       MOVE SPACES TO VH-PAID-DATE
                       MOVE ZERO   TO VH-DISC-TAKEN
                   END-IF
                   REWRITE VOUCHER-HISTORY-RECORD
                   ADD 1 TO VOUCHERS-CHANGED-WS
                   ADD 1 TO VOUCHERS-TOTAL-WS
           END-EVALUATE.

       610-WRITE-REVERSAL-ENTRY.
           MOVE ORIG-AMOUNT-WS TO GL-ENTRY-AMT-WS
           MOVE CASH-ACCT-WS   TO GL-DR-ACCT-WS
           MOVE AP-ACCT-WS     TO GL-CR-ACCT-WS
           PERFORM 671-WRITE-GL-ENTRY-PAIR.

       615-WRITE-DISCOUNT-REVERSAL.
           IF ORIG-DISC-AMT-WS > ZERO
               MOVE ORIG-DISC-AMT-WS TO GL-ENTRY-AMT-WS
               MOVE DISC-ACCT-WS     TO GL-DR-ACCT-WS
               MOVE AP-ACCT-WS       TO GL-CR-ACCT-WS
               PERFORM 671-WRITE-GL-ENTRY-PAIR
           END-IF.

       620-WRITE-REISSUE-ENTRY.
           MOVE ORIG-AMOUNT-WS TO GL-ENTRY-AMT-WS
           MOVE AP-ACCT-WS     TO GL-DR-ACCT-WS
           MOVE CASH-ACCT-WS   TO GL-CR-ACCT-WS
           PERFORM 671-WRITE-GL-ENTRY-PAIR.

       671-WRITE-GL-ENTRY-PAIR.
           MOVE SPACES          TO GL-POSTING-RECORD
           MOVE 'D'             TO GLP-REC-TYPE
           MOVE GL-DR-ACCT-WS   TO GLP-ACCT-NO
           MOVE 'DR'            TO GLP-DR-CR
           MOVE GL-ENTRY-AMT-WS TO GLP-AMOUNT
           MOVE RUN-DATE-WS     TO GLP-RUN-DATE
           WRITE GL-POSTING-RECORD

           MOVE SPACES          TO GL-POSTING-RECORD
           MOVE 'D'             TO GLP-REC-TYPE
           MOVE GL-CR-ACCT-WS   TO GLP-ACCT-NO
           MOVE 'CR'            TO GLP-DR-CR
           MOVE GL-ENTRY-AMT-WS TO GLP-AMOUNT
           MOVE RUN-DATE-WS     TO GLP-RUN-DATE
           WRITE GL-POSTING-RECORD

           ADD 2 TO GL-RECORD-COUNT-WS
           ADD GL-ENTRY-AMT-WS TO GL-HASH-TOTAL-WS
           ADD GL-ENTRY-AMT-WS TO GL-HASH-TOTAL-WS
           ADD GL-ENTRY-AMT-WS TO GL-DEBIT-TOTAL-WS
           ADD GL-ENTRY-AMT-WS TO GL-CREDIT-TOTAL-WS.

       900-CLOSE.
           WRITE REGISTER-LINE FROM SPACES

           MOVE 'PAYMENTS VOIDED:  ' TO VRT-CAPTION-OUT
           MOVE VOID-COUNT-WS        TO VRT-COUNT-OUT
           MOVE VOID-AMT-WS          TO VRT-AMOUNT-OUT
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

           MOVE 'STOPS PLACED:     ' TO VRT-CAPTION-OUT
           MOVE STOP-COUNT-WS        TO VRT-COUNT-OUT
           MOVE STOP-AMT-WS          TO VRT-AMOUNT-OUT
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

           MOVE 'PAYMENTS REISSUED:' TO VRT-CAPTION-OUT
           MOVE REISSUE-COUNT-WS     TO VRT-COUNT-OUT
           MOVE REISSUE-AMT-WS       TO VRT-AMOUNT-OUT
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

           MOVE 'TRANSACTIONS READ:'   TO VRC-CAPTION-OUT
           MOVE TRANS-READ-COUNT-WS    TO VRC-COUNT-OUT
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE

           MOVE 'TRANSACTIONS REJECTED:' TO VRC-CAPTION-OUT
           MOVE TRANS-REJECT-COUNT-WS  TO VRC-COUNT-OUT
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE

           MOVE 'VOUCHERS UPDATED:'    TO VRC-CAPTION-OUT
           MOVE VOUCHERS-TOTAL-WS      TO VRC-COUNT-OUT
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE

           PERFORM 945-WRITE-GL-TRAILER
           PERFORM 910-WRITE-PAYMENT-CONTROL
           PERFORM 920-WRITE-POSITIVE-PAY-TRAILER

           CLOSE VOID-TRANS-FILE
           CLOSE VOID-REGISTER-FILE
           CLOSE REISSUE-PAYMENT-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE GL-POSTING-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE VOUCHER-HISTORY-FILE.

       910-WRITE-PAYMENT-CONTROL.
           OPEN OUTPUT PAYMENT-CONTROL-FILE
           MOVE SPACES TO PAYMENT-CONTROL-RECORD
           MOVE NEXT-CHECK-NO-WS TO PC-NEXT-CHECK-NO
           MOVE NEXT-ACH-NO-WS   TO PC-NEXT-ACH-NO
           WRITE PAYMENT-CONTROL-RECORD
           CLOSE PAYMENT-CONTROL-FILE.

       920-WRITE-POSITIVE-PAY-TRAILER.
           MOVE SPACES           TO POSITIVE-PAY-RECORD
           MOVE 'T'              TO PPT-REC-TYPE
           MOVE POSPAY-COUNT-WS  TO PPT-ITEM-COUNT
           MOVE POSPAY-AMT-WS    TO PPT-TOTAL-AMT
           MOVE RUN-DATE-WS      TO PPT-CREATE-DATE
           WRITE POSITIVE-PAY-RECORD.

       945-WRITE-GL-TRAILER.
           MOVE SPACES              TO GL-POSTING-RECORD
           MOVE 'T'                 TO GLT-REC-TYPE
           MOVE GL-RECORD-COUNT-WS  TO GLT-RECORD-COUNT
           MOVE GL-HASH-TOTAL-WS    TO GLT-HASH-TOTAL
           WRITE GL-POSTING-RECORD

           MOVE GL-DEBIT-TOTAL-WS   TO VRG-DEBIT-OUT
           MOVE GL-CREDIT-TOTAL-WS  TO VRG-CREDIT-OUT
           IF GL-DEBIT-TOTAL-WS = GL-CREDIT-TOTAL-WS
               MOVE 'IN BALANCE'     TO VRG-STATUS-OUT
           ELSE
               MOVE '** OUT OF BALANCE' TO VRG-STATUS-OUT
           END-IF
           WRITE REGISTER-LINE FROM SPACES
           WRITE REGISTER-LINE FROM REGISTER-GL-LINE.
