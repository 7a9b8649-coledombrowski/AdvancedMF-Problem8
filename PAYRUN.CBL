       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYMENT-PARM-FILE ASSIGN TO 'PAYPARM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUPPLIER-MASTER-FILE
                       WITH DUPLICATES
                   FILE STATUS IS VH-FILE-STATUS-WS.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
                   ASSIGN TO 'PAYHIST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PY-PAY-REF
                   FILE STATUS IS PY-FILE-STATUS-WS.

           SELECT OPTIONAL PAYMENT-CONTROL-FILE ASSIGN TO 'PAYCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BANK-PAYMENT-FILE ASSIGN TO 'PAYFILE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITIVE-PAY-FILE ASSIGN TO 'POSPAY.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-POSTING-FILE ASSIGN TO 'PAYGL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-PARM-FILE RECORDING MODE IS F.
       01  PAYMENT-PARM-RECORD.
           05  PP-CASH-ACCT            PIC X(04).
           05  PP-AP-ACCT              PIC X(04).
           05  PP-PAY-THRU-DATE        PIC X(08).
           05  PP-DISC-ACCT            PIC X(04).
           05  PP-FORECAST-WEEKS       PIC X(02).
           05  FILLER                  PIC X(58).
       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05  SM-SUPPLIER-NO          PIC X(05).
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
       FD  VOUCHER-HISTORY-FILE.
       01  VOUCHER-HISTORY-RECORD.
           05  VH-VOUCHER-KEY.
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
       FD  PAYMENT-CONTROL-FILE RECORDING MODE IS F.
       01  PAYMENT-CONTROL-RECORD.
           05  PC-NEXT-CHECK-NO        PIC 9(06).
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

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-SUPPLIER-DATA-WS          PIC X(03)    VALUE 'NO'.
           05  EOF-VOUCHER-HISTORY-WS        PIC X(03)    VALUE 'NO'.
           05  SUPPLIER-READ-COUNT-WS        PIC 9(06)    VALUE ZERO.
           05  CHECK-COUNT-WS                PIC 9(06)    VALUE ZERO.
           05  CHECK-AMT-WS                  PIC S9(10)V99 VALUE ZERO.
           05  ACH-COUNT-WS                  PIC 9(06)    VALUE ZERO.
           05  HELD-COUNT-WS                 PIC 9(06)    VALUE ZERO.
           05  HELD-AMT-WS                   PIC S9(10)V99 VALUE ZERO.
           05  SKIPPED-COUNT-WS              PIC 9(06)    VALUE ZERO.
           05  SKIPPED-AMT-WS                PIC S9(10)V99 VALUE ZERO.
           05  NOT-DUE-COUNT-WS              PIC 9(06)    VALUE ZERO.
           05  NOT-DUE-AMT-WS                PIC S9(10)V99 VALUE ZERO.
           05  MATCH-HELD-COUNT-WS           PIC 9(06)    VALUE ZERO.
           05  MATCH-HELD-AMT-WS             PIC S9(10)V99 VALUE ZERO.
           05  DISPUTE-HELD-COUNT-WS         PIC 9(06)    VALUE ZERO.
           05  DISPUTE-HELD-AMT-WS           PIC S9(10)V99 VALUE ZERO.
           05  DISC-COUNT-WS                 PIC 9(06)    VALUE ZERO.
           05  DISC-AMT-WS                   PIC S9(10)V99 VALUE ZERO.
           05  VOUCHERS-FLAGGED-WS           PIC 9(06)    VALUE ZERO.
           05  POSPAY-COUNT-WS               PIC 9(06)    VALUE ZERO.
           05  POSPAY-AMT-WS                 PIC 9(10)V99 VALUE ZERO.

       01  SUPPLIER-MASTER-WS.
           05  SM-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  VH-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  VOUCHER-HISTORY-AVAILABLE-WS  PIC X(03)    VALUE 'NO'.

       01  PAYMENT-HISTORY-WS.
           05  PY-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  PAYMENT-HISTORY-AVAILABLE-WS  PIC X(03)    VALUE 'NO'.

       01  PAYMENT-SELECTION-WS.
           05  CURRENT-SUPPLIER-WS           PIC X(05)    VALUE SPACES.
           05  PAY-THRU-DATE-WS              PIC X(08)    VALUE SPACES.
           05  SELECTED-COUNT-WS             PIC 9(04)    VALUE ZERO.
           05  PAY-GROSS-WS                  PIC S9(08)V99 VALUE ZERO.
           05  PAY-DISCOUNT-WS               PIC 9(08)V99 VALUE ZERO.
           05  PAY-NET-WS                    PIC S9(08)V99 VALUE ZERO.
           05  VOUCHER-SELECTED-WS           PIC X(03)    VALUE 'NO'.
           05  DISC-WINDOW-OPEN-WS           PIC X(03)    VALUE 'NO'.
           05  VOUCHER-DUE-DATE-WS           PIC X(08)    VALUE SPACES.
           05  VOUCHER-DISC-WS               PIC 9(06)V99 VALUE ZERO.
           05  SUPP-DISPUTE-COUNT-WS         PIC 9(04)    VALUE ZERO.
           05  SUPP-DISPUTE-AMT-WS           PIC S9(08)V99 VALUE ZERO.

       01  GL-CONTROL-WS.
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
           05  FILLER                  PIC X(50) VALUE
               '    Payment Run - Check and ACH Register'.

       01  REGISTER-THRU-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(32) VALUE
               'Vouchers Due or Discounted By: '.
           05  CRT-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  CRT-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  CRT-CCYY                PIC X(04) VALUE SPACES.

       01  REGISTER-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'Supp# '.
           05  FILLER                  PIC X(10) VALUE 'Pay Ref '.
           05  FILLER                  PIC X(18) VALUE
               '          Amount'.
           05  FILLER                  PIC X(18) VALUE
               '        Discount'.
           05  FILLER                  PIC X(20) VALUE 'Disposition'.

       01  REGISTER-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RGL-AMOUNT-OUT          PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RGL-DISCOUNT-OUT        PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RGL-DISPOSITION-OUT     PIC X(25).

       01  REGISTER-TOTAL-LINE.
               'VOUCHERS FLAGGED AS PAID:'.
           05  RGF-COUNT-OUT           PIC ZZZ,ZZ9.

       01  REGISTER-GL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               'GL DEBITS:        '.
           05  RGG-DEBIT-OUT           PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(12) VALUE '  CREDITS: '.
           05  RGG-CREDIT-OUT          PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RGG-STATUS-OUT          PIC X(20).


       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-SUPPLIER-DATA-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-MO-WS TO CRH-MM
           MOVE HOLD-DY-WS TO CRH-DD
           MOVE HOLD-MO-WS TO RUN-DATE-MM-WS
           MOVE HOLD-DY-WS TO RUN-DATE-DD-WS

           PERFORM 205-READ-PARAMETERS
           PERFORM 210-READ-PAYMENT-CONTROL
           PERFORM 220-OPEN-SUPPLIER-MASTER
           PERFORM 230-OPEN-VOUCHER-HISTORY
           PERFORM 240-OPEN-PAYMENT-HISTORY

           OPEN OUTPUT CHECK-REGISTER-FILE
                OUTPUT BANK-PAYMENT-FILE
                OUTPUT POSITIVE-PAY-FILE
                OUTPUT GL-POSTING-FILE

           MOVE PAY-THRU-DATE-WS (5:2) TO CRT-MM
           MOVE PAY-THRU-DATE-WS (7:2) TO CRT-DD
           MOVE PAY-THRU-DATE-WS (1:4) TO CRT-CCYY

           WRITE REGISTER-LINE FROM REGISTER-REPORT-HEADING
           WRITE REGISTER-LINE FROM REGISTER-THRU-HEADING
           WRITE REGISTER-LINE FROM SPACES
           WRITE REGISTER-LINE FROM REGISTER-COLUMN-HEADING
           WRITE REGISTER-LINE FROM SPACES

           MOVE LOW-VALUES TO CURRENT-SUPPLIER-WS
           PERFORM 250-READ-NEXT-SUPPLIER.

       205-READ-PARAMETERS.
           OPEN INPUT PAYMENT-PARM-FILE
           READ PAYMENT-PARM-FILE
               AT END MOVE SPACES TO PAYMENT-PARM-RECORD
           END-READ
           CLOSE PAYMENT-PARM-FILE

           IF PP-AP-ACCT NOT = SPACES
               MOVE PP-AP-ACCT TO AP-ACCT-WS
           END-IF
           IF PP-DISC-ACCT NOT = SPACES
               MOVE PP-DISC-ACCT TO DISC-ACCT-WS
           END-IF
           IF PP-PAY-THRU-DATE NUMERIC
               MOVE PP-PAY-THRU-DATE TO PAY-THRU-DATE-WS
           ELSE
               MOVE RUN-DATE-WS TO PAY-THRU-DATE-WS
           END-IF.

       210-READ-PAYMENT-CONTROL.
           OPEN INPUT PAYMENT-CONTROL-FILE
               MOVE 'NO' TO VOUCHER-HISTORY-AVAILABLE-WS
               DISPLAY '** PAYRUN - VOUCHER HISTORY OPEN FAILED'
                   ' - FILE STATUS ' VH-FILE-STATUS-WS
                   ' - NO VOUCHERS SELECTED **'
               MOVE 8 TO RETURN-CODE
           END-IF.

       240-OPEN-PAYMENT-HISTORY.
           OPEN I-O PAYMENT-HISTORY-FILE
           IF PY-FILE-STATUS-WS = '35'
               OPEN OUTPUT PAYMENT-HISTORY-FILE
               CLOSE PAYMENT-HISTORY-FILE
               OPEN I-O PAYMENT-HISTORY-FILE
           END-IF
           IF PY-FILE-STATUS-WS = '00' OR = '05'
               MOVE 'YES' TO PAYMENT-HISTORY-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO PAYMENT-HISTORY-AVAILABLE-WS
               DISPLAY '** PAYRUN - PAYMENT HISTORY OPEN FAILED'
                   ' - FILE STATUS ' PY-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       250-READ-NEXT-SUPPLIER.
           IF VOUCHER-HISTORY-AVAILABLE-WS = 'NO'
               MOVE 'YES' TO EOF-SUPPLIER-DATA-WS
           ELSE
               MOVE CURRENT-SUPPLIER-WS TO VH-SUPPLIER-NO
               MOVE HIGH-VALUES         TO VH-INVOICE-NO
               START VOUCHER-HISTORY-FILE KEY > VH-SUPP-INV-KEY
                   INVALID KEY MOVE 'YES' TO EOF-SUPPLIER-DATA-WS
               END-START
               IF VH-FILE-STATUS-WS NOT = '00' AND NOT = '02'
                   MOVE 'YES' TO EOF-SUPPLIER-DATA-WS
               END-IF
               IF EOF-SUPPLIER-DATA-WS = 'NO'
                   READ VOUCHER-HISTORY-FILE NEXT
                       AT END MOVE 'YES' TO EOF-SUPPLIER-DATA-WS
                   END-READ
               END-IF
               IF EOF-SUPPLIER-DATA-WS = 'NO'
                   IF VH-FILE-STATUS-WS = '00' OR = '02'
                       MOVE VH-SUPPLIER-NO TO CURRENT-SUPPLIER-WS
                       ADD 1 TO SUPPLIER-READ-COUNT-WS
                   ELSE
                       MOVE 'YES' TO EOF-SUPPLIER-DATA-WS
                   END-IF
               END-IF
           END-IF.

       300-PROCESS.
           PERFORM UNTIL EOF-SUPPLIER-DATA-WS = 'YES'
               PERFORM 400-PAY-ONE-SUPPLIER
               PERFORM 250-READ-NEXT-SUPPLIER
           END-PERFORM.

       400-PAY-ONE-SUPPLIER.
           PERFORM 410-LOOKUP-SUPPLIER
           PERFORM 415-SELECT-DUE-VOUCHERS

           EVALUATE TRUE
               WHEN SELECTED-COUNT-WS = ZERO
                   CONTINUE
               WHEN RESOLVED-HOLD-IND-WS = 'Y'
                   ADD 1 TO HELD-COUNT-WS
                   ADD PAY-GROSS-WS TO HELD-AMT-WS
                   PERFORM 450-WRITE-REGISTER-HELD
               WHEN PAY-NET-WS NOT > ZERO
                   ADD 1 TO SKIPPED-COUNT-WS
                   ADD PAY-GROSS-WS TO SKIPPED-AMT-WS
                   PERFORM 460-WRITE-REGISTER-SKIPPED
               WHEN OTHER
                   PERFORM 420-ASSIGN-PAYMENT-NUMBER
                   PERFORM 430-WRITE-BANK-PAYMENT
                   PERFORM 432-WRITE-POSITIVE-PAY
                   PERFORM 435-WRITE-PAYMENT-HISTORY
                   PERFORM 440-WRITE-REGISTER-PAID
                   PERFORM 600-FLAG-VOUCHERS-PAID
                   PERFORM 620-WRITE-DISCOUNT-ENTRY
           END-EVALUATE

           IF SUPP-DISPUTE-COUNT-WS > ZERO
               PERFORM 465-WRITE-REGISTER-DISPUTED
           END-IF.

       415-SELECT-DUE-VOUCHERS.
           MOVE ZERO TO SELECTED-COUNT-WS
           MOVE ZERO TO PAY-GROSS-WS
           MOVE ZERO TO PAY-DISCOUNT-WS
           MOVE ZERO TO PAY-NET-WS
           MOVE ZERO TO SUPP-DISPUTE-COUNT-WS
           MOVE ZERO TO SUPP-DISPUTE-AMT-WS

           MOVE CURRENT-SUPPLIER-WS TO VH-SUPPLIER-NO
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
                   PERFORM 417-JUDGE-DUE-VOUCHER
               END-IF
           END-PERFORM

           COMPUTE PAY-NET-WS = PAY-GROSS-WS - PAY-DISCOUNT-WS.

       417-JUDGE-DUE-VOUCHER.
           EVALUATE TRUE
               WHEN VH-FILE-STATUS-WS NOT = '00' AND NOT = '02'
                   MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
               WHEN VH-SUPPLIER-NO NOT = CURRENT-SUPPLIER-WS
                   MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
               WHEN VH-PAID-IND NOT = 'P'
                   AND VH-DISPUTE-STATUS = 'D'
                   ADD 1 TO SUPP-DISPUTE-COUNT-WS
                   ADD VH-AMT TO SUPP-DISPUTE-AMT-WS
                   ADD 1 TO DISPUTE-HELD-COUNT-WS
                   ADD VH-AMT TO DISPUTE-HELD-AMT-WS
               WHEN VH-PAID-IND NOT = 'P'
                   AND VH-MATCH-HOLD = 'Y'
                   ADD 1 TO MATCH-HELD-COUNT-WS
                   ADD VH-AMT TO MATCH-HELD-AMT-WS
               WHEN VH-PAID-IND NOT = 'P'
                   PERFORM 418-TEST-VOUCHER-DUE
                   IF VOUCHER-SELECTED-WS = 'YES'
                       ADD 1 TO SELECTED-COUNT-WS
                       ADD VH-AMT TO PAY-GROSS-WS
                       ADD VOUCHER-DISC-WS TO PAY-DISCOUNT-WS
                   ELSE
                       ADD 1 TO NOT-DUE-COUNT-WS
                       ADD VH-AMT TO NOT-DUE-AMT-WS
                   END-IF
           END-EVALUATE.

       418-TEST-VOUCHER-DUE.
           MOVE 'NO' TO VOUCHER-SELECTED-WS
           MOVE 'NO' TO DISC-WINDOW-OPEN-WS
           MOVE ZERO TO VOUCHER-DISC-WS

           IF VH-DUE-DATE NUMERIC
               MOVE VH-DUE-DATE TO VOUCHER-DUE-DATE-WS
           ELSE
               MOVE VH-PROCESS-DATE TO VOUCHER-DUE-DATE-WS
           END-IF

           IF VH-AMT > ZERO
              AND VH-DISC-PCT NUMERIC
              AND VH-DISC-DATE NUMERIC
               IF VH-DISC-PCT > ZERO
                  AND VH-DISC-DATE NOT < RUN-DATE-WS
                   MOVE 'YES' TO DISC-WINDOW-OPEN-WS
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN VH-AMT < ZERO
                   MOVE 'YES' TO VOUCHER-SELECTED-WS
               WHEN VOUCHER-DUE-DATE-WS NOT > PAY-THRU-DATE-WS
                   MOVE 'YES' TO VOUCHER-SELECTED-WS
               WHEN DISC-WINDOW-OPEN-WS = 'YES'
                   AND VH-DISC-DATE NOT > PAY-THRU-DATE-WS
                   MOVE 'YES' TO VOUCHER-SELECTED-WS
           END-EVALUATE

           IF VOUCHER-SELECTED-WS = 'YES'
              AND DISC-WINDOW-OPEN-WS = 'YES'
               COMPUTE VOUCHER-DISC-WS ROUNDED =
                   VH-AMT * VH-DISC-PCT / 100
           END-IF.

       410-LOOKUP-SUPPLIER.
           MOVE SPACES TO RESOLVED-SUPPLIER-NAME-WS
           MOVE 'C'    TO RESOLVED-PAY-METHOD-WS
           MOVE 'N'    TO RESOLVED-HOLD-IND-WS

           IF SUPPLIER-MASTER-AVAILABLE-WS = 'YES'
               MOVE CURRENT-SUPPLIER-WS TO SM-SUPPLIER-NO
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               MOVE NEXT-ACH-NO-WS TO PAY-REF-NUMBER-WS
               ADD 1 TO NEXT-ACH-NO-WS
               ADD 1 TO ACH-COUNT-WS
               ADD PAY-NET-WS TO ACH-AMT-WS
           ELSE
               MOVE 'CK' TO PAY-REF-PREFIX-WS
               MOVE NEXT-CHECK-NO-WS TO PAY-REF-NUMBER-WS
               ADD 1 TO NEXT-CHECK-NO-WS
               ADD 1 TO CHECK-COUNT-WS
               ADD PAY-NET-WS TO CHECK-AMT-WS
           END-IF.

       430-WRITE-BANK-PAYMENT.
           MOVE 'P'                       TO PF-REC-TYPE
           MOVE RESOLVED-PAY-METHOD-WS    TO PF-PAY-METHOD
           MOVE PAY-REF-WS                TO PF-PAY-REF
           MOVE CURRENT-SUPPLIER-WS       TO PF-SUPPLIER-NO
           MOVE RESOLVED-SUPPLIER-NAME-WS TO PF-SUPPLIER-NAME
           MOVE PAY-NET-WS                TO PF-AMOUNT
           MOVE RUN-DATE-WS               TO PF-PAY-DATE
           WRITE BANK-PAYMENT-RECORD.

       432-WRITE-POSITIVE-PAY.
           IF RESOLVED-PAY-METHOD-WS NOT = 'A'
               MOVE SPACES                    TO POSITIVE-PAY-RECORD
               MOVE 'I'                       TO PPY-REC-TYPE
               MOVE PAY-REF-WS                TO PPY-PAY-REF
               MOVE RESOLVED-SUPPLIER-NAME-WS TO PPY-PAYEE-NAME
               MOVE PAY-NET-WS                TO PPY-AMOUNT
               MOVE RUN-DATE-WS               TO PPY-ISSUE-DATE
               WRITE POSITIVE-PAY-RECORD
               ADD 1 TO POSPAY-COUNT-WS
               ADD PAY-NET-WS TO POSPAY-AMT-WS
           END-IF.

       435-WRITE-PAYMENT-HISTORY.
           IF PAYMENT-HISTORY-AVAILABLE-WS = 'YES'
               MOVE SPACES                    TO PAYMENT-HISTORY-RECORD
               MOVE PAY-REF-WS                TO PY-PAY-REF
               MOVE CURRENT-SUPPLIER-WS       TO PY-SUPPLIER-NO
               MOVE RESOLVED-SUPPLIER-NAME-WS TO PY-SUPPLIER-NAME
               MOVE RESOLVED-PAY-METHOD-WS    TO PY-PAY-METHOD
               MOVE PAY-NET-WS                TO PY-AMOUNT
               MOVE RUN-DATE-WS               TO PY-PAY-DATE
               MOVE 'I'                       TO PY-STATUS
               MOVE RUN-DATE-WS               TO PY-STATUS-DATE
               MOVE ZERO                      TO PY-CLEAR-AMT
               MOVE PAY-DISCOUNT-WS           TO PY-DISC-AMT
               WRITE PAYMENT-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY '** PAYRUN - PAYMENT HISTORY WRITE'
                           ' REJECTED - ' PY-PAY-REF ' **'
               END-WRITE
           END-IF.

       440-WRITE-REGISTER-PAID.
           MOVE CURRENT-SUPPLIER-WS       TO RGL-SUPPLIER-NO-OUT
           MOVE RESOLVED-SUPPLIER-NAME-WS TO RGL-SUPPLIER-NAME-OUT
           MOVE RESOLVED-PAY-METHOD-WS    TO RGL-METHOD-OUT
           MOVE PAY-REF-WS                TO RGL-PAY-REF-OUT
           MOVE PAY-NET-WS                TO RGL-AMOUNT-OUT
           MOVE PAY-DISCOUNT-WS           TO RGL-DISCOUNT-OUT
           MOVE 'PAID'                    TO RGL-DISPOSITION-OUT
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       450-WRITE-REGISTER-HELD.
           MOVE CURRENT-SUPPLIER-WS       TO RGL-SUPPLIER-NO-OUT
           MOVE RESOLVED-SUPPLIER-NAME-WS TO RGL-SUPPLIER-NAME-OUT
           MOVE RESOLVED-PAY-METHOD-WS    TO RGL-METHOD-OUT
           MOVE SPACES                    TO RGL-PAY-REF-OUT
           MOVE PAY-GROSS-WS              TO RGL-AMOUNT-OUT
           MOVE ZERO                      TO RGL-DISCOUNT-OUT
           MOVE 'HELD - SUPPLIER ON HOLD' TO RGL-DISPOSITION-OUT
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       460-WRITE-REGISTER-SKIPPED.
           MOVE CURRENT-SUPPLIER-WS       TO RGL-SUPPLIER-NO-OUT
           MOVE RESOLVED-SUPPLIER-NAME-WS TO RGL-SUPPLIER-NAME-OUT
           MOVE RESOLVED-PAY-METHOD-WS    TO RGL-METHOD-OUT
           MOVE SPACES                    TO RGL-PAY-REF-OUT
           MOVE PAY-GROSS-WS              TO RGL-AMOUNT-OUT
           MOVE ZERO                      TO RGL-DISCOUNT-OUT
           MOVE 'SKIPPED - NOT PAYABLE'   TO RGL-DISPOSITION-OUT
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       465-WRITE-REGISTER-DISPUTED.
           MOVE CURRENT-SUPPLIER-WS       TO RGL-SUPPLIER-NO-OUT
           MOVE RESOLVED-SUPPLIER-NAME-WS TO RGL-SUPPLIER-NAME-OUT
           MOVE RESOLVED-PAY-METHOD-WS    TO RGL-METHOD-OUT
           MOVE SPACES                    TO RGL-PAY-REF-OUT
           MOVE SUPP-DISPUTE-AMT-WS       TO RGL-AMOUNT-OUT
           MOVE ZERO                      TO RGL-DISCOUNT-OUT
           MOVE 'HELD - VOUCHER DISPUTED' TO RGL-DISPOSITION-OUT
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       600-FLAG-VOUCHERS-PAID.
           IF VOUCHER-HISTORY-AVAILABLE-WS = 'YES'
               MOVE CURRENT-SUPPLIER-WS TO VH-SUPPLIER-NO
               MOVE LOW-VALUES          TO VH-INVOICE-NO
               START VOUCHER-HISTORY-FILE KEY NOT < VH-SUPP-INV-KEY
                   INVALID KEY MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
               END-START
           EVALUATE TRUE
               WHEN VH-FILE-STATUS-WS NOT = '00' AND NOT = '02'
                   MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
               WHEN VH-SUPPLIER-NO NOT = CURRENT-SUPPLIER-WS
                   MOVE 'YES' TO EOF-VOUCHER-HISTORY-WS
               WHEN VH-PAID-IND NOT = 'P'
                   AND (VH-MATCH-HOLD = 'Y'
                        OR VH-DISPUTE-STATUS = 'D')
                   CONTINUE
               WHEN VH-PAID-IND NOT = 'P'
                   PERFORM 418-TEST-VOUCHER-DUE
                   IF VOUCHER-SELECTED-WS = 'YES'
                       MOVE 'P'             TO VH-PAID-IND
                       MOVE PAY-REF-WS      TO VH-PAY-REF
                       MOVE RUN-DATE-WS     TO VH-PAID-DATE
                       MOVE VOUCHER-DISC-WS TO VH-DISC-TAKEN
                       REWRITE VOUCHER-HISTORY-RECORD
                       ADD 1 TO VOUCHERS-FLAGGED-WS
                   END-IF
           END-EVALUATE.

       620-WRITE-DISCOUNT-ENTRY.
           IF PAY-DISCOUNT-WS > ZERO
               MOVE PAY-DISCOUNT-WS TO GL-ENTRY-AMT-WS
               MOVE AP-ACCT-WS      TO GL-DR-ACCT-WS
               MOVE DISC-ACCT-WS    TO GL-CR-ACCT-WS
               PERFORM 671-WRITE-GL-ENTRY-PAIR
               ADD 1 TO DISC-COUNT-WS
               ADD PAY-DISCOUNT-WS TO DISC-AMT-WS
           END-IF.

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

           MOVE ACH-AMT-WS          TO RGT-AMOUNT-OUT
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

           MOVE 'DISCOUNTS TAKEN: ' TO RGT-CAPTION-OUT
           MOVE DISC-COUNT-WS       TO RGT-COUNT-OUT
           MOVE DISC-AMT-WS         TO RGT-AMOUNT-OUT
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

           MOVE 'PAYMENTS HELD:   ' TO RGT-CAPTION-OUT
           MOVE HELD-COUNT-WS       TO RGT-COUNT-OUT
           MOVE HELD-AMT-WS         TO RGT-AMOUNT-OUT
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

           MOVE 'NOT PAYABLE:     ' TO RGT-CAPTION-OUT
           MOVE SKIPPED-COUNT-WS    TO RGT-COUNT-OUT
           MOVE SKIPPED-AMT-WS      TO RGT-AMOUNT-OUT
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

           MOVE 'NOT YET DUE:     ' TO RGT-CAPTION-OUT
           MOVE NOT-DUE-COUNT-WS    TO RGT-COUNT-OUT
           MOVE NOT-DUE-AMT-WS      TO RGT-AMOUNT-OUT
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

           MOVE 'PO MATCH HOLD:   ' TO RGT-CAPTION-OUT
           MOVE MATCH-HELD-COUNT-WS TO RGT-COUNT-OUT
           MOVE MATCH-HELD-AMT-WS   TO RGT-AMOUNT-OUT
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

           MOVE 'DISPUTE HOLD:    '   TO RGT-CAPTION-OUT
           MOVE DISPUTE-HELD-COUNT-WS TO RGT-COUNT-OUT
           MOVE DISPUTE-HELD-AMT-WS   TO RGT-AMOUNT-OUT
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE

           MOVE VOUCHERS-FLAGGED-WS TO RGF-COUNT-OUT
           WRITE REGISTER-LINE FROM REGISTER-FLAGGED-LINE

           PERFORM 945-WRITE-GL-TRAILER
           PERFORM 910-WRITE-PAYMENT-CONTROL
           PERFORM 920-WRITE-POSITIVE-PAY-TRAILER

           CLOSE CHECK-REGISTER-FILE
           CLOSE BANK-PAYMENT-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE GL-POSTING-FILE

           IF SUPPLIER-MASTER-AVAILABLE-WS = 'YES'
               CLOSE SUPPLIER-MASTER-FILE

           IF VOUCHER-HISTORY-AVAILABLE-WS = 'YES'
               CLOSE VOUCHER-HISTORY-FILE
           END-IF

           IF PAYMENT-HISTORY-AVAILABLE-WS = 'YES'
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       910-WRITE-PAYMENT-CONTROL.
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

           MOVE GL-DEBIT-TOTAL-WS   TO RGG-DEBIT-OUT
           MOVE GL-CREDIT-TOTAL-WS  TO RGG-CREDIT-OUT
           IF GL-DEBIT-TOTAL-WS = GL-CREDIT-TOTAL-WS
               MOVE 'IN BALANCE'     TO RGG-STATUS-OUT
           ELSE
               MOVE '** OUT OF BALANCE' TO RGG-STATUS-OUT
           END-IF
           WRITE REGISTER-LINE FROM SPACES
           WRITE REGISTER-LINE FROM REGISTER-GL-LINE.
