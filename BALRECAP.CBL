           05  SUSC-REJECT-COUNT       PIC 9(06).
           05  SUSC-REJECT-AMT         PIC S9(08)V99.
           05  SUSC-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(107).
       FD  PAYMENT-SUMMARY-FILE RECORDING MODE IS F.
       01  PAYMENT-SUMMARY-RECORD.
           05  PS-SUPPLIER-NO          PIC X(05).
