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
       FD  AGING-REPORT-FILE RECORDING MODE IS F.
       01  AGING-REPORT-LINE           PIC X(132).

           05  SUPP-060-AMT-WS              PIC S9(10)V99 VALUE ZERO.
           05  SUPP-090-AMT-WS              PIC S9(10)V99 VALUE ZERO.
           05  SUPP-120-AMT-WS              PIC S9(10)V99 VALUE ZERO.
           05  SUPP-DISPUTED-AMT-WS         PIC S9(10)V99 VALUE ZERO.
           05  SUPP-TOTAL-AMT-WS            PIC S9(10)V99 VALUE ZERO.
           05  GRAND-CURRENT-AMT-WS         PIC S9(10)V99 VALUE ZERO.
           05  GRAND-030-AMT-WS             PIC S9(10)V99 VALUE ZERO.
           05  GRAND-060-AMT-WS             PIC S9(10)V99 VALUE ZERO.
           05  GRAND-090-AMT-WS             PIC S9(10)V99 VALUE ZERO.
           05  GRAND-120-AMT-WS             PIC S9(10)V99 VALUE ZERO.
           05  GRAND-DISPUTED-AMT-WS        PIC S9(10)V99 VALUE ZERO.
           05  GRAND-TOTAL-AMT-WS           PIC S9(10)V99 VALUE ZERO.

       01  HOLD-DATE-WS.
       01  AGING-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'Supp# '.
           05  FILLER                  PIC X(18) VALUE 'Supplier'.
           05  FILLER                  PIC X(15) VALUE
               '      Current'.
           05  FILLER                  PIC X(15) VALUE
               '      30 Days'.
           05  FILLER                  PIC X(15) VALUE
               '      60 Days'.
           05  FILLER                  PIC X(15) VALUE
               '      90 Days'.
           05  FILLER                  PIC X(15) VALUE
               '    120+ Days'.
           05  FILLER                  PIC X(15) VALUE
               '     Disputed'.
           05  FILLER                  PIC X(15) VALUE
               '        Total'.

       01  AGING-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AGL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGL-SUPPLIER-NAME-OUT   PIC X(18).
           05  AGL-CURRENT-OUT         PIC $$,$$$,$$9.99CR.
           05  AGL-030-OUT             PIC $$,$$$,$$9.99CR.
           05  AGL-060-OUT             PIC $$,$$$,$$9.99CR.
           05  AGL-090-OUT             PIC $$,$$$,$$9.99CR.
           05  AGL-120-OUT             PIC $$,$$$,$$9.99CR.
           05  AGL-DISPUTED-OUT        PIC $$,$$$,$$9.99CR.
           05  AGL-TOTAL-OUT           PIC $$,$$$,$$9.99CR.

       01  AGING-GRAND-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE 'GRAND TOTAL'.
           05  AGG-CURRENT-OUT         PIC $$,$$$,$$9.99CR.
           05  AGG-030-OUT             PIC $$,$$$,$$9.99CR.
           05  AGG-060-OUT             PIC $$,$$$,$$9.99CR.
           05  AGG-090-OUT             PIC $$,$$$,$$9.99CR.
           05  AGG-120-OUT             PIC $$,$$$,$$9.99CR.
           05  AGG-DISPUTED-OUT        PIC $$,$$$,$$9.99CR.
           05  AGG-TOTAL-OUT           PIC $$,$$$,$$9.99CR.

       01  AGING-COUNT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
                   MOVE VH-SUPPLIER-NO TO PREV-SUPPLIER-WS
               END-IF

               IF VH-DISPUTE-STATUS = 'D'
                   ADD VH-AMT TO SUPP-DISPUTED-AMT-WS
                   ADD VH-AMT TO GRAND-DISPUTED-AMT-WS
                   ADD VH-AMT TO SUPP-TOTAL-AMT-WS
                   ADD VH-AMT TO GRAND-TOTAL-AMT-WS
               ELSE
                   PERFORM 500-COMPUTE-VOUCHER-AGE
                   PERFORM 550-POST-TO-BUCKET
               END-IF
               ADD 1 TO OPEN-VOUCHER-COUNT-WS
           END-IF.

           MOVE SUPP-060-AMT-WS           TO AGL-060-OUT
           MOVE SUPP-090-AMT-WS           TO AGL-090-OUT
           MOVE SUPP-120-AMT-WS           TO AGL-120-OUT
           MOVE SUPP-DISPUTED-AMT-WS      TO AGL-DISPUTED-OUT
           MOVE SUPP-TOTAL-AMT-WS         TO AGL-TOTAL-OUT
           WRITE AGING-REPORT-LINE FROM AGING-DETAIL-LINE

           MOVE ZERO TO SUPP-060-AMT-WS
           MOVE ZERO TO SUPP-090-AMT-WS
           MOVE ZERO TO SUPP-120-AMT-WS
           MOVE ZERO TO SUPP-DISPUTED-AMT-WS
           MOVE ZERO TO SUPP-TOTAL-AMT-WS.

       610-LOOKUP-SUPPLIER-NAME.
           MOVE GRAND-060-AMT-WS     TO AGG-060-OUT
           MOVE GRAND-090-AMT-WS     TO AGG-090-OUT
           MOVE GRAND-120-AMT-WS     TO AGG-120-OUT
           MOVE GRAND-DISPUTED-AMT-WS TO AGG-DISPUTED-OUT
           MOVE GRAND-TOTAL-AMT-WS   TO AGG-TOTAL-OUT
           WRITE AGING-REPORT-LINE FROM SPACES
           WRITE AGING-REPORT-LINE FROM AGING-GRAND-LINE
