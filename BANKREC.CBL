       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BANKREC.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANK-PAID-FILE ASSIGN TO 'BANKPAID.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECON-PARM-FILE ASSIGN TO 'BNKPARM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
                   ASSIGN TO 'PAYHIST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PY-PAY-REF
                   FILE STATUS IS PY-FILE-STATUS-WS.

           SELECT RECON-REPORT-FILE ASSIGN TO 'BANKREC.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STALE-REPORT-FILE ASSIGN TO 'STALECHK.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-PAID-FILE RECORDING MODE IS F.
       01  BANK-PAID-RECORD.
           05  BP-PAY-REF              PIC X(08).
           05  BP-AMOUNT               PIC 9(08)V99.
           05  BP-PAID-DATE            PIC X(08).
           05  FILLER                  PIC X(54).
       FD  RECON-PARM-FILE RECORDING MODE IS F.
       01  RECON-PARM-RECORD.
           05  RP-STALE-DAYS           PIC X(03).
           05  FILLER                  PIC X(77).
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
       FD  RECON-REPORT-FILE RECORDING MODE IS F.
       01  RECON-REPORT-LINE           PIC X(132).
       FD  STALE-REPORT-FILE RECORDING MODE IS F.
       01  STALE-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-BANK-DATA-WS              PIC X(03)    VALUE 'NO'.
           05  EOF-PAYMENT-HISTORY-WS        PIC X(03)    VALUE 'NO'.
           05  BANK-READ-COUNT-WS            PIC 9(06)    VALUE ZERO.
           05  BANK-READ-AMT-WS              PIC 9(10)V99 VALUE ZERO.
           05  CLEARED-COUNT-WS              PIC 9(06)    VALUE ZERO.
           05  CLEARED-AMT-WS                PIC 9(10)V99 VALUE ZERO.
           05  MISMATCH-COUNT-WS             PIC 9(06)    VALUE ZERO.
           05  MISMATCH-AMT-WS               PIC 9(10)V99 VALUE ZERO.
           05  UNISSUED-COUNT-WS             PIC 9(06)    VALUE ZERO.
           05  UNISSUED-AMT-WS               PIC 9(10)V99 VALUE ZERO.
           05  OUTSTANDING-COUNT-WS          PIC 9(06)    VALUE ZERO.
           05  STALE-COUNT-WS                PIC 9(06)    VALUE ZERO.
           05  STALE-AMT-WS                  PIC 9(10)V99 VALUE ZERO.

       01  PAYMENT-HISTORY-WS.
           05  PY-FILE-STATUS-WS             PIC XX       VALUE '00'.

       01  AGING-WS.
           05  STALE-DAYS-WS                 PIC 9(03)    VALUE 180.
           05  RUN-DATE-INTEGER-WS           PIC 9(08)    VALUE ZERO.
           05  ITEM-DATE-INTEGER-WS          PIC 9(08)    VALUE ZERO.
           05  CLEAR-DATE-INTEGER-WS         PIC 9(08)    VALUE ZERO.
           05  ITEM-AGE-DAYS-WS              PIC S9(05)   VALUE ZERO.
           05  DAYS-TO-CLEAR-WS              PIC S9(05)   VALUE ZERO.
           05  AMOUNT-DIFFERENCE-WS          PIC S9(08)V99 VALUE ZERO.
           05  OUT-CURRENT-AMT-WS            PIC 9(10)V99 VALUE ZERO.
           05  OUT-030-AMT-WS                PIC 9(10)V99 VALUE ZERO.
           05  OUT-060-AMT-WS                PIC 9(10)V99 VALUE ZERO.
           05  OUT-090-AMT-WS                PIC 9(10)V99 VALUE ZERO.
           05  OUT-TOTAL-AMT-WS              PIC 9(10)V99 VALUE ZERO.

       01  EXCEPTION-TABLE-WS.
           05  EXCEPTION-ENTRY-COUNT-WS      PIC 9(04)    VALUE ZERO.
           05  EXCEPTION-IDX-WS              PIC 9(04)    VALUE ZERO.
           05  EXCEPTION-TABLE-FULL-WS       PIC X(03)    VALUE 'NO'.
           05  EXCEPTION-TABLE OCCURS 1000 TIMES.
               10  EXT-TYPE                  PIC X(01).
               10  EXT-PAY-REF               PIC X(08).
               10  EXT-SUPPLIER-NO           PIC X(05).
               10  EXT-SUPPLIER-NAME         PIC X(23).
               10  EXT-ISSUE-DATE            PIC X(08).
               10  EXT-ISSUE-AMT             PIC 9(08)V99.
               10  EXT-BANK-AMT              PIC 9(08)V99.
               10  EXT-PAID-DATE             PIC X(08).
               10  EXT-REASON                PIC X(25).

       01  HOLD-DATE-WS.
           05  HOLD-CCYYMMDD-WS.
               10  HOLD-YR-WS                PIC XXXX.
               10  HOLD-MO-WS                PIC XX.
               10  HOLD-DY-WS                PIC XX.
           05  HOLD-HR-WS                    PIC XX.
           05  HOLD-MIN-WS                   PIC XX.
           05  HOLD-SC-WS                    PIC XX.

       01  RECON-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  BRH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  BRH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  BRH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               '    Bank Cleared-Items Reconciliation'.

       01  SECTION-HEADING-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SHL-TITLE-OUT           PIC X(60).

       01  CLEARED-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Pay Ref'.
           05  FILLER                  PIC X(07) VALUE 'Supp# '.
           05  FILLER                  PIC X(25) VALUE 'Supplier'.
           05  FILLER                  PIC X(10) VALUE 'Issued'.
           05  FILLER                  PIC X(20) VALUE
               '          Amount'.
           05  FILLER                  PIC X(10) VALUE 'Cleared'.
           05  FILLER                  PIC X(06) VALUE ' Days'.

       01  CLEARED-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CDL-PAY-REF-OUT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-SUPPLIER-NAME-OUT   PIC X(23).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-ISSUE-DATE-OUT      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-AMOUNT-OUT          PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-CLEAR-DATE-OUT      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-DAYS-OUT            PIC ZZZZ9.

       01  MISMATCH-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Pay Ref'.
           05  FILLER                  PIC X(07) VALUE 'Supp# '.
           05  FILLER                  PIC X(25) VALUE 'Supplier'.
           05  FILLER                  PIC X(10) VALUE 'Issued'.
           05  FILLER                  PIC X(20) VALUE
               '      Issued Amt'.
           05  FILLER                  PIC X(20) VALUE
               '        Bank Amt'.
           05  FILLER                  PIC X(20) VALUE
               '      Difference'.

       01  MISMATCH-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MDL-PAY-REF-OUT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MDL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MDL-SUPPLIER-NAME-OUT   PIC X(23).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MDL-ISSUE-DATE-OUT      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MDL-ISSUE-AMT-OUT       PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MDL-BANK-AMT-OUT        PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MDL-DIFFERENCE-OUT      PIC $$$$,$$$,$$9.99BCR.

       01  UNISSUED-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Pay Ref'.
           05  FILLER                  PIC X(07) VALUE 'Supp# '.
           05  FILLER                  PIC X(25) VALUE 'Supplier'.
           05  FILLER                  PIC X(10) VALUE 'Paid'.
           05  FILLER                  PIC X(20) VALUE
               '        Bank Amt'.
           05  FILLER                  PIC X(25) VALUE 'Reason'.

       01  UNISSUED-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  UDL-PAY-REF-OUT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UDL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UDL-SUPPLIER-NAME-OUT   PIC X(23).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UDL-PAID-DATE-OUT       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UDL-BANK-AMT-OUT        PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UDL-REASON-OUT          PIC X(25).

       01  OUTSTANDING-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Pay Ref'.
           05  FILLER                  PIC X(07) VALUE 'Supp# '.
           05  FILLER                  PIC X(22) VALUE 'Supplier'.
           05  FILLER                  PIC X(10) VALUE 'Issued'.
           05  FILLER                  PIC X(06) VALUE ' Days'.
           05  FILLER                  PIC X(16) VALUE
               '       0-30'.
           05  FILLER                  PIC X(16) VALUE
               '      31-60'.
           05  FILLER                  PIC X(16) VALUE
               '      61-90'.
           05  FILLER                  PIC X(16) VALUE
               '    Over 90'.

       01  OUTSTANDING-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ODL-PAY-REF-OUT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ODL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ODL-SUPPLIER-NAME-OUT   PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ODL-ISSUE-DATE-OUT      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ODL-DAYS-OUT            PIC ZZZZ9.
           05  ODL-CURRENT-OUT         PIC $$,$$$,$$9.99BCR.
           05  ODL-030-OUT             PIC $$,$$$,$$9.99BCR.
           05  ODL-060-OUT             PIC $$,$$$,$$9.99BCR.
           05  ODL-090-OUT             PIC $$,$$$,$$9.99BCR.

       01  OUTSTANDING-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(51) VALUE
               'TOTAL OUTSTANDING'.
           05  OTL-CURRENT-OUT         PIC $$,$$$,$$9.99BCR.
           05  OTL-030-OUT             PIC $$,$$$,$$9.99BCR.
           05  OTL-060-OUT             PIC $$,$$$,$$9.99BCR.
           05  OTL-090-OUT             PIC $$,$$$,$$9.99BCR.

       01  RECON-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RTL-CAPTION-OUT         PIC X(24).
           05  RTL-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  DOLLARS: '.
           05  RTL-AMOUNT-OUT          PIC $$$$,$$$,$$9.99BCR.

       01  EXCEPTION-FULL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
              '** EXCEPTION TABLE FULL - LATER ITEMS NOT LISTED **'.

       01  STALE-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  SRH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  SRH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  SRH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(42) VALUE
               '    Stale-Dated Payments Outstanding Over '.
           05  SRH-STALE-DAYS-OUT      PIC ZZ9.
           05  FILLER                  PIC X(32) VALUE
               ' Days - Escheatment Review'.

       01  STALE-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Pay Ref'.
           05  FILLER                  PIC X(07) VALUE 'Supp# '.
           05  FILLER                  PIC X(25) VALUE 'Payee'.
           05  FILLER                  PIC X(10) VALUE 'Issued'.
           05  FILLER                  PIC X(06) VALUE ' Days'.
           05  FILLER                  PIC X(20) VALUE
               '          Amount'.

       01  STALE-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SDL-PAY-REF-OUT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-SUPPLIER-NAME-OUT   PIC X(23).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-ISSUE-DATE-OUT      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SDL-DAYS-OUT            PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-AMOUNT-OUT          PIC $$$$,$$$,$$9.99BCR.

       01  STALE-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
               'STALE-DATED ITEMS:'.
           05  STL-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  DOLLARS: '.
           05  STL-AMOUNT-OUT          PIC $$$$,$$$,$$9.99BCR.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-BANK-DATA-WS = 'YES'
           PERFORM 500-WRITE-EXCEPTIONS
           PERFORM 600-LIST-OUTSTANDING
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           PERFORM 210-READ-PARAMETERS
           PERFORM 220-OPEN-PAYMENT-HISTORY

           OPEN INPUT BANK-PAID-FILE
           OPEN OUTPUT RECON-REPORT-FILE
                OUTPUT STALE-REPORT-FILE

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-MO-WS TO BRH-MM
           MOVE HOLD-DY-WS TO BRH-DD
           MOVE HOLD-YR-WS TO BRH-CCYY
           MOVE HOLD-MO-WS TO SRH-MM
           MOVE HOLD-DY-WS TO SRH-DD
           MOVE HOLD-YR-WS TO SRH-CCYY
           MOVE STALE-DAYS-WS TO SRH-STALE-DAYS-OUT
           COMPUTE RUN-DATE-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (HOLD-CCYYMMDD-WS))

           WRITE RECON-REPORT-LINE FROM RECON-REPORT-HEADING
           WRITE RECON-REPORT-LINE FROM SPACES
           MOVE 'CLEARED ITEMS' TO SHL-TITLE-OUT
           WRITE RECON-REPORT-LINE FROM SECTION-HEADING-LINE
           WRITE RECON-REPORT-LINE FROM SPACES
           WRITE RECON-REPORT-LINE FROM CLEARED-COLUMN-HEADING
           WRITE RECON-REPORT-LINE FROM SPACES

           WRITE STALE-REPORT-LINE FROM STALE-REPORT-HEADING
           WRITE STALE-REPORT-LINE FROM SPACES
           WRITE STALE-REPORT-LINE FROM STALE-COLUMN-HEADING
           WRITE STALE-REPORT-LINE FROM SPACES

           PERFORM 250-READ-BANK-ITEM.

       210-READ-PARAMETERS.
           OPEN INPUT RECON-PARM-FILE
           READ RECON-PARM-FILE
               AT END MOVE SPACES TO RECON-PARM-RECORD
           END-READ
           CLOSE RECON-PARM-FILE

           IF RP-STALE-DAYS NUMERIC
               MOVE RP-STALE-DAYS TO STALE-DAYS-WS
           END-IF.

       220-OPEN-PAYMENT-HISTORY.
           OPEN I-O PAYMENT-HISTORY-FILE
           IF PY-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** BANKREC - PAYMENT HISTORY OPEN FAILED'
                   ' - FILE STATUS ' PY-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       250-READ-BANK-ITEM.
           READ BANK-PAID-FILE
               AT END MOVE 'YES' TO EOF-BANK-DATA-WS
           END-READ.

       300-PROCESS.
           PERFORM UNTIL EOF-BANK-DATA-WS = 'YES'
               ADD 1 TO BANK-READ-COUNT-WS
               IF BP-AMOUNT NOT NUMERIC
                   MOVE ZERO TO BP-AMOUNT
               END-IF
               ADD BP-AMOUNT TO BANK-READ-AMT-WS
               PERFORM 400-MATCH-BANK-ITEM
               PERFORM 250-READ-BANK-ITEM
           END-PERFORM.

       400-MATCH-BANK-ITEM.
           MOVE BP-PAY-REF TO PY-PAY-REF
           READ PAYMENT-HISTORY-FILE
               INVALID KEY
                   PERFORM 440-RECORD-UNISSUED-ITEM
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PY-STATUS NOT = 'I'
                           PERFORM 440-RECORD-UNISSUED-ITEM
                       WHEN PY-AMOUNT NOT = BP-AMOUNT
                           PERFORM 430-RECORD-MISMATCH
                       WHEN OTHER
                           PERFORM 410-CLEAR-PAYMENT
                   END-EVALUATE
           END-READ.

       410-CLEAR-PAYMENT.
           MOVE 'C'          TO PY-STATUS
           MOVE BP-PAID-DATE TO PY-STATUS-DATE
           MOVE BP-PAID-DATE TO PY-CLEAR-DATE
           MOVE BP-AMOUNT    TO PY-CLEAR-AMT
           REWRITE PAYMENT-HISTORY-RECORD

           ADD 1 TO CLEARED-COUNT-WS
           ADD BP-AMOUNT TO CLEARED-AMT-WS

           MOVE ZERO TO DAYS-TO-CLEAR-WS
           IF PY-PAY-DATE NUMERIC AND BP-PAID-DATE NUMERIC
               COMPUTE ITEM-DATE-INTEGER-WS =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (PY-PAY-DATE))
               COMPUTE CLEAR-DATE-INTEGER-WS =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (BP-PAID-DATE))
               COMPUTE DAYS-TO-CLEAR-WS =
                   CLEAR-DATE-INTEGER-WS - ITEM-DATE-INTEGER-WS
           END-IF

           MOVE PY-PAY-REF       TO CDL-PAY-REF-OUT
           MOVE PY-SUPPLIER-NO   TO CDL-SUPPLIER-NO-OUT
           MOVE PY-SUPPLIER-NAME TO CDL-SUPPLIER-NAME-OUT
           MOVE PY-PAY-DATE      TO CDL-ISSUE-DATE-OUT
           MOVE BP-AMOUNT        TO CDL-AMOUNT-OUT
           MOVE BP-PAID-DATE     TO CDL-CLEAR-DATE-OUT
           MOVE DAYS-TO-CLEAR-WS TO CDL-DAYS-OUT
           WRITE RECON-REPORT-LINE FROM CLEARED-DETAIL-LINE.

       430-RECORD-MISMATCH.
           ADD 1 TO MISMATCH-COUNT-WS
           ADD BP-AMOUNT TO MISMATCH-AMT-WS
           PERFORM 450-ADD-EXCEPTION-ENTRY
           IF EXCEPTION-IDX-WS > ZERO
               MOVE 'M'              TO EXT-TYPE (EXCEPTION-IDX-WS)
               MOVE PY-SUPPLIER-NO   TO EXT-SUPPLIER-NO
                                            (EXCEPTION-IDX-WS)
               MOVE PY-SUPPLIER-NAME TO EXT-SUPPLIER-NAME
                                            (EXCEPTION-IDX-WS)
               MOVE PY-PAY-DATE      TO EXT-ISSUE-DATE
                                            (EXCEPTION-IDX-WS)
               MOVE PY-AMOUNT        TO EXT-ISSUE-AMT
                                            (EXCEPTION-IDX-WS)
           END-IF.

       440-RECORD-UNISSUED-ITEM.
           ADD 1 TO UNISSUED-COUNT-WS
           ADD BP-AMOUNT TO UNISSUED-AMT-WS
           PERFORM 450-ADD-EXCEPTION-ENTRY
           IF EXCEPTION-IDX-WS > ZERO
               MOVE 'U' TO EXT-TYPE (EXCEPTION-IDX-WS)
               IF PY-FILE-STATUS-WS = '00'
                   MOVE PY-SUPPLIER-NO   TO EXT-SUPPLIER-NO
                                                (EXCEPTION-IDX-WS)
                   MOVE PY-SUPPLIER-NAME TO EXT-SUPPLIER-NAME
                                                (EXCEPTION-IDX-WS)
                   EVALUATE PY-STATUS
                       WHEN 'V'
                           MOVE 'PAID AFTER VOID'
                               TO EXT-REASON (EXCEPTION-IDX-WS)
                       WHEN 'S'
                           MOVE 'PAID AGAINST STOP PAYMENT'
                               TO EXT-REASON (EXCEPTION-IDX-WS)
                       WHEN 'R'
                           MOVE 'PAID AFTER REISSUE'
                               TO EXT-REASON (EXCEPTION-IDX-WS)
                       WHEN 'C'
                           MOVE 'ALREADY CLEARED'
                               TO EXT-REASON (EXCEPTION-IDX-WS)
                       WHEN OTHER
                           MOVE 'PAYMENT NOT OUTSTANDING'
                               TO EXT-REASON (EXCEPTION-IDX-WS)
                   END-EVALUATE
               ELSE
                   MOVE 'NEVER ISSUED'
                       TO EXT-REASON (EXCEPTION-IDX-WS)
               END-IF
           END-IF.

       450-ADD-EXCEPTION-ENTRY.
           IF EXCEPTION-ENTRY-COUNT-WS < 1000
               ADD 1 TO EXCEPTION-ENTRY-COUNT-WS
               MOVE EXCEPTION-ENTRY-COUNT-WS TO EXCEPTION-IDX-WS
               MOVE SPACES TO EXCEPTION-TABLE (EXCEPTION-IDX-WS)
               MOVE BP-PAY-REF   TO EXT-PAY-REF (EXCEPTION-IDX-WS)
               MOVE BP-AMOUNT    TO EXT-BANK-AMT (EXCEPTION-IDX-WS)
               MOVE BP-PAID-DATE TO EXT-PAID-DATE (EXCEPTION-IDX-WS)
               MOVE ZERO         TO EXT-ISSUE-AMT (EXCEPTION-IDX-WS)
           ELSE
               MOVE ZERO TO EXCEPTION-IDX-WS
               MOVE 'YES' TO EXCEPTION-TABLE-FULL-WS
           END-IF.

       500-WRITE-EXCEPTIONS.
           MOVE 'ITEMS CLEARED:'   TO RTL-CAPTION-OUT
           MOVE CLEARED-COUNT-WS   TO RTL-COUNT-OUT
           MOVE CLEARED-AMT-WS     TO RTL-AMOUNT-OUT
           WRITE RECON-REPORT-LINE FROM SPACES
           WRITE RECON-REPORT-LINE FROM RECON-TOTAL-LINE

           MOVE 'AMOUNT MISMATCHES - ITEMS LEFT OUTSTANDING'
               TO SHL-TITLE-OUT
           WRITE RECON-REPORT-LINE FROM SECTION-HEADING-LINE AFTER 2
           WRITE RECON-REPORT-LINE FROM SPACES
           WRITE RECON-REPORT-LINE FROM MISMATCH-COLUMN-HEADING
           WRITE RECON-REPORT-LINE FROM SPACES
           PERFORM VARYING EXCEPTION-IDX-WS FROM 1 BY 1
               UNTIL EXCEPTION-IDX-WS > EXCEPTION-ENTRY-COUNT-WS
               IF EXT-TYPE (EXCEPTION-IDX-WS) = 'M'
                   PERFORM 510-WRITE-MISMATCH-LINE
               END-IF
           END-PERFORM
           MOVE 'AMOUNT MISMATCHES:' TO RTL-CAPTION-OUT
           MOVE MISMATCH-COUNT-WS    TO RTL-COUNT-OUT
           MOVE MISMATCH-AMT-WS      TO RTL-AMOUNT-OUT
           WRITE RECON-REPORT-LINE FROM SPACES
           WRITE RECON-REPORT-LINE FROM RECON-TOTAL-LINE

           MOVE 'PAID BY BANK - NOT ISSUED OR NOT OUTSTANDING'
               TO SHL-TITLE-OUT
           WRITE RECON-REPORT-LINE FROM SECTION-HEADING-LINE AFTER 2
           WRITE RECON-REPORT-LINE FROM SPACES
           WRITE RECON-REPORT-LINE FROM UNISSUED-COLUMN-HEADING
           WRITE RECON-REPORT-LINE FROM SPACES
           PERFORM VARYING EXCEPTION-IDX-WS FROM 1 BY 1
               UNTIL EXCEPTION-IDX-WS > EXCEPTION-ENTRY-COUNT-WS
               IF EXT-TYPE (EXCEPTION-IDX-WS) = 'U'
                   PERFORM 520-WRITE-UNISSUED-LINE
               END-IF
           END-PERFORM
           MOVE 'NOT ISSUED/OUTSTANDING:' TO RTL-CAPTION-OUT
           MOVE UNISSUED-COUNT-WS    TO RTL-COUNT-OUT
           MOVE UNISSUED-AMT-WS      TO RTL-AMOUNT-OUT
           WRITE RECON-REPORT-LINE FROM SPACES
           WRITE RECON-REPORT-LINE FROM RECON-TOTAL-LINE

           IF EXCEPTION-TABLE-FULL-WS = 'YES'
               WRITE RECON-REPORT-LINE FROM EXCEPTION-FULL-LINE
           END-IF.

       510-WRITE-MISMATCH-LINE.
           MOVE EXT-PAY-REF (EXCEPTION-IDX-WS)  TO MDL-PAY-REF-OUT
           MOVE EXT-SUPPLIER-NO (EXCEPTION-IDX-WS)
               TO MDL-SUPPLIER-NO-OUT
           MOVE EXT-SUPPLIER-NAME (EXCEPTION-IDX-WS)
               TO MDL-SUPPLIER-NAME-OUT
           MOVE EXT-ISSUE-DATE (EXCEPTION-IDX-WS)
               TO MDL-ISSUE-DATE-OUT
           MOVE EXT-ISSUE-AMT (EXCEPTION-IDX-WS) TO MDL-ISSUE-AMT-OUT
           MOVE EXT-BANK-AMT (EXCEPTION-IDX-WS)  TO MDL-BANK-AMT-OUT
           COMPUTE AMOUNT-DIFFERENCE-WS =
               EXT-BANK-AMT (EXCEPTION-IDX-WS)
               - EXT-ISSUE-AMT (EXCEPTION-IDX-WS)
           MOVE AMOUNT-DIFFERENCE-WS TO MDL-DIFFERENCE-OUT
           WRITE RECON-REPORT-LINE FROM MISMATCH-DETAIL-LINE.

       520-WRITE-UNISSUED-LINE.
           MOVE EXT-PAY-REF (EXCEPTION-IDX-WS)  TO UDL-PAY-REF-OUT
           MOVE EXT-SUPPLIER-NO (EXCEPTION-IDX-WS)
               TO UDL-SUPPLIER-NO-OUT
           MOVE EXT-SUPPLIER-NAME (EXCEPTION-IDX-WS)
               TO UDL-SUPPLIER-NAME-OUT
           MOVE EXT-PAID-DATE (EXCEPTION-IDX-WS) TO UDL-PAID-DATE-OUT
           MOVE EXT-BANK-AMT (EXCEPTION-IDX-WS)  TO UDL-BANK-AMT-OUT
           MOVE EXT-REASON (EXCEPTION-IDX-WS)    TO UDL-REASON-OUT
           WRITE RECON-REPORT-LINE FROM UNISSUED-DETAIL-LINE.

       600-LIST-OUTSTANDING.
           MOVE 'OUTSTANDING PAYMENTS AGED BY DAYS SINCE ISSUE'
               TO SHL-TITLE-OUT
           WRITE RECON-REPORT-LINE FROM SECTION-HEADING-LINE AFTER 2
           WRITE RECON-REPORT-LINE FROM SPACES
           WRITE RECON-REPORT-LINE FROM OUTSTANDING-COLUMN-HEADING
           WRITE RECON-REPORT-LINE FROM SPACES

           MOVE LOW-VALUES TO PY-PAY-REF
           START PAYMENT-HISTORY-FILE KEY NOT < PY-PAY-REF
               INVALID KEY MOVE 'YES' TO EOF-PAYMENT-HISTORY-WS
           END-START
           IF PY-FILE-STATUS-WS NOT = '00' AND NOT = '02'
               MOVE 'YES' TO EOF-PAYMENT-HISTORY-WS
           END-IF

           PERFORM UNTIL EOF-PAYMENT-HISTORY-WS = 'YES'
               READ PAYMENT-HISTORY-FILE NEXT
                   AT END MOVE 'YES' TO EOF-PAYMENT-HISTORY-WS
               END-READ
               IF EOF-PAYMENT-HISTORY-WS = 'NO'
                   IF PY-FILE-STATUS-WS = '00' OR = '02'
                       IF PY-STATUS = 'I'
                           PERFORM 610-AGE-ONE-PAYMENT
                       END-IF
                   ELSE
                       MOVE 'YES' TO EOF-PAYMENT-HISTORY-WS
                   END-IF
               END-IF
           END-PERFORM

           MOVE OUT-CURRENT-AMT-WS TO OTL-CURRENT-OUT
           MOVE OUT-030-AMT-WS     TO OTL-030-OUT
           MOVE OUT-060-AMT-WS     TO OTL-060-OUT
           MOVE OUT-090-AMT-WS     TO OTL-090-OUT
           WRITE RECON-REPORT-LINE FROM SPACES
           WRITE RECON-REPORT-LINE FROM OUTSTANDING-TOTAL-LINE

           MOVE 'ITEMS OUTSTANDING:'  TO RTL-CAPTION-OUT
           MOVE OUTSTANDING-COUNT-WS  TO RTL-COUNT-OUT
           MOVE OUT-TOTAL-AMT-WS      TO RTL-AMOUNT-OUT
           WRITE RECON-REPORT-LINE FROM RECON-TOTAL-LINE.

       610-AGE-ONE-PAYMENT.
           IF PY-PAY-DATE NUMERIC
               COMPUTE ITEM-DATE-INTEGER-WS =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (PY-PAY-DATE))
               COMPUTE ITEM-AGE-DAYS-WS =
                   RUN-DATE-INTEGER-WS - ITEM-DATE-INTEGER-WS
           ELSE
               MOVE 999 TO ITEM-AGE-DAYS-WS
           END-IF

           MOVE ZERO TO ODL-CURRENT-OUT
           MOVE ZERO TO ODL-030-OUT
           MOVE ZERO TO ODL-060-OUT
           MOVE ZERO TO ODL-090-OUT
           EVALUATE TRUE
               WHEN ITEM-AGE-DAYS-WS NOT > 30
                   MOVE PY-AMOUNT TO ODL-CURRENT-OUT
                   ADD PY-AMOUNT TO OUT-CURRENT-AMT-WS
               WHEN ITEM-AGE-DAYS-WS NOT > 60
                   MOVE PY-AMOUNT TO ODL-030-OUT
                   ADD PY-AMOUNT TO OUT-030-AMT-WS
               WHEN ITEM-AGE-DAYS-WS NOT > 90
                   MOVE PY-AMOUNT TO ODL-060-OUT
                   ADD PY-AMOUNT TO OUT-060-AMT-WS
               WHEN OTHER
                   MOVE PY-AMOUNT TO ODL-090-OUT
                   ADD PY-AMOUNT TO OUT-090-AMT-WS
           END-EVALUATE
           ADD PY-AMOUNT TO OUT-TOTAL-AMT-WS
           ADD 1 TO OUTSTANDING-COUNT-WS

           MOVE PY-PAY-REF       TO ODL-PAY-REF-OUT
           MOVE PY-SUPPLIER-NO   TO ODL-SUPPLIER-NO-OUT
           MOVE PY-SUPPLIER-NAME TO ODL-SUPPLIER-NAME-OUT
           MOVE PY-PAY-DATE      TO ODL-ISSUE-DATE-OUT
           MOVE ITEM-AGE-DAYS-WS TO ODL-DAYS-OUT
           WRITE RECON-REPORT-LINE FROM OUTSTANDING-DETAIL-LINE

           IF ITEM-AGE-DAYS-WS > STALE-DAYS-WS
               PERFORM 620-WRITE-STALE-LINE
           END-IF.

       620-WRITE-STALE-LINE.
           ADD 1 TO STALE-COUNT-WS
           ADD PY-AMOUNT TO STALE-AMT-WS
           MOVE PY-PAY-REF       TO SDL-PAY-REF-OUT
           MOVE PY-SUPPLIER-NO   TO SDL-SUPPLIER-NO-OUT
           MOVE PY-SUPPLIER-NAME TO SDL-SUPPLIER-NAME-OUT
           MOVE PY-PAY-DATE      TO SDL-ISSUE-DATE-OUT
           MOVE ITEM-AGE-DAYS-WS TO SDL-DAYS-OUT
           MOVE PY-AMOUNT        TO SDL-AMOUNT-OUT
           WRITE STALE-REPORT-LINE FROM STALE-DETAIL-LINE.

       900-CLOSE.
           MOVE 'BANK ITEMS READ:'    TO RTL-CAPTION-OUT
           MOVE BANK-READ-COUNT-WS    TO RTL-COUNT-OUT
           MOVE BANK-READ-AMT-WS      TO RTL-AMOUNT-OUT
           WRITE RECON-REPORT-LINE FROM SPACES
           WRITE RECON-REPORT-LINE FROM RECON-TOTAL-LINE

           MOVE STALE-COUNT-WS TO STL-COUNT-OUT
           MOVE STALE-AMT-WS   TO STL-AMOUNT-OUT
           WRITE STALE-REPORT-LINE FROM SPACES
           WRITE STALE-REPORT-LINE FROM STALE-TOTAL-LINE

           CLOSE BANK-PAID-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE RECON-REPORT-FILE
           CLOSE STALE-REPORT-FILE

           IF MISMATCH-COUNT-WS > ZERO OR UNISSUED-COUNT-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
