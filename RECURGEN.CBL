       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RECURGEN.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECUR-PARM-FILE ASSIGN TO 'RECPARM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECUR-CONTROL-FILE ASSIGN TO 'RECCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECUR-MASTER-FILE
                   ASSIGN TO 'RECURMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RV-RECUR-ID
                   FILE STATUS IS RV-FILE-STATUS-WS.

           SELECT OPTIONAL RECUR-HISTORY-FILE
                   ASSIGN TO 'RECURHST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RH-HISTORY-KEY
                   FILE STATUS IS RH-FILE-STATUS-WS.

           SELECT OPTIONAL SUPPLIER-MASTER-FILE
                   ASSIGN TO 'SUPPMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-SUPPLIER-NO
                   FILE STATUS IS SM-FILE-STATUS-WS.

           SELECT RECUR-WORK-FILE ASSIGN TO 'RECWORK.TMP'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECUR-BATCH-FILE ASSIGN TO 'RECURBAT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECUR-REPORT-FILE ASSIGN TO 'RECURGEN.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECUR-PARM-FILE RECORDING MODE IS F.
       01  RECUR-PARM-RECORD.
           05  RP-CYCLE-DATE           PIC X(08).
           05  RP-BATCH-NO             PIC X(02).
           05  FILLER                  PIC X(70).
       FD  RECUR-CONTROL-FILE RECORDING MODE IS F.
       01  RECUR-CONTROL-RECORD.
           05  RCC-NEXT-VOUCHER-NO     PIC 9(06).
           05  FILLER                  PIC X(74).
       FD  RECUR-MASTER-FILE.
       01  RECUR-MASTER-RECORD.
           05  RV-RECUR-ID             PIC X(06).
           05  RV-SUPPLIER-NO          PIC X(05).
           05  RV-ACCT-NO              PIC X(04).
           05  RV-STORE-NO             PIC X(03).
           05  RV-AMT                  PIC S9(06)V99.
           05  RV-FREQUENCY            PIC X(01).
           05  RV-START-DATE           PIC X(08).
           05  RV-END-DATE             PIC X(08).
           05  RV-INV-PATTERN          PIC X(08).
           05  RV-TAX-IND              PIC X(01).
           05  RV-DESCRIPTION          PIC X(20).
           05  RV-LAST-CYCLE           PIC X(06).
           05  RV-ADD-DATE             PIC X(08).
           05  RV-CHANGE-DATE          PIC X(08).
           05  FILLER                  PIC X(26).
       FD  RECUR-HISTORY-FILE.
       01  RECUR-HISTORY-RECORD.
           05  RH-HISTORY-KEY.
               10  RH-RECUR-ID         PIC X(06).
               10  RH-CYCLE            PIC X(06).
           05  RH-BATCH-NO             PIC X(02).
           05  RH-VOUCHER-NO           PIC X(06).
           05  RH-INVOICE-NO           PIC X(08).
           05  RH-AMT                  PIC S9(06)V99.
           05  RH-BUILD-DATE           PIC X(08).
           05  FILLER                  PIC X(16).
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
       FD  RECUR-WORK-FILE RECORDING MODE IS F.
       01  RECUR-WORK-RECORD           PIC X(99).
       FD  RECUR-BATCH-FILE RECORDING MODE IS F.
       01  RECUR-BATCH-RECORD          PIC X(99).
       FD  RECUR-REPORT-FILE RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-RECUR-DATA-WS             PIC X(03)    VALUE 'NO'.
           05  EOF-WORK-DATA-WS              PIC X(03)    VALUE 'NO'.
           05  ENTRY-DUE-WS                  PIC X(03)    VALUE 'NO'.
           05  VALID-ENTRY-WS                PIC X(03)    VALUE 'YES'.
           05  REFUSE-REASON-WS              PIC X(28)    VALUE SPACES.
           05  SUPPLIER-NAME-WS              PIC X(23)    VALUE SPACES.
           05  BATCH-NO-WS                   PIC X(02)    VALUE 'RV'.
           05  NEXT-VOUCHER-NO-WS            PIC 9(06)    VALUE 1.
           05  VOUCHER-NO-WS                 PIC 9(06)    VALUE ZERO.
           05  INVOICE-NO-WS                 PIC X(08)    VALUE SPACES.
           05  EXPIRY-WINDOW-DAYS-WS         PIC 9(03)    VALUE 60.

       01  FILE-STATUS-WS.
           05  RV-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  RH-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  SM-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  SUPPLIER-MASTER-AVAILABLE-WS  PIC X(03)    VALUE 'NO'.

       01  COUNTERS-WS.
           05  ENTRIES-READ-WS               PIC 9(06)    VALUE ZERO.
           05  ENTRIES-DUE-WS                PIC 9(06)    VALUE ZERO.
           05  ENTRIES-BUILT-WS              PIC 9(06)    VALUE ZERO.
           05  ENTRIES-REFUSED-WS            PIC 9(06)    VALUE ZERO.
           05  ENTRIES-EXPIRING-WS           PIC 9(06)    VALUE ZERO.
           05  BATCH-TOTAL-AMT-WS            PIC S9(08)V99 VALUE ZERO.

       01  CYCLE-DATE-WS.
           05  CYCLE-CCYYMM-WS.
               10  CYCLE-CCYY-WS             PIC 9(04).
               10  CYCLE-MM-WS               PIC 9(02).
           05  CYCLE-DD-WS                   PIC 9(02).
       01  CYCLE-DATE-X-WS REDEFINES CYCLE-DATE-WS
                                             PIC X(08).
       01  CYCLE-DIGITS-WS REDEFINES CYCLE-DATE-WS.
           05  CYCLE-DIGIT-WS                PIC X(01)    OCCURS 8.

       01  DATE-ARITHMETIC-WS.
           05  START-DATE-WS.
               10  START-CCYY-WS             PIC 9(04).
               10  START-MM-WS               PIC 9(02).
               10  START-DD-WS               PIC 9(02).
           05  START-CCYYMM-WS               PIC X(06).
           05  END-CCYYMM-WS                 PIC X(06).
           05  FREQ-MONTHS-WS                PIC 9(02)    VALUE ZERO.
           05  MONTHS-ELAPSED-WS             PIC S9(05)   VALUE ZERO.
           05  MONTH-QUOTIENT-WS             PIC S9(05)   VALUE ZERO.
           05  MONTH-REMAINDER-WS            PIC S9(05)   VALUE ZERO.
           05  CYCLE-DAY-NO-WS               PIC 9(07)    VALUE ZERO.
           05  END-DAY-NO-WS                 PIC 9(07)    VALUE ZERO.
           05  DAYS-TO-EXPIRY-WS             PIC S9(05)   VALUE ZERO.

       01  PATTERN-WORK-WS.
           05  PATTERN-AREA-WS               PIC X(08).
           05  PATTERN-CHARS-WS REDEFINES PATTERN-AREA-WS.
               10  PATTERN-CHAR-WS           PIC X(01)    OCCURS 8.
           05  PATTERN-IDX-WS                PIC 9(02)    VALUE ZERO.
           05  CYCLE-IDX-WS                  PIC 9(02)    VALUE ZERO.

       01  RECUR-DETAIL-RECORD.
           05  RD-REC-TYPE                 PIC X(01).
           05  RD-BATCH-NO                 PIC X(02).
           05  RD-SUPPLIER-NO              PIC X(05).
           05  RD-VOUCHER-NO               PIC X(06).
           05  RD-INVOICE-NO               PIC X(08).
           05  RD-ACCT-NO                  PIC X(04).
           05  RD-STORE-NO                 PIC X(03).
           05  RD-DATE.
               10  RD-DATE-MM              PIC X(02).
               10  RD-DATE-DD              PIC X(02).
               10  RD-DATE-CCYY            PIC X(04).
           05  RD-QTY-COST-FIELDS          PIC X(12).
           05  RD-AMT                      PIC S9(06)V99.
           05  RD-SUPPLIER-NAME            PIC X(23).
           05  RD-ITEM-NO                  PIC X(08).
           05  RD-TAX-IND                  PIC X(01).
           05  RD-PO-NO                    PIC X(10).

       01  RECUR-CONTROL-RECORD-WS REDEFINES RECUR-DETAIL-RECORD.
           05  RB-REC-TYPE                 PIC X(01).
           05  RB-BATCH-NO                 PIC X(02).
           05  RB-RECORD-COUNT             PIC 9(06).
           05  RB-DOLLAR-TOTAL             PIC S9(08)V99.
           05  FILLER                      PIC X(80).

       01  HOLD-DATE-WS.
           05  HOLD-CCYYMMDD-WS.
               10  HOLD-YR-WS                PIC X(04).
               10  HOLD-MO-WS                PIC XX.
               10  HOLD-DY-WS                PIC XX.
           05  HOLD-HR-WS                    PIC XX.
           05  HOLD-MIN-WS                   PIC XX.
           05  HOLD-SC-WS                    PIC XX.

       01  RECUR-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  RRH-MM                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  RRH-DD                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  RRH-CCYY                PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               '    Recurring Voucher Batch Build'.
           05  FILLER                  PIC X(12) VALUE 'Cycle Date: '.
           05  RRH-CYCLE-MM            PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  RRH-CYCLE-DD            PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  RRH-CYCLE-CCYY          PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE '   Batch: '.
           05  RRH-BATCH-NO            PIC X(02) VALUE SPACES.

       01  RECUR-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'Entry'.
           05  FILLER                  PIC X(07) VALUE 'Supp'.
           05  FILLER                  PIC X(06) VALUE 'Acct'.
           05  FILLER                  PIC X(06) VALUE 'Str'.
           05  FILLER                  PIC X(22) VALUE 'Description'.
           05  FILLER                  PIC X(08) VALUE 'Voucher'.
           05  FILLER                  PIC X(10) VALUE 'Invoice'.
           05  FILLER                  PIC X(13) VALUE '      Amount'.
           05  FILLER                  PIC X(30) VALUE 'Disposition'.

       01  RECUR-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RDL-RECUR-ID-OUT        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-ACCT-NO-OUT         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-STORE-NO-OUT        PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RDL-DESCRIPTION-OUT     PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-VOUCHER-NO-OUT      PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-INVOICE-NO-OUT      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-AMT-OUT             PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RDL-DISPOSITION-OUT     PIC X(40).

       01  EXPIRING-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(44) VALUE
               'Recurring Entries Expiring Within'.
           05  EXH-DAYS-OUT            PIC ZZ9.
           05  FILLER                  PIC X(30) VALUE
               ' Days - Renewal Required'.

       01  EXPIRING-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'Entry'.
           05  FILLER                  PIC X(07) VALUE 'Supp'.
           05  FILLER                  PIC X(25) VALUE 'Supplier Name'.
           05  FILLER                  PIC X(22) VALUE 'Description'.
           05  FILLER                  PIC X(05) VALUE 'Frq'.
           05  FILLER                  PIC X(10) VALUE 'End Date'.
           05  FILLER                  PIC X(10) VALUE 'Days Left'.
           05  FILLER                  PIC X(13) VALUE '      Amount'.

       01  EXPIRING-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  EXL-RECUR-ID-OUT        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXL-SUPPLIER-NAME-OUT   PIC X(23).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXL-DESCRIPTION-OUT     PIC X(20).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  EXL-FREQUENCY-OUT       PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  EXL-END-DATE-OUT        PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  EXL-DAYS-LEFT-OUT       PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  EXL-AMT-OUT             PIC ZZZ,ZZ9.99-.

       01  RECUR-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RTL-CAPTION-OUT         PIC X(30).
           05  RTL-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RTL-AMT-OUT             PIC ZZ,ZZZ,ZZ9.99-.

       01  RECUR-NOTE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               'NO ENTRIES BUILT - BATCH FILE NOT REWRITTEN'.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-RECUR-DATA-WS = 'YES'
           PERFORM 600-WRITE-BATCH
           PERFORM 700-LIST-EXPIRING
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           PERFORM 210-READ-PARAMETERS
           PERFORM 215-READ-CONTROL

           OPEN I-O RECUR-MASTER-FILE
           IF RV-FILE-STATUS-WS = '35'
               OPEN OUTPUT RECUR-MASTER-FILE
               CLOSE RECUR-MASTER-FILE
               OPEN I-O RECUR-MASTER-FILE
           END-IF
           IF RV-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** RECURGEN - RECURRING MASTER OPEN FAILED'
                   ' - FILE STATUS ' RV-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O RECUR-HISTORY-FILE
           IF RH-FILE-STATUS-WS = '35'
               OPEN OUTPUT RECUR-HISTORY-FILE
               CLOSE RECUR-HISTORY-FILE
               OPEN I-O RECUR-HISTORY-FILE
           END-IF
           IF RH-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** RECURGEN - RECURRING HISTORY OPEN FAILED'
                   ' - FILE STATUS ' RH-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SUPPLIER-MASTER-FILE
           IF SM-FILE-STATUS-WS = '00'
               MOVE 'YES' TO SUPPLIER-MASTER-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO SUPPLIER-MASTER-AVAILABLE-WS
           END-IF

           OPEN OUTPUT RECUR-WORK-FILE
           OPEN OUTPUT RECUR-REPORT-FILE

           MOVE HOLD-MO-WS     TO RRH-MM
           MOVE HOLD-DY-WS     TO RRH-DD
           MOVE HOLD-YR-WS     TO RRH-CCYY
           MOVE CYCLE-MM-WS    TO RRH-CYCLE-MM
           MOVE CYCLE-DD-WS    TO RRH-CYCLE-DD
           MOVE CYCLE-CCYY-WS  TO RRH-CYCLE-CCYY
           MOVE BATCH-NO-WS    TO RRH-BATCH-NO
           WRITE REPORT-LINE FROM RECUR-REPORT-HEADING
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM RECUR-COLUMN-HEADING
           WRITE REPORT-LINE FROM SPACES

           PERFORM 220-START-MASTER
           PERFORM 250-READ-MASTER.

       210-READ-PARAMETERS.
           OPEN INPUT RECUR-PARM-FILE
           READ RECUR-PARM-FILE
               AT END MOVE SPACES TO RECUR-PARM-RECORD
           END-READ
           CLOSE RECUR-PARM-FILE

           IF RP-CYCLE-DATE NUMERIC
               MOVE RP-CYCLE-DATE TO CYCLE-DATE-X-WS
           ELSE
               MOVE HOLD-CCYYMMDD-WS TO CYCLE-DATE-X-WS
           END-IF
           IF RP-BATCH-NO NOT = SPACES
               MOVE RP-BATCH-NO TO BATCH-NO-WS
           END-IF

           COMPUTE CYCLE-DAY-NO-WS =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (CYCLE-DATE-X-WS)).

       215-READ-CONTROL.
           OPEN INPUT RECUR-CONTROL-FILE
           READ RECUR-CONTROL-FILE
               AT END MOVE SPACES TO RECUR-CONTROL-RECORD
           END-READ
           CLOSE RECUR-CONTROL-FILE

           IF RCC-NEXT-VOUCHER-NO NUMERIC
              AND RCC-NEXT-VOUCHER-NO > ZERO
               MOVE RCC-NEXT-VOUCHER-NO TO NEXT-VOUCHER-NO-WS
           END-IF.

       220-START-MASTER.
           MOVE 'NO' TO EOF-RECUR-DATA-WS
           MOVE LOW-VALUES TO RV-RECUR-ID
           START RECUR-MASTER-FILE KEY NOT < RV-RECUR-ID
               INVALID KEY MOVE 'YES' TO EOF-RECUR-DATA-WS
           END-START
           IF RV-FILE-STATUS-WS NOT = '00' AND NOT = '02'
               MOVE 'YES' TO EOF-RECUR-DATA-WS
           END-IF.

       250-READ-MASTER.
           IF EOF-RECUR-DATA-WS = 'NO'
               READ RECUR-MASTER-FILE NEXT
                   AT END MOVE 'YES' TO EOF-RECUR-DATA-WS
               END-READ
               IF EOF-RECUR-DATA-WS = 'NO'
                  AND RV-FILE-STATUS-WS NOT = '00' AND NOT = '02'
                   MOVE 'YES' TO EOF-RECUR-DATA-WS
               END-IF
           END-IF.

       300-PROCESS.
           PERFORM UNTIL EOF-RECUR-DATA-WS = 'YES'
               ADD 1 TO ENTRIES-READ-WS
               PERFORM 410-CHECK-ENTRY-DUE
               IF ENTRY-DUE-WS = 'YES'
                   ADD 1 TO ENTRIES-DUE-WS
                   PERFORM 420-BUILD-ENTRY
               END-IF
               PERFORM 250-READ-MASTER
           END-PERFORM.

       410-CHECK-ENTRY-DUE.
           MOVE 'NO' TO ENTRY-DUE-WS
           MOVE RV-START-DATE TO START-DATE-WS
           MOVE RV-START-DATE (1:6) TO START-CCYYMM-WS
           MOVE RV-END-DATE (1:6)   TO END-CCYYMM-WS

           EVALUATE RV-FREQUENCY
               WHEN 'M'  MOVE 1  TO FREQ-MONTHS-WS
               WHEN 'Q'  MOVE 3  TO FREQ-MONTHS-WS
               WHEN 'S'  MOVE 6  TO FREQ-MONTHS-WS
               WHEN 'A'  MOVE 12 TO FREQ-MONTHS-WS
               WHEN OTHER MOVE 0 TO FREQ-MONTHS-WS
           END-EVALUATE

           IF RV-START-DATE NUMERIC
              AND RV-END-DATE NUMERIC
              AND FREQ-MONTHS-WS > ZERO
              AND CYCLE-CCYYMM-WS NOT < START-CCYYMM-WS
              AND CYCLE-CCYYMM-WS NOT > END-CCYYMM-WS
               COMPUTE MONTHS-ELAPSED-WS =
                   (CYCLE-CCYY-WS * 12 + CYCLE-MM-WS)
                 - (START-CCYY-WS * 12 + START-MM-WS)
               DIVIDE MONTHS-ELAPSED-WS BY FREQ-MONTHS-WS
                   GIVING MONTH-QUOTIENT-WS
                   REMAINDER MONTH-REMAINDER-WS
               IF MONTH-REMAINDER-WS = ZERO
                   MOVE 'YES' TO ENTRY-DUE-WS
               END-IF
           END-IF.

       420-BUILD-ENTRY.
           MOVE 'YES' TO VALID-ENTRY-WS
           MOVE SPACES TO REFUSE-REASON-WS
           MOVE SPACES TO INVOICE-NO-WS
           MOVE SPACES TO SUPPLIER-NAME-WS
           MOVE ZERO   TO VOUCHER-NO-WS

           PERFORM 425-LOOKUP-SUPPLIER

           IF VALID-ENTRY-WS = 'YES'
               MOVE RV-RECUR-ID     TO RH-RECUR-ID
               MOVE CYCLE-CCYYMM-WS TO RH-CYCLE
               READ RECUR-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'NO' TO VALID-ENTRY-WS
                       MOVE 'ALREADY BUILT FOR CYCLE'
                           TO REFUSE-REASON-WS
                       MOVE RH-VOUCHER-NO TO VOUCHER-NO-WS
                       MOVE RH-INVOICE-NO TO INVOICE-NO-WS
               END-READ
           END-IF

           IF VALID-ENTRY-WS = 'YES'
               MOVE NEXT-VOUCHER-NO-WS TO VOUCHER-NO-WS
               ADD 1 TO NEXT-VOUCHER-NO-WS
               PERFORM 430-FORMAT-INVOICE-NO
               PERFORM 440-WRITE-DETAIL
               PERFORM 445-WRITE-HISTORY
               MOVE CYCLE-CCYYMM-WS TO RV-LAST-CYCLE
               REWRITE RECUR-MASTER-RECORD
               ADD 1 TO ENTRIES-BUILT-WS
               ADD RV-AMT TO BATCH-TOTAL-AMT-WS
           ELSE
               ADD 1 TO ENTRIES-REFUSED-WS
           END-IF

           PERFORM 450-WRITE-REPORT-LINE.

       425-LOOKUP-SUPPLIER.
           IF SUPPLIER-MASTER-AVAILABLE-WS = 'YES'
               MOVE RV-SUPPLIER-NO TO SM-SUPPLIER-NO
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       MOVE 'NO' TO VALID-ENTRY-WS
                       MOVE 'SUPPLIER NOT ON MASTER'
                           TO REFUSE-REASON-WS
                   NOT INVALID KEY
                       MOVE SM-SUPPLIER-NAME TO SUPPLIER-NAME-WS
               END-READ
           END-IF.

       430-FORMAT-INVOICE-NO.
           MOVE RV-INV-PATTERN TO PATTERN-AREA-WS
           MOVE 6 TO CYCLE-IDX-WS
           PERFORM VARYING PATTERN-IDX-WS FROM 8 BY -1
               UNTIL PATTERN-IDX-WS < 1
               IF PATTERN-CHAR-WS (PATTERN-IDX-WS) = '#'
                   IF CYCLE-IDX-WS > ZERO
                       MOVE CYCLE-DIGIT-WS (CYCLE-IDX-WS)
                           TO PATTERN-CHAR-WS (PATTERN-IDX-WS)
                       SUBTRACT 1 FROM CYCLE-IDX-WS
                   ELSE
                       MOVE '0' TO PATTERN-CHAR-WS (PATTERN-IDX-WS)
                   END-IF
               END-IF
           END-PERFORM
           MOVE PATTERN-AREA-WS TO INVOICE-NO-WS.

       440-WRITE-DETAIL.
           MOVE SPACES            TO RECUR-DETAIL-RECORD
           MOVE '2'               TO RD-REC-TYPE
           MOVE BATCH-NO-WS       TO RD-BATCH-NO
           MOVE RV-SUPPLIER-NO    TO RD-SUPPLIER-NO
           MOVE VOUCHER-NO-WS     TO RD-VOUCHER-NO
           MOVE INVOICE-NO-WS     TO RD-INVOICE-NO
           MOVE RV-ACCT-NO        TO RD-ACCT-NO
           MOVE RV-STORE-NO       TO RD-STORE-NO
           MOVE CYCLE-MM-WS       TO RD-DATE-MM
           MOVE CYCLE-DD-WS       TO RD-DATE-DD
           MOVE CYCLE-CCYY-WS     TO RD-DATE-CCYY
           MOVE RV-AMT            TO RD-AMT
           MOVE SUPPLIER-NAME-WS  TO RD-SUPPLIER-NAME
           MOVE RV-TAX-IND        TO RD-TAX-IND
           WRITE RECUR-WORK-RECORD FROM RECUR-DETAIL-RECORD.

       445-WRITE-HISTORY.
           MOVE SPACES            TO RECUR-HISTORY-RECORD
           MOVE RV-RECUR-ID       TO RH-RECUR-ID
           MOVE CYCLE-CCYYMM-WS   TO RH-CYCLE
           MOVE BATCH-NO-WS       TO RH-BATCH-NO
           MOVE VOUCHER-NO-WS     TO RH-VOUCHER-NO
           MOVE INVOICE-NO-WS     TO RH-INVOICE-NO
           MOVE RV-AMT            TO RH-AMT
           MOVE HOLD-CCYYMMDD-WS  TO RH-BUILD-DATE
           WRITE RECUR-HISTORY-RECORD
               INVALID KEY
                   DISPLAY '** RECURGEN - HISTORY WRITE REJECTED - '
                       RH-HISTORY-KEY ' **'
           END-WRITE.

       450-WRITE-REPORT-LINE.
           MOVE RV-RECUR-ID       TO RDL-RECUR-ID-OUT
           MOVE RV-SUPPLIER-NO    TO RDL-SUPPLIER-NO-OUT
           MOVE RV-ACCT-NO        TO RDL-ACCT-NO-OUT
           MOVE RV-STORE-NO       TO RDL-STORE-NO-OUT
           MOVE RV-DESCRIPTION    TO RDL-DESCRIPTION-OUT
           MOVE VOUCHER-NO-WS     TO RDL-VOUCHER-NO-OUT
           MOVE INVOICE-NO-WS     TO RDL-INVOICE-NO-OUT
           MOVE RV-AMT            TO RDL-AMT-OUT
           IF VALID-ENTRY-WS = 'YES'
               MOVE 'GENERATED'   TO RDL-DISPOSITION-OUT
           ELSE
               MOVE SPACES        TO RDL-DISPOSITION-OUT
               STRING 'REFUSED - ' DELIMITED BY SIZE
                      REFUSE-REASON-WS DELIMITED BY SIZE
                   INTO RDL-DISPOSITION-OUT
               END-STRING
           END-IF
           WRITE REPORT-LINE FROM RECUR-DETAIL-LINE.

       600-WRITE-BATCH.
           CLOSE RECUR-WORK-FILE

           IF ENTRIES-BUILT-WS > ZERO
               OPEN OUTPUT RECUR-BATCH-FILE
               MOVE SPACES             TO RECUR-DETAIL-RECORD
               MOVE '1'                TO RB-REC-TYPE
               MOVE BATCH-NO-WS        TO RB-BATCH-NO
               MOVE ENTRIES-BUILT-WS   TO RB-RECORD-COUNT
               MOVE BATCH-TOTAL-AMT-WS TO RB-DOLLAR-TOTAL
               WRITE RECUR-BATCH-RECORD FROM RECUR-DETAIL-RECORD

               OPEN INPUT RECUR-WORK-FILE
               MOVE 'NO' TO EOF-WORK-DATA-WS
               PERFORM UNTIL EOF-WORK-DATA-WS = 'YES'
                   READ RECUR-WORK-FILE
                       AT END MOVE 'YES' TO EOF-WORK-DATA-WS
                       NOT AT END
                           WRITE RECUR-BATCH-RECORD
                               FROM RECUR-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE RECUR-WORK-FILE

               MOVE SPACES             TO RECUR-DETAIL-RECORD
               MOVE '9'                TO RB-REC-TYPE
               MOVE BATCH-NO-WS        TO RB-BATCH-NO
               MOVE ENTRIES-BUILT-WS   TO RB-RECORD-COUNT
               MOVE BATCH-TOTAL-AMT-WS TO RB-DOLLAR-TOTAL
               WRITE RECUR-BATCH-RECORD FROM RECUR-DETAIL-RECORD
               CLOSE RECUR-BATCH-FILE
           END-IF

           MOVE SPACES TO RECUR-CONTROL-RECORD
           MOVE NEXT-VOUCHER-NO-WS TO RCC-NEXT-VOUCHER-NO
           OPEN OUTPUT RECUR-CONTROL-FILE
           WRITE RECUR-CONTROL-RECORD
           CLOSE RECUR-CONTROL-FILE

           WRITE REPORT-LINE FROM SPACES
           MOVE 'ENTRIES ON MASTER'      TO RTL-CAPTION-OUT
           MOVE ENTRIES-READ-WS          TO RTL-COUNT-OUT
           MOVE ZERO                     TO RTL-AMT-OUT
           WRITE REPORT-LINE FROM RECUR-TOTAL-LINE
           MOVE 'ENTRIES DUE THIS CYCLE' TO RTL-CAPTION-OUT
           MOVE ENTRIES-DUE-WS           TO RTL-COUNT-OUT
           WRITE REPORT-LINE FROM RECUR-TOTAL-LINE
           MOVE 'ENTRIES REFUSED'        TO RTL-CAPTION-OUT
           MOVE ENTRIES-REFUSED-WS       TO RTL-COUNT-OUT
           WRITE REPORT-LINE FROM RECUR-TOTAL-LINE
           MOVE 'BATCH DETAILS / TOTAL'  TO RTL-CAPTION-OUT
           MOVE ENTRIES-BUILT-WS         TO RTL-COUNT-OUT
           MOVE BATCH-TOTAL-AMT-WS       TO RTL-AMT-OUT
           WRITE REPORT-LINE FROM RECUR-TOTAL-LINE

           IF ENTRIES-BUILT-WS = ZERO
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM RECUR-NOTE-LINE
           END-IF.

       700-LIST-EXPIRING.
           MOVE EXPIRY-WINDOW-DAYS-WS TO EXH-DAYS-OUT
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM EXPIRING-HEADING
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM EXPIRING-COLUMN-HEADING
           WRITE REPORT-LINE FROM SPACES

           PERFORM 220-START-MASTER
           PERFORM 250-READ-MASTER
           PERFORM UNTIL EOF-RECUR-DATA-WS = 'YES'
               IF RV-END-DATE NUMERIC
                  AND RV-END-DATE NOT < CYCLE-DATE-X-WS
                   COMPUTE END-DAY-NO-WS =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL (RV-END-DATE))
                   COMPUTE DAYS-TO-EXPIRY-WS =
                       END-DAY-NO-WS - CYCLE-DAY-NO-WS
                   IF DAYS-TO-EXPIRY-WS NOT > EXPIRY-WINDOW-DAYS-WS
                       PERFORM 710-WRITE-EXPIRING-LINE
                   END-IF
               END-IF
               PERFORM 250-READ-MASTER
           END-PERFORM

           WRITE REPORT-LINE FROM SPACES
           MOVE 'ENTRIES EXPIRING'       TO RTL-CAPTION-OUT
           MOVE ENTRIES-EXPIRING-WS      TO RTL-COUNT-OUT
           MOVE ZERO                     TO RTL-AMT-OUT
           WRITE REPORT-LINE FROM RECUR-TOTAL-LINE.

       710-WRITE-EXPIRING-LINE.
           ADD 1 TO ENTRIES-EXPIRING-WS
           MOVE SPACES TO SUPPLIER-NAME-WS
           IF SUPPLIER-MASTER-AVAILABLE-WS = 'YES'
               MOVE RV-SUPPLIER-NO TO SM-SUPPLIER-NO
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       MOVE '** NOT ON MASTER **' TO SUPPLIER-NAME-WS
                   NOT INVALID KEY
                       MOVE SM-SUPPLIER-NAME TO SUPPLIER-NAME-WS
               END-READ
           END-IF
           MOVE RV-RECUR-ID       TO EXL-RECUR-ID-OUT
           MOVE RV-SUPPLIER-NO    TO EXL-SUPPLIER-NO-OUT
           MOVE SUPPLIER-NAME-WS  TO EXL-SUPPLIER-NAME-OUT
           MOVE RV-DESCRIPTION    TO EXL-DESCRIPTION-OUT
           MOVE RV-FREQUENCY      TO EXL-FREQUENCY-OUT
           MOVE RV-END-DATE       TO EXL-END-DATE-OUT
           MOVE DAYS-TO-EXPIRY-WS TO EXL-DAYS-LEFT-OUT
           MOVE RV-AMT            TO EXL-AMT-OUT
           WRITE REPORT-LINE FROM EXPIRING-DETAIL-LINE.

       900-CLOSE.
           CLOSE RECUR-MASTER-FILE
           CLOSE RECUR-HISTORY-FILE
           IF SUPPLIER-MASTER-AVAILABLE-WS = 'YES'
               CLOSE SUPPLIER-MASTER-FILE
           END-IF
           CLOSE RECUR-REPORT-FILE.
