           SELECT TAX-REGISTER-FILE ASSIGN TO 'TAXRPT.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PO-MASTER-FILE
                   ASSIGN TO 'POMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-PO-KEY
                   FILE STATUS IS PM-FILE-STATUS-WS.

           SELECT OPTIONAL MATCH-HOLD-FILE
                   ASSIGN TO 'MATCHHLD.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MH-VOUCHER-KEY
                   FILE STATUS IS MH-FILE-STATUS-WS.

           SELECT MATCH-EXCEPTION-FILE ASSIGN TO 'MATCHEXC.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ALLOC-MASTER-FILE
                   ASSIGN TO 'ALLOCMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AL-ALLOC-KEY
                   FILE STATUS IS AL-FILE-STATUS-WS.

           SELECT ALLOC-REGISTER-FILE ASSIGN TO 'ALLOCREG.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALLOC-GL-FILE ASSIGN TO 'ALLOCGL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ONHAND-MASTER-FILE
                   ASSIGN TO 'ONHAND.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OH-ONHAND-KEY
                   FILE STATUS IS OH-FILE-STATUS-WS.

           SELECT OPTIONAL ONHAND-WORK-FILE
                   ASSIGN TO 'OHWORK.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OW-ONHAND-KEY
                   FILE STATUS IS OW-FILE-STATUS-WS.

           SELECT OPTIONAL ONHAND-CHECKPOINT-FILE
                   ASSIGN TO 'OHCKPT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-INPUT-FILE RECORDING MODE IS F.
       01                            PIC X(99).
       FD  INVENTORY-OUTPUT-FILE RECORDING MODE IS F.
       01  PRINT-LINE                PIC X(132).
       FD  EXCEPTION-OUTPUT-FILE RECORDING MODE IS F.
           05  PARM-CLOSE-POLICY     PIC X(01).
           05  PARM-OVERRIDE-IND     PIC X(01).
           05  PARM-REPORT-SEQ       PIC X(01).
           05  PARM-MATCH-QTY-TOL    PIC 9(02)V99.
           05  PARM-MATCH-PRICE-TOL  PIC 9(02)V99.
           05  FILLER                PIC X(28).
       FD  RESTART-CONTROL-FILE RECORDING MODE IS F.
       01  RESTART-RECORD.
           05  CKPT-BATCH-NO           PIC X(02).
           05  CKPT-PREV-MINOR         PIC X(05).
           05  CKPT-RUN-DATE           PIC X(08).
           05  CKPT-EXCH-VARIANCE      PIC S9(10)V99.
           05  CKPT-MATCH-HELD-COUNT   PIC 9(06).
           05  CKPT-MATCH-HELD-AMT     PIC S9(10)V99.
           05  CKPT-ALLOC-IND          PIC X(01).
           05  CKPT-STORE-NO           PIC X(03).
           05  CKPT-RUN-STAMP          PIC X(14).
       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           05  AB-ACCT-NO              PIC X(04).
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
       FD  SUPPLIER-WORK-FILE.
       01  SUPPLIER-WORK-RECORD.
           05  SW-SUPPLIER-NO          PIC X(05).
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
       FD  DUPLICATE-OUTPUT-FILE RECORDING MODE IS F.
       01  DUPLICATE-LINE              PIC X(132).
       FD  EXCHANGE-RATE-FILE RECORDING MODE IS F.
           05  SAC-STORE-NO            PIC X(03).
           05  SAC-LAST-ACTIVITY-DATE  PIC X(08).
       FD  SUSPENSE-OUTPUT-FILE RECORDING MODE IS F.
       01  SUSPENSE-OUTPUT-RECORD     PIC X(132).
       FD  SUSPENSE-INPUT-FILE RECORDING MODE IS F.
       01  SUSPENSE-INPUT-RECORD.
           05  SUSP-IN-IMAGE.
               10  SUSP-IN-REC-TYPE    PIC X(01).
               10  FILLER              PIC X(98).
           05  FILLER                  PIC X(33).

       SD  SORT-WORK-FILE.
           05  SRT-KEY-MAJOR           PIC X(05).
           05  SRT-KEY-INTER           PIC X(05).
           05  SRT-KEY-MINOR           PIC X(08).
           05  SRT-DETAIL-IMAGE        PIC X(99).
           05  SRT-FROM-SUSPENSE       PIC X(03).
           05  SRT-STORE-NAME          PIC X(20).
           05  SRT-REGION-CODE         PIC X(02).
           05  SRT-DISTRICT-CODE       PIC X(03).
           05  SRT-MATCH-HOLD          PIC X(03).
           05  SRT-MATCH-REASON        PIC X(02).
           05  SRT-ALLOC-IND           PIC X(01).

       FD  REMIT-WORK-FILE RECORDING MODE IS F.
       01  REMIT-WORK-RECORD.
           05  RMW-DETAIL-IMAGE        PIC X(99).
           05  RMW-CURRENCY-CODE       PIC X(03).
           05  RMW-ORIG-AMT            PIC S9(06)V99.
       FD  REMIT-ADVICE-FILE RECORDING MODE IS F.
       FD  TAX-REGISTER-FILE RECORDING MODE IS F.
       01  TAX-REGISTER-LINE           PIC X(132).

       FD  PO-MASTER-FILE.
       01  PO-MASTER-RECORD.
           05  PM-PO-KEY.
               10  PM-PO-NO            PIC X(10).
               10  PM-ITEM-NO          PIC X(08).
           05  PM-SUPPLIER-NO          PIC X(05).
           05  PM-ORDER-DATE           PIC X(08).
           05  PM-ORDERED-QTY          PIC 9(07).
           05  PM-AGREED-PRICE         PIC 9(05)V99.
           05  PM-RECEIVED-QTY         PIC S9(07).
           05  PM-INVOICED-QTY         PIC S9(07).
           05  PM-LAST-RECV-DATE       PIC X(08).
           05  PM-PO-STATUS            PIC X(01).
           05  FILLER                  PIC X(12).
       FD  MATCH-HOLD-FILE.
       01  MATCH-HOLD-RECORD.
           05  MH-VOUCHER-KEY.
               10  MH-BATCH-NO         PIC X(02).
               10  MH-VOUCHER-NO       PIC X(06).
           05  MH-SUPPLIER-NO          PIC X(05).
           05  MH-INVOICE-NO           PIC X(08).
           05  MH-PO-NO                PIC X(10).
           05  MH-ITEM-NO              PIC X(08).
           05  MH-QTY                  PIC S9(05).
           05  MH-UNIT-COST            PIC 9(05)V99.
           05  MH-AMT                  PIC S9(06)V99.
           05  MH-REASON               PIC X(02).
           05  MH-QTY-POSTED           PIC X(01).
           05  MH-HOLD-STATUS          PIC X(01).
           05  MH-HOLD-DATE            PIC X(08).
           05  MH-CLEAR-DATE           PIC X(08).
           05  MH-RELEASED-BY          PIC X(08).
           05  FILLER                  PIC X(13).
       FD  MATCH-EXCEPTION-FILE RECORDING MODE IS F.
       01  MATCH-EXCEPTION-LINE        PIC X(132).

       FD  ALLOC-MASTER-FILE.
       01  ALLOC-MASTER-RECORD.
           05  AL-ALLOC-KEY.
               10  AL-ACCT-NO          PIC X(04).
               10  AL-SUPPLIER-NO      PIC X(05).
           05  AL-DESCRIPTION          PIC X(20).
           05  AL-BASIS                PIC X(01).
           05  AL-SHARE-COUNT          PIC 9(02).
           05  AL-SHARE-ENTRY OCCURS 20 TIMES.
               10  AL-SHARE-STORE      PIC X(03).
               10  AL-SHARE-VALUE      PIC 9(07)V99.
           05  AL-ADD-DATE             PIC X(08).
           05  AL-CHANGE-DATE          PIC X(08).
           05  FILLER                  PIC X(20).
       FD  ALLOC-REGISTER-FILE RECORDING MODE IS F.
       01  ALLOC-REGISTER-LINE         PIC X(132).
       FD  ALLOC-GL-FILE RECORDING MODE IS F.
       01  ALLOC-GL-RECORD.
           05  AGP-REC-TYPE            PIC X(01).
           05  AGP-ACCT-NO             PIC X(04).
           05  AGP-DR-CR               PIC X(02).
           05  AGP-AMOUNT              PIC 9(08)V99.
           05  AGP-RUN-DATE            PIC X(08).
           05  AGP-STORE-NO            PIC X(03).
           05  FILLER                  PIC X(02).

       01  ALLOC-GL-TRAILER-RECORD.
           05  AGT-REC-TYPE            PIC X(01).
           05  AGT-RECORD-COUNT        PIC 9(06).
           05  AGT-HASH-TOTAL          PIC 9(12)V99.
           05  FILLER                  PIC X(09).

       FD  ONHAND-MASTER-FILE.
       01  ONHAND-MASTER-RECORD.
           05  OH-ONHAND-KEY.
               10  OH-STORE-NO         PIC X(03).
               10  OH-ITEM-NO          PIC X(08).
           05  OH-QTY-ON-HAND          PIC S9(09).
           05  OH-STD-UNIT-COST        PIC 9(05)V99.
           05  OH-VALUE                PIC S9(11)V99.
           05  OH-LAST-ACTIVITY-DATE   PIC X(08).
           05  OH-LAST-COUNT-DATE      PIC X(08).
           05  OH-LAST-RUN-STAMP       PIC X(14).
           05  OH-LAST-RUN-QTY         PIC S9(09).
           05  FILLER                  PIC X(21).
       FD  ONHAND-WORK-FILE.
       01  ONHAND-WORK-RECORD.
           05  OW-ONHAND-KEY.
               10  OW-STORE-NO         PIC X(03).
               10  OW-ITEM-NO          PIC X(08).
           05  OW-QTY                  PIC S9(09).
       FD  ONHAND-CHECKPOINT-FILE RECORDING MODE IS F.
       01  ONHAND-CHECKPOINT-RECORD    PIC X(20).
       SD  REMIT-SORT-FILE.
       01  REMIT-SORT-RECORD.
           05  RSRT-SUPPLIER-NO        PIC X(05).
           05  RSRT-DATE               PIC X(08).
           05  RSRT-VOUCHER-NO         PIC X(06).
           05  RSRT-DETAIL-IMAGE       PIC X(99).
           05  RSRT-CURRENCY-CODE      PIC X(03).
           05  RSRT-ORIG-AMT           PIC S9(06)V99.

           05  RESTART-SKIP-MODE-WS          PIC X(03)    VALUE 'NO'.
           05  RESTART-CKPT-BATCH-NO-WS      PIC X(02)    VALUE SPACES.
           05  RESTART-CKPT-VOUCHER-NO-WS    PIC X(06)    VALUE SPACES.
           05  RESTART-CKPT-ALLOC-IND-WS     PIC X(01)    VALUE SPACES.
           05  RESTART-CKPT-STORE-NO-WS      PIC X(03)    VALUE SPACES.
           05  RESTART-RUN-DATE-WS           PIC X(08)    VALUE SPACES.
           05  RESTART-SKIP-THIS-ONE-WS      PIC X(03)    VALUE 'NO'.
           05  EOF-WORK-CHECKPOINT-WS        PIC X(03)    VALUE 'NO'.
           05  RUN-DATE-DD-WS                PIC X(02)    VALUE SPACES.

       01  SUSPENSE-DETAIL-WS.
           05  SUSP-INPUT-IMAGE              PIC X(99).
           05  SUSP-REASON                   PIC X(25).
           05  SUSP-RUN-DATE                 PIC X(08).

           05  SUSC-REJECT-COUNT             PIC 9(06)    VALUE ZERO.
           05  SUSC-REJECT-AMT               PIC S9(08)V99 VALUE ZERO.
           05  SUSC-RUN-DATE                 PIC X(08)    VALUE SPACES.
           05  FILLER                        PIC X(107)   VALUE SPACES.

       01  PERIOD-CLOSE-WS.
           05  CLOSE-MODE-WS                 PIC X(03)    VALUE 'NO'.
           05  SUPPLIER-MASTER-AVAILABLE-WS  PIC X(03)    VALUE 'NO'.
           05  RESOLVED-SUPPLIER-NAME-WS     PIC X(23)    VALUE SPACES.

       01  VOUCHER-TERMS-WS.
           05  TERMS-NET-DAYS-WS             PIC 9(03)    VALUE ZERO.
           05  TERMS-DISC-PCT-WS             PIC 9(02)V99 VALUE ZERO.
           05  TERMS-DISC-DAYS-WS            PIC 9(03)    VALUE ZERO.
           05  TERMS-BASE-DATE-WS            PIC X(08)    VALUE SPACES.
           05  TERMS-BASE-INTEGER-WS         PIC 9(08)    VALUE ZERO.
           05  TERMS-RESULT-DATE-WS          PIC 9(08)    VALUE ZERO.

       01  CURRENCY-WS.
           05  EOF-EXCHANGE-RATE-WS          PIC X(03)    VALUE 'NO'.
           05  RESOLVED-CURRENCY-WS          PIC X(03)    VALUE 'USD'.
           05  RESOLVED-STD-COST-WS          PIC 9(05)V99 VALUE ZERO.
           05  RESOLVED-ITEM-DESC-WS         PIC X(25)    VALUE SPACES.

       01  PO-MATCH-WS.
           05  PM-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  MH-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  EOF-MATCH-HOLD-WS             PIC X(03)    VALUE 'NO'.
           05  MATCH-HOLD-WS                 PIC X(03)    VALUE 'NO'.
           05  MATCH-REASON-WS               PIC X(02)    VALUE SPACES.
           05  MATCH-REASON-TEXT-WS          PIC X(22)    VALUE SPACES.
           05  MATCH-QTY-POSTED-WS           PIC X(01)    VALUE 'N'.
           05  MATCH-QTY-TOL-PCT-WS          PIC 9(02)V99 VALUE ZERO.
           05  MATCH-PRICE-TOL-PCT-WS        PIC 9(02)V99 VALUE ZERO.
           05  MATCH-QTY-LIMIT-WS            PIC S9(09)V99 VALUE ZERO.
           05  MATCH-PRICE-LIMIT-WS          PIC 9(07)V99 VALUE ZERO.
           05  MATCH-BILLED-QTY-WS           PIC S9(09)   VALUE ZERO.
           05  MATCH-RECEIVED-QTY-WS         PIC S9(09)   VALUE ZERO.
           05  MATCH-AGREED-PRICE-WS         PIC 9(05)V99 VALUE ZERO.
           05  MATCH-RUN-QTY-WS              PIC S9(09)   VALUE ZERO.
           05  MATCH-HELD-COUNT-WS           PIC 9(06)    VALUE ZERO.
           05  MATCH-HELD-AMT-WS             PIC S9(10)V99 VALUE ZERO.
           05  MATCH-CLEARED-COUNT-WS        PIC 9(06)    VALUE ZERO.
           05  MATCH-CLEARED-AMT-WS          PIC S9(10)V99 VALUE ZERO.
           05  MATCH-STILL-HELD-COUNT-WS     PIC 9(06)    VALUE ZERO.
           05  MATCH-STILL-HELD-AMT-WS       PIC S9(10)V99 VALUE ZERO.
           05  MATCH-RUN-ENTRY-COUNT-WS      PIC 9(04)    VALUE ZERO.
           05  MATCH-RUN-IDX-WS              PIC 9(04)    VALUE ZERO.
           05  MATCH-RUN-HIT-IDX-WS          PIC 9(04)    VALUE ZERO.
           05  MATCH-RUN-FOUND-WS            PIC X(03)    VALUE 'NO'.
           05  MATCH-RUN-TABLE OCCURS 500 TIMES.
               10  MRT-PO-NO                 PIC X(10).
               10  MRT-ITEM-NO               PIC X(08).
               10  MRT-QTY                   PIC S9(09).

       01  ALLOCATION-WS.
           05  AL-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  ALLOC-MASTER-AVAILABLE-WS     PIC X(03)    VALUE 'NO'.
           05  ALLOC-IND-WS                  PIC X(01)    VALUE SPACES.
           05  ALLOC-RULE-FOUND-WS           PIC X(03)    VALUE 'NO'.
           05  ALLOC-OK-WS                   PIC X(03)    VALUE 'NO'.
           05  ALLOC-REASON-WS               PIC X(28)    VALUE SPACES.
           05  ALLOC-RULE-SUPPLIER-WS        PIC X(05)    VALUE SPACES.
           05  ALLOC-BASIS-WS                PIC X(01)    VALUE SPACES.
           05  ALLOC-HOME-STORE-WS           PIC X(03)    VALUE SPACES.
           05  ALLOC-BASE-AMT-WS             PIC S9(06)V99 VALUE ZERO.
           05  ALLOC-VALUE-TOTAL-WS          PIC 9(09)V99 VALUE ZERO.
           05  ALLOC-SHARE-SUM-WS            PIC S9(08)V99 VALUE ZERO.
           05  ALLOC-ROUNDING-WS             PIC S9(06)V99 VALUE ZERO.
           05  ALLOC-ABS-AMT-WS              PIC 9(08)V99 VALUE ZERO.
           05  ALLOC-LARGEST-AMT-WS          PIC 9(08)V99 VALUE ZERO.
           05  ALLOC-LARGEST-IDX-WS          PIC 9(02)    VALUE ZERO.
           05  ALLOC-SHARE-COUNT-WS          PIC 9(02)    VALUE ZERO.
           05  ALLOC-IDX-WS                  PIC 9(02)    VALUE ZERO.
           05  ALLOC-SAVE-IMAGE-WS           PIC X(99)    VALUE SPACES.
           05  ALLOC-SAVE-STORE-NAME-WS      PIC X(20)    VALUE SPACES.
           05  ALLOC-SAVE-REGION-WS          PIC X(02)    VALUE SPACES.
           05  ALLOC-SAVE-DISTRICT-WS        PIC X(03)    VALUE SPACES.
           05  ALLOC-DETAIL-COUNT-WS         PIC 9(06)    VALUE ZERO.
           05  ALLOC-REFUSED-COUNT-WS        PIC 9(06)    VALUE ZERO.
           05  ALLOC-ORIG-TOTAL-WS           PIC S9(10)V99 VALUE ZERO.
           05  ALLOC-SHARE-TOTAL-WS          PIC S9(10)V99 VALUE ZERO.
           05  ALLOC-GL-RECORD-COUNT-WS      PIC 9(06)    VALUE ZERO.
           05  ALLOC-GL-HASH-TOTAL-WS        PIC 9(12)V99 VALUE ZERO.
           05  ALLOC-GL-AMT-WS               PIC 9(08)V99 VALUE ZERO.
           05  ALLOC-GL-DR-STORE-WS          PIC X(03)    VALUE SPACES.
           05  ALLOC-GL-CR-STORE-WS          PIC X(03)    VALUE SPACES.
           05  ALLOC-RUN-COUNT-WS            PIC 9(04)    VALUE ZERO.
           05  ALLOC-RUN-IDX-WS              PIC 9(04)    VALUE ZERO.
           05  ALLOC-VOUCHER-KEY-WS.
               10  ALLOC-KEY-BATCH-WS        PIC X(02)    VALUE SPACES.
               10  ALLOC-KEY-VOUCHER-WS      PIC X(06)    VALUE SPACES.
           05  ALLOC-RUN-TABLE OCCURS 500 TIMES.
               10  ART-VOUCHER-KEY           PIC X(08).
           05  ALLOC-SHARE-TABLE OCCURS 20 TIMES.
               10  ASH-STORE-NO              PIC X(03).
               10  ASH-VALUE                 PIC 9(07)V99.
               10  ASH-AMT                   PIC S9(06)V99.
               10  ASH-STORE-NAME            PIC X(20).
               10  ASH-REGION-CODE           PIC X(02).
               10  ASH-DISTRICT-CODE         PIC X(03).

       01  ONHAND-WS.
           05  OH-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  OW-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  EOF-ONHAND-WORK-WS            PIC X(03)    VALUE 'NO'.
           05  ONHAND-ON-FILE-WS             PIC X(03)    VALUE 'NO'.
           05  ONHAND-RUN-STAMP-WS           PIC X(14)    VALUE SPACES.
           05  ONHAND-POSTED-COUNT-WS        PIC 9(06)    VALUE ZERO.
           05  ONHAND-UNITS-POSTED-WS        PIC S9(09)   VALUE ZERO.
           05  ONHAND-NEGATIVE-COUNT-WS      PIC 9(06)    VALUE ZERO.

       01  PRICE-VARIANCE-WS.
           05  PV-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  EOF-VARIANCE-WORK-WS          PIC X(03)    VALUE 'NO'.
           05  INV-SUPPLIER-NAME       PIC X(23).
           05  INV-ITEM-NO             PIC X(08).
           05  INV-TAX-IND             PIC X(01).
           05  INV-PO-NO               PIC X(10).

       01  BATCH-CONTROL-RECORD REDEFINES INVENTORY-INPUT-RECORD.
           05  BC-REC-TYPE             PIC X(01).
           05  BC-BATCH-NO             PIC X(02).
           05  BC-RECORD-COUNT         PIC 9(06).
           05  BC-DOLLAR-TOTAL         PIC S9(08)V99.
           05  FILLER                  PIC X(80).

       01  INVENTORY-PRINT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
               '  UNITS RETURNED: '.
           05  SPL-RETURNED-OUT        PIC ZZZ,ZZZ,ZZ9.

       01  ONHAND-SECTION-HEADING.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'On-Hand Master Update'.

       01  ONHAND-COLUMN-HEADING.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'Store'.
           05  FILLER                  PIC X(10) VALUE 'Item'.
           05  FILLER                  PIC X(14) VALUE '      Run Qty'.
           05  FILLER                  PIC X(14) VALUE '      On Hand'.
           05  FILLER                  PIC X(11) VALUE '  Std Cost'.
           05  FILLER                  PIC X(20) VALUE
               '      Value at Std'.

       01  ONHAND-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  OHL-STORE-NO-OUT        PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  OHL-ITEM-NO-OUT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OHL-RUN-QTY-OUT         PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OHL-ON-HAND-OUT         PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OHL-STD-COST-OUT        PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OHL-VALUE-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OHL-FLAG-OUT            PIC X(12).

       01  ONHAND-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               'ITEMS POSTED: '.
           05  OTL-POSTED-OUT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE '  UNITS: '.
           05  OTL-UNITS-OUT           PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(20) VALUE
               '  NEGATIVE ON HAND: '.
           05  OTL-NEGATIVE-OUT        PIC ZZZ,ZZ9.

       01  VARIANCE-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
               'TOTAL VARIANCE DOLLARS:'.
           05  PVT-VARIANCE-OUT        PIC $$$$,$$$,$$9.99BCR.

       01  MATCH-EXCEPTION-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
               'Inventory Control Report - Three-Way Match Exceptions'.

       01  MATCH-TOLERANCE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE
               'Quantity tolerance: '.
           05  MTL-QTY-TOL-OUT         PIC Z9.99.
           05  FILLER                  PIC X(24) VALUE
               '%    Price tolerance: '.
           05  MTL-PRICE-TOL-OUT       PIC Z9.99.
           05  FILLER                  PIC X(01) VALUE '%'.

       01  MATCH-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Bt Vchr'.
           05  FILLER                  PIC X(07) VALUE 'Supp#'.
           05  FILLER                  PIC X(10) VALUE 'Invoice'.
           05  FILLER                  PIC X(11) VALUE 'PO Number'.
           05  FILLER                  PIC X(09) VALUE 'Item'.
           05  FILLER                  PIC X(11) VALUE ' Billed Qty'.
           05  FILLER                  PIC X(11) VALUE '  Recvd Qty'.
           05  FILLER                  PIC X(10) VALUE ' Unit Cost'.
           05  FILLER                  PIC X(10) VALUE '  PO Price'.
           05  FILLER                  PIC X(14) VALUE
               '      Amount'.
           05  FILLER                  PIC X(26) VALUE 'Disposition'.

       01  MATCH-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MXL-BATCH-NO-OUT        PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MXL-VOUCHER-NO-OUT      PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MXL-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MXL-INVOICE-NO-OUT      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MXL-PO-NO-OUT           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MXL-ITEM-NO-OUT         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MXL-BILLED-QTY-OUT      PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MXL-RECEIVED-QTY-OUT    PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MXL-UNIT-COST-OUT       PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MXL-PO-PRICE-OUT        PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MXL-AMOUNT-OUT          PIC $$$,$$9.99BCR.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MXL-DISPOSITION-OUT     PIC X(28).

       01  MATCH-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  MTT-CAPTION-OUT         PIC X(32).
           05  MTT-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MTT-AMOUNT-OUT          PIC $$$$,$$$,$$9.99BCR.

       01  TAX-REGISTER-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TXG-TAX-OUT             PIC $$$,$$$,$$9.99BCR.

       01  ALLOC-REGISTER-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Run Date: '.
           05  ARG-HEAD-MM             PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  ARG-HEAD-DD             PIC XX    VALUE SPACES.
           05  FILLER                  PIC X     VALUE '/'.
           05  ARG-HEAD-CCYY           PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
               '    Inventory Control Report - Shared-Cost Allocation'.

       01  ALLOC-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'Bt Vchr'.
           05  FILLER                  PIC X(07) VALUE 'Supp#'.
           05  FILLER                  PIC X(10) VALUE 'Invoice'.
           05  FILLER                  PIC X(06) VALUE 'Acct'.
           05  FILLER                  PIC X(05) VALUE 'Home'.
           05  FILLER                  PIC X(07) VALUE 'Rule'.
           05  FILLER                  PIC X(05) VALUE 'Cur'.
           05  FILLER                  PIC X(16) VALUE
               '    Amount USD'.
           05  FILLER                  PIC X(05) VALUE 'Sto'.
           05  FILLER                  PIC X(04) VALUE 'Rg'.
           05  FILLER                  PIC X(14) VALUE
               '  Pct / Fixed'.
           05  FILLER                  PIC X(16) VALUE
               '    Share Amt'.
           05  FILLER                  PIC X(20) VALUE 'Rounding'.

       01  ALLOC-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ADT-BATCH-NO-OUT        PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ADT-VOUCHER-NO-OUT      PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ADT-SUPPLIER-NO-OUT     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADT-INVOICE-NO-OUT      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADT-ACCT-NO-OUT         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADT-HOME-STORE-OUT      PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADT-RULE-OUT            PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADT-CURRENCY-OUT        PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADT-ORIG-AMT-OUT        PIC $$$$,$$9.99BCR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADT-MESSAGE-OUT         PIC X(40).

       01  ALLOC-SHARE-LINE.
           05  FILLER                  PIC X(67) VALUE SPACES.
           05  ASL-STORE-NO-OUT        PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ASL-REGION-OUT          PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ASL-VALUE-OUT           PIC Z,ZZZ,ZZ9.99.
           05  ASL-PCT-SIGN-OUT        PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ASL-SHARE-AMT-OUT       PIC $$$$,$$9.99BCR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ASL-ROUNDING-OUT        PIC -9.99.
           05  ASL-ROUNDING-X REDEFINES ASL-ROUNDING-OUT
                                       PIC X(05).

       01  ALLOC-PROOF-LINE.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               'SHARES TOTAL '.
           05  APL-SHARE-TOTAL-OUT     PIC $$$$,$$9.99BCR.
           05  FILLER                  PIC X(12) VALUE '  ORIGINAL '.
           05  APL-ORIG-AMT-OUT        PIC $$$$,$$9.99BCR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  APL-STATUS-OUT          PIC X(18).

       01  ALLOC-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               'DETAILS ALLOCATED: '.
           05  AGL-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE '  ORIGINAL '.
           05  AGL-ORIG-TOTAL-OUT      PIC $$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(10) VALUE '  SHARES '.
           05  AGL-SHARE-TOTAL-OUT     PIC $$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGL-STATUS-OUT          PIC X(18).

       01  ALLOC-REFUSED-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               'NOT ALLOCATED:     '.
           05  ARF-COUNT-OUT           PIC ZZZ,ZZ9.

       01  ACCOUNT-SAVE-WS.
           05  PREVIOUS-ACCT-NO         PIC X(04) VALUE SPACES.

           MOVE SRT-STORE-NAME     TO RESOLVED-STORE-NAME-WS
           MOVE SRT-REGION-CODE    TO RESOLVED-REGION-WS
           MOVE SRT-DISTRICT-CODE  TO RESOLVED-DISTRICT-WS
           MOVE SRT-MATCH-HOLD     TO MATCH-HOLD-WS
           MOVE SRT-MATCH-REASON   TO MATCH-REASON-WS
           MOVE SRT-ALLOC-IND      TO ALLOC-IND-WS

           MOVE 'NO' TO RESTART-SKIP-THIS-ONE-WS
           IF RESTART-SKIP-MODE-WS = 'YES'
               MOVE 'NO' TO DUPLICATE-VOUCHER-WS
               MOVE 'NO' TO SUSPECT-DUPLICATE-WS
               MOVE 'NO' TO VOUCHER-REPOST-WS
               EVALUATE ALLOC-IND-WS
                   WHEN 'V'
                       PERFORM 679-PROCESS-ALLOC-CARRIER
                   WHEN 'S'
                       PERFORM 661-PROCESS-VALID-DETAIL
                   WHEN OTHER
                       PERFORM 335-PROCESS-VOUCHER-DETAIL
               END-EVALUATE
           END-IF.

       335-PROCESS-VOUCHER-DETAIL.
           IF REPORT-SEQ-WS = 'A'
               PERFORM 662-CHECK-VOUCHER-HISTORY
           END-IF
           IF DUPLICATE-VOUCHER-WS = 'YES'
               PERFORM 663-WRITE-DUPLICATE-VOUCHER
           ELSE
               IF SUSPECT-DUPLICATE-WS = 'YES'
                   PERFORM 664-WRITE-SUSPECTED-DUPLICATE
               END-IF
               PERFORM 661-PROCESS-VALID-DETAIL
           END-IF.

       200-OPEN.

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-DATE-WS TO START-STAMP-WS
           MOVE START-STAMP-WS TO ONHAND-RUN-STAMP-WS

           PERFORM 215-PRESCAN-INPUT
           PERFORM 212-SCAN-RUN-LOG
           PERFORM 216-LOAD-TAX-RATES
           PERFORM 242-OPEN-VOUCHER-HISTORY
           PERFORM 243-OPEN-STORE-MASTER
           PERFORM 2435-OPEN-ALLOCATION-FILES
           IF REPORT-SEQ-WS = 'A'
               PERFORM 2436-OPEN-ONHAND-MASTER
           END-IF
           PERFORM 244-OPEN-ITEM-MASTER
           PERFORM 248-OPEN-PO-MATCH-FILES
           PERFORM 247-OPEN-ACCUM-WORK-FILES

           IF REPORT-SEQ-WS = 'A'
               PERFORM 249-RECHECK-MATCH-HOLDS
           END-IF

           OPEN EXTEND STORE-ACTIVITY-FILE

           PERFORM 250-READ-RECORD.
               MOVE 'NO' TO STORE-MASTER-AVAILABLE-WS
           END-IF.

       2435-OPEN-ALLOCATION-FILES.
           OPEN INPUT ALLOC-MASTER-FILE
           IF AL-FILE-STATUS-WS = '00'
               MOVE 'YES' TO ALLOC-MASTER-AVAILABLE-WS
           ELSE
               MOVE 'NO' TO ALLOC-MASTER-AVAILABLE-WS
           END-IF

           OPEN OUTPUT ALLOC-REGISTER-FILE
           MOVE HOLD-MO-WS TO ARG-HEAD-MM
           MOVE HOLD-DY-WS TO ARG-HEAD-DD
           MOVE HOLD-YR-WS TO ARG-HEAD-CCYY
           WRITE ALLOC-REGISTER-LINE FROM ALLOC-REGISTER-HEADING
               AFTER PAGE
           WRITE ALLOC-REGISTER-LINE FROM ALLOC-COLUMN-HEADING
               AFTER 2

           IF REPORT-SEQ-WS = 'A'
               OPEN OUTPUT ALLOC-GL-FILE
           END-IF.

       2436-OPEN-ONHAND-MASTER.
           OPEN I-O ONHAND-MASTER-FILE
           IF OH-FILE-STATUS-WS = '35'
               OPEN OUTPUT ONHAND-MASTER-FILE
               CLOSE ONHAND-MASTER-FILE
               OPEN I-O ONHAND-MASTER-FILE
           END-IF
           IF OH-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** PROB8CBL - ON-HAND MASTER OPEN FAILED'
                   ' - FILE STATUS ' OH-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       244-OPEN-ITEM-MASTER.
           OPEN INPUT ITEM-MASTER-FILE
           IF IT-FILE-STATUS-WS = '00'
               MOVE 'NO' TO ITEM-MASTER-AVAILABLE-WS
           END-IF.

       248-OPEN-PO-MATCH-FILES.
           OPEN I-O PO-MASTER-FILE
           IF PM-FILE-STATUS-WS = '35'
               OPEN OUTPUT PO-MASTER-FILE
               CLOSE PO-MASTER-FILE
               OPEN I-O PO-MASTER-FILE
           END-IF
           IF PM-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** PROB8CBL - PO MASTER OPEN FAILED'
                   ' - FILE STATUS ' PM-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O MATCH-HOLD-FILE
           IF MH-FILE-STATUS-WS = '35'
               OPEN OUTPUT MATCH-HOLD-FILE
               CLOSE MATCH-HOLD-FILE
               OPEN I-O MATCH-HOLD-FILE
           END-IF
           IF MH-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** PROB8CBL - MATCH HOLD FILE OPEN FAILED'
                   ' - FILE STATUS ' MH-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       249-RECHECK-MATCH-HOLDS.
           MOVE LOW-VALUES TO MH-VOUCHER-KEY
           START MATCH-HOLD-FILE KEY NOT < MH-VOUCHER-KEY
               INVALID KEY MOVE 'YES' TO EOF-MATCH-HOLD-WS
           END-START
           IF MH-FILE-STATUS-WS = '00' OR = '02'
               MOVE 'NO' TO EOF-MATCH-HOLD-WS
           ELSE
               MOVE 'YES' TO EOF-MATCH-HOLD-WS
           END-IF
           PERFORM UNTIL EOF-MATCH-HOLD-WS = 'YES'
               READ MATCH-HOLD-FILE NEXT
                   AT END MOVE 'YES' TO EOF-MATCH-HOLD-WS
               END-READ
               IF EOF-MATCH-HOLD-WS = 'NO'
                   IF MH-FILE-STATUS-WS = '00' OR = '02'
                       IF MH-HOLD-STATUS = 'H'
                           PERFORM 2491-RECHECK-ONE-HOLD
                       END-IF
                   ELSE
                       MOVE 'YES' TO EOF-MATCH-HOLD-WS
                   END-IF
               END-IF
           END-PERFORM.

       2491-RECHECK-ONE-HOLD.
           MOVE SPACES TO MATCH-REASON-WS
           MOVE ZERO   TO MATCH-RECEIVED-QTY-WS
           MOVE ZERO   TO MATCH-AGREED-PRICE-WS
           MOVE ZERO   TO MATCH-BILLED-QTY-WS

           IF MH-REASON = 'NQ'
               MOVE 'NQ' TO MATCH-REASON-WS
           ELSE
               MOVE MH-PO-NO   TO PM-PO-NO
               MOVE MH-ITEM-NO TO PM-ITEM-NO
               READ PO-MASTER-FILE
                   INVALID KEY
                       MOVE 'NP' TO MATCH-REASON-WS
                   NOT INVALID KEY
                       PERFORM 2492-RETEST-PO-TOLERANCES
               END-READ
           END-IF

           IF MATCH-REASON-WS = SPACES
               PERFORM 2493-CLEAR-MATCH-HOLD
           ELSE
               ADD 1      TO MATCH-STILL-HELD-COUNT-WS
               ADD MH-AMT TO MATCH-STILL-HELD-AMT-WS
           END-IF.

       2492-RETEST-PO-TOLERANCES.
           MOVE PM-RECEIVED-QTY TO MATCH-RECEIVED-QTY-WS
           MOVE PM-AGREED-PRICE TO MATCH-AGREED-PRICE-WS
           IF MH-QTY-POSTED = 'Y'
               MOVE PM-INVOICED-QTY TO MATCH-BILLED-QTY-WS
           ELSE
               COMPUTE MATCH-BILLED-QTY-WS = PM-INVOICED-QTY + MH-QTY
           END-IF
           COMPUTE MATCH-QTY-LIMIT-WS ROUNDED =
               PM-RECEIVED-QTY * (100 + MATCH-QTY-TOL-PCT-WS) / 100
           COMPUTE MATCH-PRICE-LIMIT-WS ROUNDED =
               PM-AGREED-PRICE * (100 + MATCH-PRICE-TOL-PCT-WS) / 100

           EVALUATE TRUE
               WHEN PM-PO-STATUS = 'C'
                   MOVE 'PC' TO MATCH-REASON-WS
               WHEN PM-SUPPLIER-NO NOT = MH-SUPPLIER-NO
                   MOVE 'SP' TO MATCH-REASON-WS
               WHEN MH-QTY > ZERO
                   AND MATCH-BILLED-QTY-WS > MATCH-QTY-LIMIT-WS
                   MOVE 'QR' TO MATCH-REASON-WS
               WHEN MH-UNIT-COST > MATCH-PRICE-LIMIT-WS
                   MOVE 'PR' TO MATCH-REASON-WS
           END-EVALUATE

           IF MATCH-REASON-WS = SPACES
              AND MH-QTY-POSTED NOT = 'Y'
               ADD MH-QTY TO PM-INVOICED-QTY
               REWRITE PO-MASTER-RECORD
               MOVE 'Y' TO MH-QTY-POSTED
           END-IF.

       2493-CLEAR-MATCH-HOLD.
           MOVE MH-BATCH-NO   TO VH-BATCH-NO
           MOVE MH-VOUCHER-NO TO VH-VOUCHER-NO
           READ VOUCHER-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO VH-MATCH-HOLD
                   MOVE SPACES TO VH-MATCH-REASON
                   REWRITE VOUCHER-HISTORY-RECORD
           END-READ

           MOVE 'C'         TO MH-HOLD-STATUS
           MOVE RUN-DATE-WS TO MH-CLEAR-DATE
           REWRITE MATCH-HOLD-RECORD

           ADD 1      TO MATCH-CLEARED-COUNT-WS
           ADD MH-AMT TO MATCH-CLEARED-AMT-WS

           MOVE MH-BATCH-NO            TO MXL-BATCH-NO-OUT
           MOVE MH-VOUCHER-NO          TO MXL-VOUCHER-NO-OUT
           MOVE MH-SUPPLIER-NO         TO MXL-SUPPLIER-NO-OUT
           MOVE MH-INVOICE-NO          TO MXL-INVOICE-NO-OUT
           MOVE MH-PO-NO               TO MXL-PO-NO-OUT
           MOVE MH-ITEM-NO             TO MXL-ITEM-NO-OUT
           MOVE MATCH-BILLED-QTY-WS    TO MXL-BILLED-QTY-OUT
           MOVE MATCH-RECEIVED-QTY-WS  TO MXL-RECEIVED-QTY-OUT
           MOVE MH-UNIT-COST           TO MXL-UNIT-COST-OUT
           MOVE MATCH-AGREED-PRICE-WS  TO MXL-PO-PRICE-OUT
           MOVE MH-AMT                 TO MXL-AMOUNT-OUT
           MOVE 'CLEARED - NOW MATCHED' TO MXL-DISPOSITION-OUT
           WRITE MATCH-EXCEPTION-LINE FROM MATCH-DETAIL-LINE.

       242-OPEN-VOUCHER-HISTORY.
           OPEN I-O VOUCHER-HISTORY-FILE
           IF VH-FILE-STATUS-WS = '35'
           IF VH-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** PROB8CBL - VOUCHER HISTORY OPEN FAILED'
                   ' - FILE STATUS ' VH-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

                    OUTPUT GL-POSTING-FILE
                    OUTPUT GL-PROOF-FILE
                    OUTPUT REMIT-WORK-FILE
                    OUTPUT MATCH-EXCEPTION-FILE

               WRITE GL-PROOF-LINE FROM GL-PROOF-HEADING
               WRITE GL-PROOF-LINE FROM SPACES

               PERFORM 2251-WRITE-MATCH-HEADINGS

               WRITE DUPLICATE-LINE FROM DUPLICATE-HEADING
               WRITE DUPLICATE-LINE FROM SPACES
           END-IF
           WRITE CREDIT-MEMO-LINE FROM CREDIT-MEMO-HEADING
           WRITE CREDIT-MEMO-LINE FROM SPACES.

       2251-WRITE-MATCH-HEADINGS.
           MOVE MATCH-QTY-TOL-PCT-WS   TO MTL-QTY-TOL-OUT
           MOVE MATCH-PRICE-TOL-PCT-WS TO MTL-PRICE-TOL-OUT
           WRITE MATCH-EXCEPTION-LINE FROM MATCH-EXCEPTION-HEADING
           WRITE MATCH-EXCEPTION-LINE FROM MATCH-TOLERANCE-LINE
           WRITE MATCH-EXCEPTION-LINE FROM SPACES
           WRITE MATCH-EXCEPTION-LINE FROM MATCH-COLUMN-HEADING
           WRITE MATCH-EXCEPTION-LINE FROM SPACES.

       220-OPEN-OUTPUTS-FOR-RESTART.
           OPEN EXTEND INVENTORY-OUTPUT-FILE
                EXTEND EXCEPTION-OUTPUT-FILE
                    EXTEND GL-POSTING-FILE
                    EXTEND GL-PROOF-FILE
                    EXTEND REMIT-WORK-FILE
                    EXTEND MATCH-EXCEPTION-FILE
           END-IF

           WRITE EXCEPTION-LINE FROM SPACES
           ADD GL-ENTRY-AMT-WS TO GL-DEBIT-TOTAL-WS
           ADD GL-ENTRY-AMT-WS TO GL-CREDIT-TOTAL-WS.

       676-ALLOCATE-DETAIL.
           MOVE 'YES'  TO ALLOC-OK-WS
           MOVE SPACES TO ALLOC-REASON-WS
           PERFORM 6761-FIND-ALLOC-RULE

           IF ALLOC-RULE-FOUND-WS = 'YES'
               IF ALLOC-OK-WS = 'YES'
                  AND REPORT-SEQ-WS = 'A'
                   PERFORM 6763-CHECK-ALLOC-HISTORY
               END-IF
               IF ALLOC-OK-WS = 'YES'
                   PERFORM 6764-CHECK-ALLOC-RUN-TABLE
               END-IF
               IF ALLOC-OK-WS = 'YES'
                   PERFORM 6765-LOAD-ALLOC-SHARES
               END-IF
               PERFORM 6767-COMPUTE-ALLOC-BASE
               IF ALLOC-OK-WS = 'YES'
                   PERFORM 6768-SPREAD-ALLOC-SHARES
                   PERFORM 6769-RELEASE-ALLOC-RECORDS
                   PERFORM 677-WRITE-ALLOC-REGISTER
                   IF REPORT-SEQ-WS = 'A'
                       PERFORM 678-WRITE-ALLOC-GL
                   END-IF
               ELSE
                   MOVE SPACES TO ALLOC-IND-WS
                   PERFORM 6772-WRITE-ALLOC-REFUSED
               END-IF
           END-IF.

       6761-FIND-ALLOC-RULE.
           MOVE 'NO'            TO ALLOC-RULE-FOUND-WS
           MOVE INV-ACCT-NO     TO AL-ACCT-NO
           MOVE INV-SUPPLIER-NO TO AL-SUPPLIER-NO
           READ ALLOC-MASTER-FILE
               INVALID KEY
                   MOVE INV-ACCT-NO TO AL-ACCT-NO
                   MOVE SPACES      TO AL-SUPPLIER-NO
                   READ ALLOC-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 6762-CHECK-ALLOC-RULE
                   END-READ
               NOT INVALID KEY
                   PERFORM 6762-CHECK-ALLOC-RULE
           END-READ.

       6762-CHECK-ALLOC-RULE.
           MOVE 'YES'          TO ALLOC-RULE-FOUND-WS
           MOVE AL-SUPPLIER-NO TO ALLOC-RULE-SUPPLIER-WS
           MOVE AL-BASIS       TO ALLOC-BASIS-WS
           MOVE ZERO           TO ALLOC-VALUE-TOTAL-WS
           PERFORM VARYING ALLOC-IDX-WS FROM 1 BY 1
               UNTIL ALLOC-IDX-WS > AL-SHARE-COUNT
                  OR ALLOC-IDX-WS > 20
               ADD AL-SHARE-VALUE (ALLOC-IDX-WS)
                   TO ALLOC-VALUE-TOTAL-WS
           END-PERFORM

           EVALUATE TRUE
               WHEN AL-SHARE-COUNT = ZERO
                 OR AL-SHARE-COUNT > 20
                   MOVE 'NO' TO ALLOC-OK-WS
                   MOVE 'RULE HAS NO STORES' TO ALLOC-REASON-WS
               WHEN AL-BASIS NOT = 'P'
                AND AL-BASIS NOT = 'F'
                   MOVE 'NO' TO ALLOC-OK-WS
                   MOVE 'INVALID RULE BASIS' TO ALLOC-REASON-WS
               WHEN AL-BASIS = 'P'
                AND ALLOC-VALUE-TOTAL-WS NOT = 100
                   MOVE 'NO' TO ALLOC-OK-WS
                   MOVE 'RULE NOT 100 PERCENT' TO ALLOC-REASON-WS
               WHEN ALLOC-VALUE-TOTAL-WS = ZERO
                   MOVE 'NO' TO ALLOC-OK-WS
                   MOVE 'RULE TOTAL IS ZERO' TO ALLOC-REASON-WS
           END-EVALUATE.

       6763-CHECK-ALLOC-HISTORY.
           MOVE INV-BATCH-NO   TO VH-BATCH-NO
           MOVE INV-VOUCHER-NO TO VH-VOUCHER-NO
           READ VOUCHER-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RESTART-REQUESTED-WS = 'YES'
                      AND VH-PROCESS-DATE = RESTART-RUN-DATE-WS
                       CONTINUE
                   ELSE
                       MOVE 'NO' TO ALLOC-OK-WS
                       MOVE 'VOUCHER ALREADY ON HISTORY'
                           TO ALLOC-REASON-WS
                   END-IF
           END-READ.

       6764-CHECK-ALLOC-RUN-TABLE.
           MOVE INV-BATCH-NO   TO ALLOC-KEY-BATCH-WS
           MOVE INV-VOUCHER-NO TO ALLOC-KEY-VOUCHER-WS
           PERFORM VARYING ALLOC-RUN-IDX-WS FROM 1 BY 1
               UNTIL ALLOC-RUN-IDX-WS > ALLOC-RUN-COUNT-WS
               IF ART-VOUCHER-KEY (ALLOC-RUN-IDX-WS)
                   = ALLOC-VOUCHER-KEY-WS
                   MOVE 'NO' TO ALLOC-OK-WS
                   MOVE 'VOUCHER REPEATED IN RUN'
                       TO ALLOC-REASON-WS
                   MOVE ALLOC-RUN-COUNT-WS TO ALLOC-RUN-IDX-WS
               END-IF
           END-PERFORM

           IF ALLOC-OK-WS = 'YES'
              AND ALLOC-RUN-COUNT-WS NOT < 500
               MOVE 'NO' TO ALLOC-OK-WS
               MOVE 'RUN ALLOCATION LIMIT REACHED' TO ALLOC-REASON-WS
           END-IF.

       6765-LOAD-ALLOC-SHARES.
           MOVE AL-SHARE-COUNT TO ALLOC-SHARE-COUNT-WS
           PERFORM VARYING ALLOC-IDX-WS FROM 1 BY 1
               UNTIL ALLOC-IDX-WS > ALLOC-SHARE-COUNT-WS
               MOVE AL-SHARE-STORE (ALLOC-IDX-WS)
                   TO ASH-STORE-NO (ALLOC-IDX-WS)
               MOVE AL-SHARE-VALUE (ALLOC-IDX-WS)
                   TO ASH-VALUE (ALLOC-IDX-WS)
               MOVE ZERO TO ASH-AMT (ALLOC-IDX-WS)
               PERFORM 6766-RESOLVE-SHARE-STORE
           END-PERFORM.

       6766-RESOLVE-SHARE-STORE.
           MOVE SPACES TO ASH-STORE-NAME (ALLOC-IDX-WS)
           MOVE '**'   TO ASH-REGION-CODE (ALLOC-IDX-WS)
           MOVE '***'  TO ASH-DISTRICT-CODE (ALLOC-IDX-WS)

           IF STORE-MASTER-AVAILABLE-WS = 'YES'
               MOVE ASH-STORE-NO (ALLOC-IDX-WS) TO ST-STORE-NO
               READ STORE-MASTER-FILE
                   INVALID KEY
                       MOVE 'NO' TO ALLOC-OK-WS
                       MOVE 'SHARE STORE NOT ON MASTER'
                           TO ALLOC-REASON-WS
                   NOT INVALID KEY
                       MOVE ST-STORE-NAME
                           TO ASH-STORE-NAME (ALLOC-IDX-WS)
                       MOVE ST-REGION-CODE
                           TO ASH-REGION-CODE (ALLOC-IDX-WS)
                       MOVE ST-DISTRICT-CODE
                           TO ASH-DISTRICT-CODE (ALLOC-IDX-WS)
                       IF ST-STORE-STATUS = 'C'
                           MOVE 'NO' TO ALLOC-OK-WS
                           MOVE 'SHARE STORE CLOSED'
                               TO ALLOC-REASON-WS
                       END-IF
               END-READ
           END-IF.

       6767-COMPUTE-ALLOC-BASE.
           MOVE INV-AMT TO ALLOC-BASE-AMT-WS
           PERFORM 6654-RESOLVE-SUPPLIER-CURRENCY
           IF RESOLVED-CURRENCY-WS NOT = 'USD'
               PERFORM 6616-FIND-EXCHANGE-RATE
               IF RATE-FOUND-WS = 'YES'
                   COMPUTE ALLOC-BASE-AMT-WS ROUNDED =
                       INV-AMT * EXCH-RATE-WS
                       ON SIZE ERROR
                           MOVE INV-AMT TO ALLOC-BASE-AMT-WS
                   END-COMPUTE
               END-IF
           END-IF.

       6768-SPREAD-ALLOC-SHARES.
           MOVE ZERO TO ALLOC-SHARE-SUM-WS
           MOVE ZERO TO ALLOC-LARGEST-AMT-WS
           MOVE 1    TO ALLOC-LARGEST-IDX-WS
           PERFORM VARYING ALLOC-IDX-WS FROM 1 BY 1
               UNTIL ALLOC-IDX-WS > ALLOC-SHARE-COUNT-WS
               IF ALLOC-BASIS-WS = 'P'
                   COMPUTE ASH-AMT (ALLOC-IDX-WS) ROUNDED =
                       ALLOC-BASE-AMT-WS * ASH-VALUE (ALLOC-IDX-WS)
                       / 100
               ELSE
                   COMPUTE ASH-AMT (ALLOC-IDX-WS) ROUNDED =
                       ALLOC-BASE-AMT-WS * ASH-VALUE (ALLOC-IDX-WS)
                       / ALLOC-VALUE-TOTAL-WS
               END-IF
               ADD ASH-AMT (ALLOC-IDX-WS) TO ALLOC-SHARE-SUM-WS
               IF ASH-AMT (ALLOC-IDX-WS) < ZERO
                   COMPUTE ALLOC-ABS-AMT-WS =
                       ZERO - ASH-AMT (ALLOC-IDX-WS)
               ELSE
                   MOVE ASH-AMT (ALLOC-IDX-WS) TO ALLOC-ABS-AMT-WS
               END-IF
               IF ALLOC-ABS-AMT-WS > ALLOC-LARGEST-AMT-WS
                   MOVE ALLOC-ABS-AMT-WS TO ALLOC-LARGEST-AMT-WS
                   MOVE ALLOC-IDX-WS     TO ALLOC-LARGEST-IDX-WS
               END-IF
           END-PERFORM

           COMPUTE ALLOC-ROUNDING-WS =
               ALLOC-BASE-AMT-WS - ALLOC-SHARE-SUM-WS
           ADD ALLOC-ROUNDING-WS TO ASH-AMT (ALLOC-LARGEST-IDX-WS).

       6769-RELEASE-ALLOC-RECORDS.
           ADD 1 TO ALLOC-RUN-COUNT-WS
           MOVE ALLOC-VOUCHER-KEY-WS
               TO ART-VOUCHER-KEY (ALLOC-RUN-COUNT-WS)

           MOVE INVENTORY-INPUT-RECORD TO ALLOC-SAVE-IMAGE-WS
           MOVE RESOLVED-STORE-NAME-WS TO ALLOC-SAVE-STORE-NAME-WS
           MOVE RESOLVED-REGION-WS     TO ALLOC-SAVE-REGION-WS
           MOVE RESOLVED-DISTRICT-WS   TO ALLOC-SAVE-DISTRICT-WS
           MOVE INV-STORE-NO           TO ALLOC-HOME-STORE-WS

           MOVE 'V' TO ALLOC-IND-WS
           PERFORM 6592-RELEASE-SORT-RECORD

           MOVE 'S' TO ALLOC-IND-WS
           PERFORM VARYING ALLOC-IDX-WS FROM 1 BY 1
               UNTIL ALLOC-IDX-WS > ALLOC-SHARE-COUNT-WS
               MOVE ASH-STORE-NO (ALLOC-IDX-WS)   TO INV-STORE-NO
               MOVE ASH-AMT (ALLOC-IDX-WS)        TO INV-AMT
               MOVE ASH-STORE-NAME (ALLOC-IDX-WS)
                   TO RESOLVED-STORE-NAME-WS
               MOVE ASH-REGION-CODE (ALLOC-IDX-WS)
                   TO RESOLVED-REGION-WS
               MOVE ASH-DISTRICT-CODE (ALLOC-IDX-WS)
                   TO RESOLVED-DISTRICT-WS
               PERFORM 6592-RELEASE-SORT-RECORD
           END-PERFORM

           MOVE ALLOC-SAVE-IMAGE-WS      TO INVENTORY-INPUT-RECORD
           MOVE ALLOC-SAVE-STORE-NAME-WS TO RESOLVED-STORE-NAME-WS
           MOVE ALLOC-SAVE-REGION-WS     TO RESOLVED-REGION-WS
           MOVE ALLOC-SAVE-DISTRICT-WS   TO RESOLVED-DISTRICT-WS.

       677-WRITE-ALLOC-REGISTER.
           ADD 1 TO ALLOC-DETAIL-COUNT-WS
           ADD ALLOC-BASE-AMT-WS TO ALLOC-ORIG-TOTAL-WS
           PERFORM 6771-MOVE-ALLOC-DETAIL-KEYS
           MOVE AL-DESCRIPTION TO ADT-MESSAGE-OUT
           WRITE ALLOC-REGISTER-LINE FROM ALLOC-DETAIL-LINE AFTER 2

           MOVE ZERO TO ALLOC-SHARE-SUM-WS
           PERFORM VARYING ALLOC-IDX-WS FROM 1 BY 1
               UNTIL ALLOC-IDX-WS > ALLOC-SHARE-COUNT-WS
               PERFORM 6773-WRITE-ALLOC-SHARE-LINE
           END-PERFORM
           ADD ALLOC-SHARE-SUM-WS TO ALLOC-SHARE-TOTAL-WS

           MOVE ALLOC-SHARE-SUM-WS TO APL-SHARE-TOTAL-OUT
           MOVE ALLOC-BASE-AMT-WS  TO APL-ORIG-AMT-OUT
           IF ALLOC-SHARE-SUM-WS = ALLOC-BASE-AMT-WS
               MOVE 'SHARES FOOT'      TO APL-STATUS-OUT
           ELSE
               MOVE '** DOES NOT FOOT' TO APL-STATUS-OUT
           END-IF
           WRITE ALLOC-REGISTER-LINE FROM ALLOC-PROOF-LINE AFTER 1.

       6771-MOVE-ALLOC-DETAIL-KEYS.
           MOVE INV-BATCH-NO         TO ADT-BATCH-NO-OUT
           MOVE INV-VOUCHER-NO       TO ADT-VOUCHER-NO-OUT
           MOVE INV-SUPPLIER-NO      TO ADT-SUPPLIER-NO-OUT
           MOVE INV-INVOICE-NO       TO ADT-INVOICE-NO-OUT
           MOVE INV-ACCT-NO          TO ADT-ACCT-NO-OUT
           MOVE INV-STORE-NO         TO ADT-HOME-STORE-OUT
           MOVE RESOLVED-CURRENCY-WS TO ADT-CURRENCY-OUT
           MOVE ALLOC-BASE-AMT-WS    TO ADT-ORIG-AMT-OUT
           IF ALLOC-RULE-SUPPLIER-WS = SPACES
               MOVE '*ALL*' TO ADT-RULE-OUT
           ELSE
               MOVE ALLOC-RULE-SUPPLIER-WS TO ADT-RULE-OUT
           END-IF.

       6772-WRITE-ALLOC-REFUSED.
           ADD 1 TO ALLOC-REFUSED-COUNT-WS
           PERFORM 6771-MOVE-ALLOC-DETAIL-KEYS
           MOVE SPACES TO ADT-MESSAGE-OUT
           STRING 'NOT ALLOCATED - ' DELIMITED BY SIZE
                  ALLOC-REASON-WS    DELIMITED BY SIZE
               INTO ADT-MESSAGE-OUT
           END-STRING
           WRITE ALLOC-REGISTER-LINE FROM ALLOC-DETAIL-LINE AFTER 2.

       6773-WRITE-ALLOC-SHARE-LINE.
           ADD ASH-AMT (ALLOC-IDX-WS) TO ALLOC-SHARE-SUM-WS
           MOVE ASH-STORE-NO (ALLOC-IDX-WS)    TO ASL-STORE-NO-OUT
           MOVE ASH-REGION-CODE (ALLOC-IDX-WS) TO ASL-REGION-OUT
           MOVE ASH-VALUE (ALLOC-IDX-WS)       TO ASL-VALUE-OUT
           IF ALLOC-BASIS-WS = 'P'
               MOVE '%'    TO ASL-PCT-SIGN-OUT
           ELSE
               MOVE SPACES TO ASL-PCT-SIGN-OUT
           END-IF
           MOVE ASH-AMT (ALLOC-IDX-WS)         TO ASL-SHARE-AMT-OUT
           IF ALLOC-IDX-WS = ALLOC-LARGEST-IDX-WS
              AND ALLOC-ROUNDING-WS NOT = ZERO
               MOVE ALLOC-ROUNDING-WS TO ASL-ROUNDING-OUT
           ELSE
               MOVE SPACES TO ASL-ROUNDING-X
           END-IF
           WRITE ALLOC-REGISTER-LINE FROM ALLOC-SHARE-LINE AFTER 1.

       678-WRITE-ALLOC-GL.
           PERFORM VARYING ALLOC-IDX-WS FROM 1 BY 1
               UNTIL ALLOC-IDX-WS > ALLOC-SHARE-COUNT-WS
               IF ASH-STORE-NO (ALLOC-IDX-WS) NOT = ALLOC-HOME-STORE-WS
                  AND ASH-AMT (ALLOC-IDX-WS) NOT = ZERO
                   IF ASH-AMT (ALLOC-IDX-WS) > ZERO
                       MOVE ASH-AMT (ALLOC-IDX-WS) TO ALLOC-GL-AMT-WS
                       MOVE ASH-STORE-NO (ALLOC-IDX-WS)
                           TO ALLOC-GL-DR-STORE-WS
                       MOVE ALLOC-HOME-STORE-WS
                           TO ALLOC-GL-CR-STORE-WS
                   ELSE
                       COMPUTE ALLOC-GL-AMT-WS =
                           ZERO - ASH-AMT (ALLOC-IDX-WS)
                       MOVE ALLOC-HOME-STORE-WS
                           TO ALLOC-GL-DR-STORE-WS
                       MOVE ASH-STORE-NO (ALLOC-IDX-WS)
                           TO ALLOC-GL-CR-STORE-WS
                   END-IF
                   PERFORM 6781-WRITE-ALLOC-GL-PAIR
               END-IF
           END-PERFORM.

       6781-WRITE-ALLOC-GL-PAIR.
           MOVE SPACES               TO ALLOC-GL-RECORD
           MOVE 'D'                  TO AGP-REC-TYPE
           MOVE INV-ACCT-NO          TO AGP-ACCT-NO
           MOVE 'DR'                 TO AGP-DR-CR
           MOVE ALLOC-GL-AMT-WS      TO AGP-AMOUNT
           MOVE RUN-DATE-WS          TO AGP-RUN-DATE
           MOVE ALLOC-GL-DR-STORE-WS TO AGP-STORE-NO
           WRITE ALLOC-GL-RECORD

           MOVE SPACES               TO ALLOC-GL-RECORD
           MOVE 'D'                  TO AGP-REC-TYPE
           MOVE INV-ACCT-NO          TO AGP-ACCT-NO
           MOVE 'CR'                 TO AGP-DR-CR
           MOVE ALLOC-GL-AMT-WS      TO AGP-AMOUNT
           MOVE RUN-DATE-WS          TO AGP-RUN-DATE
           MOVE ALLOC-GL-CR-STORE-WS TO AGP-STORE-NO
           WRITE ALLOC-GL-RECORD

           ADD 2 TO ALLOC-GL-RECORD-COUNT-WS
           ADD ALLOC-GL-AMT-WS TO ALLOC-GL-HASH-TOTAL-WS
           ADD ALLOC-GL-AMT-WS TO ALLOC-GL-HASH-TOTAL-WS.

       679-PROCESS-ALLOC-CARRIER.
           IF REPORT-SEQ-WS = 'A'
               PERFORM 662-CHECK-VOUCHER-HISTORY
           END-IF
           IF DUPLICATE-VOUCHER-WS = 'YES'
               PERFORM 663-WRITE-DUPLICATE-VOUCHER
           ELSE
               IF SUSPECT-DUPLICATE-WS = 'YES'
                   PERFORM 664-WRITE-SUSPECTED-DUPLICATE
               END-IF
               PERFORM 6615-CONVERT-CURRENCY
               ADD 1 TO OVERALL-GRAND-RECORD-COUNT-WS
               PERFORM 379-LOOKUP-SUPPLIER-MASTER
               PERFORM 378-WRITE-EXTRACT-RECORD
               PERFORM 680-ACCUMULATE-SUPPLIER-TOTAL
               IF INV-AMT < 0
                   PERFORM 376-FORMAT-PRINT-LINE
                   PERFORM 690-PRINT-CREDIT-MEMO
               END-IF
               IF REPORT-SEQ-WS = 'A'
                   PERFORM 6619-WRITE-VOUCHER-RECORDS
               END-IF
               PERFORM 6612-COUNT-CHECKPOINT-INTERVAL
           END-IF.

       210-READ-PARAMETERS.
           OPEN INPUT PARAMETER-CONTROL-FILE
           READ PARAMETER-CONTROL-FILE
               MOVE PARM-CLEARING-ACCT TO GL-CLEARING-ACCT-WS
           END-IF

           IF PARM-MATCH-QTY-TOL NUMERIC
               MOVE PARM-MATCH-QTY-TOL TO MATCH-QTY-TOL-PCT-WS
           END-IF

           IF PARM-MATCH-PRICE-TOL NUMERIC
               MOVE PARM-MATCH-PRICE-TOL TO MATCH-PRICE-TOL-PCT-WS
           END-IF

           IF PARM-CLOSE-IND = 'Y'
              AND PARM-CLOSE-PERIOD NUMERIC
               MOVE 'YES' TO CLOSE-MODE-WS
                   MOVE CKPT-EXCH-VARIANCE
                       TO EXCH-VARIANCE-TOTAL-WS
               END-IF
               IF CKPT-MATCH-HELD-COUNT NUMERIC
                  AND CKPT-MATCH-HELD-AMT NUMERIC
                   MOVE CKPT-MATCH-HELD-COUNT  TO MATCH-HELD-COUNT-WS
                   MOVE CKPT-MATCH-HELD-AMT    TO MATCH-HELD-AMT-WS
               END-IF
               MOVE CKPT-ALLOC-IND  TO RESTART-CKPT-ALLOC-IND-WS
               MOVE CKPT-STORE-NO   TO RESTART-CKPT-STORE-NO-WS
               IF CKPT-RUN-STAMP NOT = SPACES
                   MOVE CKPT-RUN-STAMP TO ONHAND-RUN-STAMP-WS
               END-IF
               MOVE 'YES' TO FIRST-DETAIL-SEEN-WS
               MOVE 'YES' TO RESTART-SKIP-MODE-WS
           END-IF.
           CLOSE TAX-WORK-FILE
           OPEN OUTPUT VARIANCE-WORK-FILE
           CLOSE VARIANCE-WORK-FILE
           OPEN OUTPUT ONHAND-WORK-FILE
           CLOSE ONHAND-WORK-FILE
           OPEN I-O SUPPLIER-WORK-FILE
           OPEN I-O STORE-WORK-FILE
           OPEN I-O REGION-WORK-FILE
           OPEN I-O ACCT-WORK-FILE
           OPEN I-O TAX-WORK-FILE
           OPEN I-O VARIANCE-WORK-FILE
           OPEN I-O ONHAND-WORK-FILE
           IF SW-FILE-STATUS-WS NOT = '00' AND NOT = '05'
              OR TW-FILE-STATUS-WS NOT = '00' AND NOT = '05'
              OR RW-FILE-STATUS-WS NOT = '00' AND NOT = '05'
              OR AW-FILE-STATUS-WS NOT = '00' AND NOT = '05'
              OR XW-FILE-STATUS-WS NOT = '00' AND NOT = '05'
              OR PV-FILE-STATUS-WS NOT = '00' AND NOT = '05'
              OR OW-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               DISPLAY '** PROB8CBL - ACCUMULATION WORK FILE OPEN'
                   ' FAILED - STATUS ' SW-FILE-STATUS-WS ' '
                   TW-FILE-STATUS-WS ' ' RW-FILE-STATUS-WS ' '
                   AW-FILE-STATUS-WS ' ' XW-FILE-STATUS-WS ' '
                   PV-FILE-STATUS-WS ' ' OW-FILE-STATUS-WS ' **'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

               PERFORM 235-RESTORE-STOCK-WORK
               PERFORM 237-RESTORE-TAX-WORK
               PERFORM 238-RESTORE-VARIANCE-WORK
               PERFORM 239-RESTORE-ONHAND-WORK
           END-IF.

       231-RESTORE-SUPPLIER-WORK.
           END-PERFORM
           CLOSE VARIANCE-CHECKPOINT-FILE.

       239-RESTORE-ONHAND-WORK.
           OPEN INPUT ONHAND-CHECKPOINT-FILE
           MOVE 'NO' TO EOF-WORK-CHECKPOINT-WS
           READ ONHAND-CHECKPOINT-FILE
               AT END MOVE 'YES' TO EOF-WORK-CHECKPOINT-WS
           END-READ
           PERFORM UNTIL EOF-WORK-CHECKPOINT-WS = 'YES'
               MOVE ONHAND-CHECKPOINT-RECORD TO ONHAND-WORK-RECORD
               WRITE ONHAND-WORK-RECORD
               READ ONHAND-CHECKPOINT-FILE
                   AT END MOVE 'YES' TO EOF-WORK-CHECKPOINT-WS
               END-READ
           END-PERFORM
           CLOSE ONHAND-CHECKPOINT-FILE.

       232-RESUME-SEED-BALANCE.
           MOVE PREVIOUS-ACCT-NO TO AB-ACCT-NO
           READ ACCOUNT-BALANCE-FILE
           END-IF.

       659-RELEASE-DETAIL.
           MOVE SPACES TO ALLOC-IND-WS
           IF ALLOC-MASTER-AVAILABLE-WS = 'YES'
              AND INV-ITEM-NO = SPACES
              AND INV-PO-NO = SPACES
              AND INV-QTY-COST-FIELDS = SPACES
               PERFORM 676-ALLOCATE-DETAIL
           END-IF

           IF ALLOC-IND-WS = SPACES
               PERFORM 6592-RELEASE-SORT-RECORD
           END-IF

           IF INV-PO-NO NOT = SPACES
              AND INV-ITEM-NO NOT = SPACES
              AND INV-QTY-COST-FIELDS NOT = SPACES
               PERFORM 6591-ACCUM-RUN-PO-QTY
           END-IF.

       6592-RELEASE-SORT-RECORD.
           MOVE SPACES TO SORT-WORK-RECORD
           IF ALLOC-IND-WS = 'V'
               MOVE LOW-VALUES      TO SRT-KEY-MAJOR
               MOVE LOW-VALUES      TO SRT-KEY-INTER
               STRING INV-BATCH-NO   DELIMITED BY SIZE
                      INV-VOUCHER-NO DELIMITED BY SIZE
                   INTO SRT-KEY-MINOR
               END-STRING
           ELSE
               EVALUATE REPORT-SEQ-WS
                   WHEN 'S'
                       MOVE INV-STORE-NO    TO SRT-KEY-MAJOR
                       MOVE INV-ACCT-NO     TO SRT-KEY-INTER
                   WHEN 'P'
                       MOVE INV-SUPPLIER-NO TO SRT-KEY-MAJOR
                       MOVE INV-STORE-NO    TO SRT-KEY-INTER
                   WHEN OTHER
                       MOVE INV-ACCT-NO     TO SRT-KEY-MAJOR
                       MOVE INV-STORE-NO    TO SRT-KEY-INTER
               END-EVALUATE
               STRING INV-DATE-CCYY DELIMITED BY SIZE
                      INV-DATE-MM   DELIMITED BY SIZE
                      INV-DATE-DD   DELIMITED BY SIZE
                   INTO SRT-KEY-MINOR
               END-STRING
           END-IF
           MOVE INVENTORY-INPUT-RECORD   TO SRT-DETAIL-IMAGE
           MOVE RECORD-FROM-SUSPENSE-WS  TO SRT-FROM-SUSPENSE
           MOVE RESOLVED-STORE-NAME-WS   TO SRT-STORE-NAME
           MOVE RESOLVED-REGION-WS       TO SRT-REGION-CODE
           MOVE RESOLVED-DISTRICT-WS     TO SRT-DISTRICT-CODE
           MOVE MATCH-HOLD-WS            TO SRT-MATCH-HOLD
           MOVE MATCH-REASON-WS          TO SRT-MATCH-REASON
           MOVE ALLOC-IND-WS             TO SRT-ALLOC-IND
           RELEASE SORT-WORK-RECORD.

       6591-ACCUM-RUN-PO-QTY.
           PERFORM 6659-FIND-RUN-PO-QTY
           IF MATCH-RUN-FOUND-WS = 'YES'
               ADD INV-QTY TO MRT-QTY (MATCH-RUN-HIT-IDX-WS)
           ELSE
               IF MATCH-RUN-ENTRY-COUNT-WS < 500
                   ADD 1 TO MATCH-RUN-ENTRY-COUNT-WS
                   MOVE INV-PO-NO
                       TO MRT-PO-NO (MATCH-RUN-ENTRY-COUNT-WS)
                   MOVE INV-ITEM-NO
                       TO MRT-ITEM-NO (MATCH-RUN-ENTRY-COUNT-WS)
                   MOVE INV-QTY
                       TO MRT-QTY (MATCH-RUN-ENTRY-COUNT-WS)
               END-IF
           END-IF.

       6655-CHECK-STORE-MASTER.
           MOVE SPACES TO RESOLVED-STORE-NAME-WS
           MOVE '**'   TO RESOLVED-REGION-WS
       668-CHECK-RESTART-SKIP.
           IF INV-BATCH-NO = RESTART-CKPT-BATCH-NO-WS
              AND INV-VOUCHER-NO = RESTART-CKPT-VOUCHER-NO-WS
              AND (RESTART-CKPT-STORE-NO-WS = SPACES
                   OR (INV-STORE-NO = RESTART-CKPT-STORE-NO-WS
                       AND ALLOC-IND-WS = RESTART-CKPT-ALLOC-IND-WS))
               MOVE 'NO'  TO RESTART-SKIP-MODE-WS
               MOVE 'YES' TO RESTART-SKIP-THIS-ONE-WS
           END-IF.

           IF VALID-RECORD-WS = 'YES'
               PERFORM 6653-CHECK-CURRENCY-RATE
           END-IF

           MOVE 'NO'   TO MATCH-HOLD-WS
           MOVE SPACES TO MATCH-REASON-WS
           IF VALID-RECORD-WS = 'YES'
              AND (INV-PO-NO NOT = SPACES OR INV-ITEM-NO NOT = SPACES)
               PERFORM 6657-CHECK-PO-MATCH
           END-IF.

       6657-CHECK-PO-MATCH.
           EVALUATE TRUE
               WHEN INV-PO-NO = SPACES OR INV-ITEM-NO = SPACES
                   MOVE 'NP' TO MATCH-REASON-WS
               WHEN INV-QTY-COST-FIELDS = SPACES
                   MOVE 'NQ' TO MATCH-REASON-WS
               WHEN OTHER
                   MOVE INV-PO-NO   TO PM-PO-NO
                   MOVE INV-ITEM-NO TO PM-ITEM-NO
                   READ PO-MASTER-FILE
                       INVALID KEY
                           MOVE 'NP' TO MATCH-REASON-WS
                       NOT INVALID KEY
                           PERFORM 6658-TEST-PO-TOLERANCES
                   END-READ
           END-EVALUATE

           IF MATCH-REASON-WS NOT = SPACES
               MOVE 'YES' TO MATCH-HOLD-WS
           END-IF.

       6658-TEST-PO-TOLERANCES.
           PERFORM 6659-FIND-RUN-PO-QTY
           COMPUTE MATCH-BILLED-QTY-WS =
               PM-INVOICED-QTY + MATCH-RUN-QTY-WS + INV-QTY
           COMPUTE MATCH-QTY-LIMIT-WS ROUNDED =
               PM-RECEIVED-QTY * (100 + MATCH-QTY-TOL-PCT-WS) / 100
           COMPUTE MATCH-PRICE-LIMIT-WS ROUNDED =
               PM-AGREED-PRICE * (100 + MATCH-PRICE-TOL-PCT-WS) / 100

           EVALUATE TRUE
               WHEN PM-PO-STATUS = 'C'
                   MOVE 'PC' TO MATCH-REASON-WS
               WHEN PM-SUPPLIER-NO NOT = INV-SUPPLIER-NO
                   MOVE 'SP' TO MATCH-REASON-WS
               WHEN INV-QTY > ZERO
                   AND MATCH-BILLED-QTY-WS > MATCH-QTY-LIMIT-WS
                   MOVE 'QR' TO MATCH-REASON-WS
               WHEN INV-UNIT-COST > MATCH-PRICE-LIMIT-WS
                   MOVE 'PR' TO MATCH-REASON-WS
           END-EVALUATE.

       6659-FIND-RUN-PO-QTY.
           MOVE 'NO' TO MATCH-RUN-FOUND-WS
           MOVE ZERO TO MATCH-RUN-QTY-WS
           PERFORM VARYING MATCH-RUN-IDX-WS FROM 1 BY 1
               UNTIL MATCH-RUN-IDX-WS > MATCH-RUN-ENTRY-COUNT-WS
               IF MRT-PO-NO (MATCH-RUN-IDX-WS) = INV-PO-NO
                  AND MRT-ITEM-NO (MATCH-RUN-IDX-WS) = INV-ITEM-NO
                   MOVE MRT-QTY (MATCH-RUN-IDX-WS) TO MATCH-RUN-QTY-WS
                   MOVE MATCH-RUN-IDX-WS TO MATCH-RUN-HIT-IDX-WS
                   MOVE 'YES' TO MATCH-RUN-FOUND-WS
                   MOVE MATCH-RUN-ENTRY-COUNT-WS TO MATCH-RUN-IDX-WS
               END-IF
           END-PERFORM.

       6653-CHECK-CURRENCY-RATE.
           PERFORM 6654-RESOLVE-SUPPLIER-CURRENCY
           IF RESOLVED-CURRENCY-WS NOT = 'USD'
           END-IF.

       661-PROCESS-VALID-DETAIL.
           IF ALLOC-IND-WS = 'S'
               MOVE INV-AMT TO ORIG-AMT-WS
               MOVE 'USD'   TO RESOLVED-CURRENCY-WS
           ELSE
               PERFORM 6615-CONVERT-CURRENCY
           END-IF
           PERFORM 6610-SET-BREAK-KEYS

           IF FIRST-DETAIL-SEEN-WS = 'NO'
           ADD 1 TO LINE-COUNT-WS
           ADD 1 TO ACCT-RECORD-COUNT-WS
           ADD 1 TO STORE-RECORD-COUNT-WS
           IF ALLOC-IND-WS NOT = 'S'
               ADD 1 TO OVERALL-GRAND-RECORD-COUNT-WS
           END-IF
           ADD INV-AMT TO NET-GRAND-DOLLAR-TOTAL-WS
           ADD INV-AMT TO ACCT-DOLLAR-SUBTOTAL-WS
           ADD INV-AMT TO STORE-DOLLAR-SUBTOTAL-WS

           IF ALLOC-IND-WS NOT = 'S'
               PERFORM 680-ACCUMULATE-SUPPLIER-TOTAL
           END-IF
           PERFORM 682-ACCUMULATE-REGION-TOTAL
           PERFORM 6613-ACCRUE-USE-TAX

               PERFORM 683-ACCUMULATE-STOCK-MOVEMENT
               IF INV-ITEM-NO NOT = SPACES
                   PERFORM 684-ACCUMULATE-PRICE-VARIANCE
                   IF REPORT-SEQ-WS = 'A'
                       PERFORM 686-ACCUMULATE-ONHAND-UNITS
                   END-IF
               END-IF
           END-IF

           IF INV-AMT < 0
              AND ALLOC-IND-WS NOT = 'S'
               PERFORM 690-PRINT-CREDIT-MEMO
           END-IF

           END-IF

           IF REPORT-SEQ-WS = 'A'
              AND ALLOC-IND-WS NOT = 'S'
               PERFORM 6619-WRITE-VOUCHER-RECORDS
           END-IF

           PERFORM 6612-COUNT-CHECKPOINT-INTERVAL.

       6612-COUNT-CHECKPOINT-INTERVAL.
           IF REPORT-SEQ-WS = 'A'
               ADD 1 TO CHECKPOINT-INTERVAL-WS
               IF CHECKPOINT-INTERVAL-WS >= 25
               END-IF
           END-IF.

       6619-WRITE-VOUCHER-RECORDS.
           PERFORM 681-WRITE-VOUCHER-HISTORY
           MOVE INVENTORY-INPUT-RECORD TO RMW-DETAIL-IMAGE
           MOVE RESOLVED-CURRENCY-WS   TO RMW-CURRENCY-CODE
           MOVE ORIG-AMT-WS            TO RMW-ORIG-AMT
           WRITE REMIT-WORK-RECORD.

       6613-ACCRUE-USE-TAX.
           IF INV-TAX-IND NOT = 'N'
               PERFORM 6614-FIND-TAX-RATE
           END-EVALUATE.

       681-WRITE-VOUCHER-HISTORY.
           MOVE SPACES          TO VOUCHER-HISTORY-RECORD
           MOVE INV-BATCH-NO    TO VH-BATCH-NO
           MOVE INV-VOUCHER-NO  TO VH-VOUCHER-NO
           MOVE INV-SUPPLIER-NO TO VH-SUPPLIER-NO
           MOVE RUN-DATE-WS     TO VH-PROCESS-DATE
           MOVE SPACES          TO VH-PAID-IND
           MOVE SPACES          TO VH-PAY-REF
           MOVE SPACES          TO VH-PAID-DATE
           MOVE RESOLVED-CURRENCY-WS TO VH-CURRENCY-CODE
           MOVE ORIG-AMT-WS     TO VH-ORIG-AMT
           MOVE ZERO            TO VH-DISC-TAKEN
           PERFORM 6811-STAMP-VOUCHER-TERMS
           IF MATCH-HOLD-WS = 'YES'
               MOVE 'Y'             TO VH-MATCH-HOLD
               MOVE MATCH-REASON-WS TO VH-MATCH-REASON
           END-IF
           IF VOUCHER-REPOST-WS = 'YES'
               REWRITE VOUCHER-HISTORY-RECORD
           ELSE
                           ' REJECTED - BATCH ' VH-BATCH-NO
                           ' VOUCHER ' VH-VOUCHER-NO ' **'
               END-WRITE
           END-IF

           PERFORM 6812-POST-PO-INVOICED-QTY
           IF MATCH-HOLD-WS = 'YES'
               PERFORM 6813-WRITE-MATCH-HOLD
           END-IF.

       6812-POST-PO-INVOICED-QTY.
           MOVE 'N'  TO MATCH-QTY-POSTED-WS
           MOVE ZERO TO MATCH-BILLED-QTY-WS
           MOVE ZERO TO MATCH-RECEIVED-QTY-WS
           MOVE ZERO TO MATCH-AGREED-PRICE-WS
           IF INV-PO-NO NOT = SPACES
              AND INV-ITEM-NO NOT = SPACES
              AND INV-QTY-COST-FIELDS NOT = SPACES
              AND MATCH-REASON-WS NOT = 'NP' AND NOT = 'SP'
                                  AND NOT = 'PC'
               MOVE INV-PO-NO   TO PM-PO-NO
               MOVE INV-ITEM-NO TO PM-ITEM-NO
               READ PO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VOUCHER-REPOST-WS = 'NO'
                           ADD INV-QTY TO PM-INVOICED-QTY
                           REWRITE PO-MASTER-RECORD
                       END-IF
                       MOVE 'Y'             TO MATCH-QTY-POSTED-WS
                       MOVE PM-INVOICED-QTY TO MATCH-BILLED-QTY-WS
                       MOVE PM-RECEIVED-QTY TO MATCH-RECEIVED-QTY-WS
                       MOVE PM-AGREED-PRICE TO MATCH-AGREED-PRICE-WS
               END-READ
           END-IF.

       6813-WRITE-MATCH-HOLD.
           MOVE SPACES          TO MATCH-HOLD-RECORD
           MOVE INV-BATCH-NO    TO MH-BATCH-NO
           MOVE INV-VOUCHER-NO  TO MH-VOUCHER-NO
           MOVE INV-SUPPLIER-NO TO MH-SUPPLIER-NO
           MOVE INV-INVOICE-NO  TO MH-INVOICE-NO
           MOVE INV-PO-NO       TO MH-PO-NO
           MOVE INV-ITEM-NO     TO MH-ITEM-NO
           IF INV-QTY-COST-FIELDS NOT = SPACES
               MOVE INV-QTY       TO MH-QTY
               MOVE INV-UNIT-COST TO MH-UNIT-COST
           ELSE
               MOVE ZERO          TO MH-QTY
               MOVE ZERO          TO MH-UNIT-COST
           END-IF
           MOVE INV-AMT             TO MH-AMT
           MOVE MATCH-REASON-WS     TO MH-REASON
           MOVE MATCH-QTY-POSTED-WS TO MH-QTY-POSTED
           MOVE 'H'                 TO MH-HOLD-STATUS
           MOVE RUN-DATE-WS         TO MH-HOLD-DATE
           WRITE MATCH-HOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           ADD 1       TO MATCH-HELD-COUNT-WS
           ADD INV-AMT TO MATCH-HELD-AMT-WS

           EVALUATE MATCH-REASON-WS
               WHEN 'NP'
                   MOVE 'NO PO ON FILE' TO MATCH-REASON-TEXT-WS
               WHEN 'PC'
                   MOVE 'PO LINE CLOSED' TO MATCH-REASON-TEXT-WS
               WHEN 'SP'
                   MOVE 'PO SUPPLIER MISMATCH' TO MATCH-REASON-TEXT-WS
               WHEN 'QR'
                   MOVE 'BILLED OVER RECEIVED' TO MATCH-REASON-TEXT-WS
               WHEN 'PR'
                   MOVE 'PRICE OVER PO' TO MATCH-REASON-TEXT-WS
               WHEN OTHER
                   MOVE 'NO QTY/PRICE ON LINE' TO MATCH-REASON-TEXT-WS
           END-EVALUATE

           MOVE INV-BATCH-NO           TO MXL-BATCH-NO-OUT
           MOVE INV-VOUCHER-NO         TO MXL-VOUCHER-NO-OUT
           MOVE INV-SUPPLIER-NO        TO MXL-SUPPLIER-NO-OUT
           MOVE INV-INVOICE-NO         TO MXL-INVOICE-NO-OUT
           MOVE INV-PO-NO              TO MXL-PO-NO-OUT
           MOVE INV-ITEM-NO            TO MXL-ITEM-NO-OUT
           MOVE MATCH-BILLED-QTY-WS    TO MXL-BILLED-QTY-OUT
           MOVE MATCH-RECEIVED-QTY-WS  TO MXL-RECEIVED-QTY-OUT
           MOVE MH-UNIT-COST           TO MXL-UNIT-COST-OUT
           MOVE MATCH-AGREED-PRICE-WS  TO MXL-PO-PRICE-OUT
           MOVE INV-AMT                TO MXL-AMOUNT-OUT
           MOVE SPACES                 TO MXL-DISPOSITION-OUT
           STRING 'HELD - ' DELIMITED BY SIZE
                  MATCH-REASON-TEXT-WS DELIMITED BY SIZE
               INTO MXL-DISPOSITION-OUT
           END-STRING
           WRITE MATCH-EXCEPTION-LINE FROM MATCH-DETAIL-LINE.

       6811-STAMP-VOUCHER-TERMS.
           MOVE ZERO TO TERMS-NET-DAYS-WS
           MOVE ZERO TO TERMS-DISC-PCT-WS
           MOVE ZERO TO TERMS-DISC-DAYS-WS
           IF SUPPLIER-MASTER-AVAILABLE-WS = 'YES'
               MOVE INV-SUPPLIER-NO TO SM-SUPPLIER-NO
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SM-NET-DAYS NUMERIC
                           MOVE SM-NET-DAYS TO TERMS-NET-DAYS-WS
                       END-IF
                       IF SM-DISC-PCT NUMERIC
                          AND SM-DISC-DAYS NUMERIC
                           MOVE SM-DISC-PCT  TO TERMS-DISC-PCT-WS
                           MOVE SM-DISC-DAYS TO TERMS-DISC-DAYS-WS
                       END-IF
               END-READ
           END-IF

           STRING INV-DATE-CCYY DELIMITED BY SIZE
                  INV-DATE-MM   DELIMITED BY SIZE
                  INV-DATE-DD   DELIMITED BY SIZE
               INTO TERMS-BASE-DATE-WS
           END-STRING
           IF TERMS-BASE-DATE-WS NOT NUMERIC
               MOVE RUN-DATE-WS TO TERMS-BASE-DATE-WS
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD
                  (FUNCTION NUMVAL (TERMS-BASE-DATE-WS)) NOT = ZERO
               MOVE RUN-DATE-WS TO TERMS-BASE-DATE-WS
           END-IF
           COMPUTE TERMS-BASE-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (TERMS-BASE-DATE-WS))

           COMPUTE TERMS-RESULT-DATE-WS =
               FUNCTION DATE-OF-INTEGER
                   (TERMS-BASE-INTEGER-WS + TERMS-NET-DAYS-WS)
           MOVE TERMS-RESULT-DATE-WS TO VH-DUE-DATE

           IF TERMS-DISC-PCT-WS > ZERO AND INV-AMT > ZERO
               COMPUTE TERMS-RESULT-DATE-WS =
                   FUNCTION DATE-OF-INTEGER
                       (TERMS-BASE-INTEGER-WS + TERMS-DISC-DAYS-WS)
               MOVE TERMS-RESULT-DATE-WS TO VH-DISC-DATE
               MOVE TERMS-DISC-PCT-WS    TO VH-DISC-PCT
           ELSE
               MOVE SPACES TO VH-DISC-DATE
               MOVE ZERO   TO VH-DISC-PCT
           END-IF.

       629-WRITE-BATCH-MISMATCH.
           MOVE PREVIOUS-MINOR-WS          TO CKPT-PREV-MINOR
           MOVE RUN-DATE-WS                TO CKPT-RUN-DATE
           MOVE EXCH-VARIANCE-TOTAL-WS     TO CKPT-EXCH-VARIANCE
           MOVE MATCH-HELD-COUNT-WS        TO CKPT-MATCH-HELD-COUNT
           MOVE MATCH-HELD-AMT-WS          TO CKPT-MATCH-HELD-AMT
           MOVE ALLOC-IND-WS               TO CKPT-ALLOC-IND
           MOVE INV-STORE-NO               TO CKPT-STORE-NO
           MOVE ONHAND-RUN-STAMP-WS        TO CKPT-RUN-STAMP
           WRITE RESTART-RECORD
           CLOSE RESTART-CONTROL-FILE

           PERFORM 807-SNAPSHOT-REGION-WORK
           PERFORM 808-SNAPSHOT-STOCK-WORK
           PERFORM 809-SNAPSHOT-TAX-WORK
           PERFORM 810-SNAPSHOT-VARIANCE-WORK
           PERFORM 811-SNAPSHOT-ONHAND-WORK.

       805-SNAPSHOT-SUPPLIER-WORK.
           OPEN OUTPUT SUPPLIER-CHECKPOINT-FILE
           END-PERFORM
           CLOSE VARIANCE-CHECKPOINT-FILE.

       811-SNAPSHOT-ONHAND-WORK.
           OPEN OUTPUT ONHAND-CHECKPOINT-FILE
           MOVE LOW-VALUES TO OW-ONHAND-KEY
           START ONHAND-WORK-FILE KEY NOT < OW-ONHAND-KEY
               INVALID KEY MOVE 'YES' TO EOF-WORK-CHECKPOINT-WS
           END-START
           IF OW-FILE-STATUS-WS = '00' OR = '02'
               MOVE 'NO' TO EOF-WORK-CHECKPOINT-WS
           ELSE
               MOVE 'YES' TO EOF-WORK-CHECKPOINT-WS
           END-IF
           PERFORM UNTIL EOF-WORK-CHECKPOINT-WS = 'YES'
               READ ONHAND-WORK-FILE NEXT
                   AT END MOVE 'YES' TO EOF-WORK-CHECKPOINT-WS
               END-READ
               IF EOF-WORK-CHECKPOINT-WS = 'NO'
                   IF OW-FILE-STATUS-WS = '00' OR = '02'
                       WRITE ONHAND-CHECKPOINT-RECORD
                           FROM ONHAND-WORK-RECORD
                   ELSE
                       MOVE 'YES' TO EOF-WORK-CHECKPOINT-WS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ONHAND-CHECKPOINT-FILE.

       690-PRINT-CREDIT-MEMO.
           ADD 1 TO CREDIT-MEMO-COUNT-WS
           ADD INV-AMT TO CREDIT-MEMO-SUBTOTAL-WS
           COMPUTE PV-STANDARD-AMT =
               PV-STANDARD-AMT + INV-QTY * RESOLVED-STD-COST-WS.

       686-ACCUMULATE-ONHAND-UNITS.
           MOVE INV-STORE-NO TO OW-STORE-NO
           MOVE INV-ITEM-NO  TO OW-ITEM-NO
           READ ONHAND-WORK-FILE
               INVALID KEY
                   MOVE INV-STORE-NO TO OW-STORE-NO
                   MOVE INV-ITEM-NO  TO OW-ITEM-NO
                   MOVE INV-QTY      TO OW-QTY
                   WRITE ONHAND-WORK-RECORD
               NOT INVALID KEY
                   ADD INV-QTY TO OW-QTY
                   REWRITE ONHAND-WORK-RECORD
           END-READ.

       950-WRITE-SUPPLIER-RECAP.
           WRITE PRINT-LINE FROM SUPPLIER-RECAP-HEADING AFTER 3
           WRITE PRINT-LINE FROM SPACES AFTER 1

       375-PRINT.
           PERFORM 379-LOOKUP-SUPPLIER-MASTER
           PERFORM 376-FORMAT-PRINT-LINE

           WRITE PRINT-LINE FROM INVENTORY-PRINT-LINE

           IF ALLOC-IND-WS NOT = 'S'
               PERFORM 378-WRITE-EXTRACT-RECORD
           END-IF.

       376-FORMAT-PRINT-LINE.
           MOVE INV-REC-TYPE       TO PRT-REC-TYPE
           MOVE INV-BATCH-NO       TO PRT-BATCH-NO
           MOVE INV-SUPPLIER-NO    TO PRT-SUPPLIER-NO
           MOVE INV-DATE-MM        TO PRT-DATE-MM
           MOVE INV-DATE-DD        TO PRT-DATE-DD
           MOVE INV-DATE-CCYY      TO PRT-DATE-CCYY
           MOVE RESOLVED-SUPPLIER-NAME-WS TO PRT-SUPPLIER-NAME.

       379-LOOKUP-SUPPLIER-MASTER.
           MOVE INV-SUPPLIER-NAME TO RESOLVED-SUPPLIER-NAME-WS

               IF REPORT-SEQ-WS = 'A'
                   PERFORM 945-WRITE-GL-TRAILER
                   PERFORM 897-WRITE-MATCH-TOTALS

                   MOVE DUPLICATE-REJECT-COUNT-WS TO DTL-DUP-COUNT-OUT
                   MOVE SUSPECT-COUNT-WS
               END-IF
           END-IF

           PERFORM 944-WRITE-ALLOC-TOTALS

           IF REPORT-SEQ-WS = 'A'
               PERFORM 910-WRITE-SUSPENSE-CONTROL
               IF RESTART-SKIP-MODE-WS = 'NO'
               CLOSE DUPLICATE-OUTPUT-FILE
               CLOSE GL-POSTING-FILE
               CLOSE GL-PROOF-FILE
               CLOSE MATCH-EXCEPTION-FILE
           END-IF

           CLOSE PO-MASTER-FILE
           CLOSE MATCH-HOLD-FILE

           IF REPROCESS-MODE-WS = 'YES'
               CLOSE SUSPENSE-INPUT-FILE
           END-IF
           CLOSE ACCT-WORK-FILE
           CLOSE TAX-WORK-FILE
           CLOSE VARIANCE-WORK-FILE
           CLOSE ONHAND-WORK-FILE

           IF REPORT-SEQ-WS = 'A'
               CLOSE ONHAND-MASTER-FILE
           END-IF

           PERFORM 970-WRITE-RUN-LOG.

               END-IF
           END-PERFORM

           IF REPORT-SEQ-WS = 'A'
               PERFORM 887-POST-ONHAND-MASTER
           END-IF

           CLOSE STOCK-REPORT-FILE.

       887-POST-ONHAND-MASTER.
           WRITE STOCK-REPORT-LINE FROM SPACES
           WRITE STOCK-REPORT-LINE FROM ONHAND-SECTION-HEADING
           WRITE STOCK-REPORT-LINE FROM ONHAND-COLUMN-HEADING

           MOVE LOW-VALUES TO OW-ONHAND-KEY
           START ONHAND-WORK-FILE KEY NOT < OW-ONHAND-KEY
               INVALID KEY MOVE 'YES' TO EOF-ONHAND-WORK-WS
           END-START
           IF OW-FILE-STATUS-WS = '00' OR = '02'
               MOVE 'NO' TO EOF-ONHAND-WORK-WS
           ELSE
               MOVE 'YES' TO EOF-ONHAND-WORK-WS
           END-IF
           PERFORM UNTIL EOF-ONHAND-WORK-WS = 'YES'
               READ ONHAND-WORK-FILE NEXT
                   AT END MOVE 'YES' TO EOF-ONHAND-WORK-WS
               END-READ
               IF EOF-ONHAND-WORK-WS = 'NO'
                   IF OW-FILE-STATUS-WS = '00' OR = '02'
                       PERFORM 8871-POST-ONE-ONHAND
                   ELSE
                       MOVE 'YES' TO EOF-ONHAND-WORK-WS
                   END-IF
               END-IF
           END-PERFORM

           MOVE ONHAND-POSTED-COUNT-WS   TO OTL-POSTED-OUT
           MOVE ONHAND-UNITS-POSTED-WS   TO OTL-UNITS-OUT
           MOVE ONHAND-NEGATIVE-COUNT-WS TO OTL-NEGATIVE-OUT
           WRITE STOCK-REPORT-LINE FROM SPACES
           WRITE STOCK-REPORT-LINE FROM ONHAND-TOTAL-LINE.

       8871-POST-ONE-ONHAND.
           MOVE OW-STORE-NO TO OH-STORE-NO
           MOVE OW-ITEM-NO  TO OH-ITEM-NO
           READ ONHAND-MASTER-FILE
               INVALID KEY
                   MOVE 'NO'   TO ONHAND-ON-FILE-WS
                   MOVE SPACES TO ONHAND-MASTER-RECORD
                   MOVE OW-STORE-NO TO OH-STORE-NO
                   MOVE OW-ITEM-NO  TO OH-ITEM-NO
                   MOVE ZERO   TO OH-QTY-ON-HAND
                   MOVE ZERO   TO OH-STD-UNIT-COST
                   MOVE ZERO   TO OH-VALUE
                   MOVE ZERO   TO OH-LAST-RUN-QTY
               NOT INVALID KEY
                   MOVE 'YES'  TO ONHAND-ON-FILE-WS
           END-READ

           IF OH-LAST-RUN-STAMP = ONHAND-RUN-STAMP-WS
               SUBTRACT OH-LAST-RUN-QTY FROM OH-QTY-ON-HAND
           END-IF
           ADD OW-QTY TO OH-QTY-ON-HAND
           MOVE OW-QTY              TO OH-LAST-RUN-QTY
           MOVE ONHAND-RUN-STAMP-WS TO OH-LAST-RUN-STAMP
           MOVE RUN-DATE-WS         TO OH-LAST-ACTIVITY-DATE

           IF ITEM-MASTER-AVAILABLE-WS = 'YES'
               MOVE OW-ITEM-NO TO IT-ITEM-NO
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IT-STD-UNIT-COST TO OH-STD-UNIT-COST
               END-READ
           END-IF
           COMPUTE OH-VALUE = OH-QTY-ON-HAND * OH-STD-UNIT-COST

           IF ONHAND-ON-FILE-WS = 'YES'
               REWRITE ONHAND-MASTER-RECORD
           ELSE
               WRITE ONHAND-MASTER-RECORD
           END-IF

           ADD 1      TO ONHAND-POSTED-COUNT-WS
           ADD OW-QTY TO ONHAND-UNITS-POSTED-WS

           MOVE OW-STORE-NO      TO OHL-STORE-NO-OUT
           MOVE OW-ITEM-NO       TO OHL-ITEM-NO-OUT
           MOVE OW-QTY           TO OHL-RUN-QTY-OUT
           MOVE OH-QTY-ON-HAND   TO OHL-ON-HAND-OUT
           MOVE OH-STD-UNIT-COST TO OHL-STD-COST-OUT
           MOVE OH-VALUE         TO OHL-VALUE-OUT
           IF OH-QTY-ON-HAND < ZERO
               ADD 1 TO ONHAND-NEGATIVE-COUNT-WS
               MOVE '** NEGATIVE' TO OHL-FLAG-OUT
           ELSE
               MOVE SPACES        TO OHL-FLAG-OUT
           END-IF
           WRITE STOCK-REPORT-LINE FROM ONHAND-DETAIL-LINE.

       890-WRITE-VARIANCE-REPORT.
           OPEN OUTPUT VARIANCE-REPORT-FILE
           WRITE VARIANCE-REPORT-LINE FROM VARIANCE-REPORT-HEADING
           MOVE PPV-VARIANCE-AMT-WS TO PVL-VARIANCE-OUT
           WRITE VARIANCE-REPORT-LINE FROM VARIANCE-DETAIL-LINE.

       897-WRITE-MATCH-TOTALS.
           WRITE MATCH-EXCEPTION-LINE FROM SPACES
           MOVE 'LINES PLACED ON MATCH HOLD:' TO MTT-CAPTION-OUT
           MOVE MATCH-HELD-COUNT-WS          TO MTT-COUNT-OUT
           MOVE MATCH-HELD-AMT-WS            TO MTT-AMOUNT-OUT
           WRITE MATCH-EXCEPTION-LINE FROM MATCH-TOTAL-LINE
           MOVE 'PRIOR HOLDS CLEARED BY MATCH:' TO MTT-CAPTION-OUT
           MOVE MATCH-CLEARED-COUNT-WS       TO MTT-COUNT-OUT
           MOVE MATCH-CLEARED-AMT-WS         TO MTT-AMOUNT-OUT
           WRITE MATCH-EXCEPTION-LINE FROM MATCH-TOTAL-LINE
           MOVE 'PRIOR HOLDS STILL UNMATCHED:' TO MTT-CAPTION-OUT
           MOVE MATCH-STILL-HELD-COUNT-WS    TO MTT-COUNT-OUT
           MOVE MATCH-STILL-HELD-AMT-WS      TO MTT-AMOUNT-OUT
           WRITE MATCH-EXCEPTION-LINE FROM MATCH-TOTAL-LINE.

       860-PERIOD-END-CLOSE.
           OPEN OUTPUT PERIOD-REPORT-FILE
           MOVE CLOSE-PERIOD-CCYY-WS TO PRH-PERIOD-CCYY-OUT

           PERFORM 947-WRITE-GL-CONTROL.

       944-WRITE-ALLOC-TOTALS.
           MOVE ALLOC-DETAIL-COUNT-WS TO AGL-COUNT-OUT
           MOVE ALLOC-ORIG-TOTAL-WS   TO AGL-ORIG-TOTAL-OUT
           MOVE ALLOC-SHARE-TOTAL-WS  TO AGL-SHARE-TOTAL-OUT
           IF ALLOC-ORIG-TOTAL-WS = ALLOC-SHARE-TOTAL-WS
               MOVE 'SHARES FOOT'      TO AGL-STATUS-OUT
           ELSE
               MOVE '** DOES NOT FOOT' TO AGL-STATUS-OUT
           END-IF
           WRITE ALLOC-REGISTER-LINE FROM ALLOC-GRAND-TOTAL-LINE
               AFTER 3
           MOVE ALLOC-REFUSED-COUNT-WS TO ARF-COUNT-OUT
           WRITE ALLOC-REGISTER-LINE FROM ALLOC-REFUSED-TOTAL-LINE
               AFTER 1
           CLOSE ALLOC-REGISTER-FILE

           IF REPORT-SEQ-WS = 'A'
               MOVE SPACES                   TO ALLOC-GL-TRAILER-RECORD
               MOVE 'T'                      TO AGT-REC-TYPE
               MOVE ALLOC-GL-RECORD-COUNT-WS TO AGT-RECORD-COUNT
               MOVE ALLOC-GL-HASH-TOTAL-WS   TO AGT-HASH-TOTAL
               WRITE ALLOC-GL-TRAILER-RECORD
               CLOSE ALLOC-GL-FILE
           END-IF

           IF ALLOC-MASTER-AVAILABLE-WS = 'YES'
               CLOSE ALLOC-MASTER-FILE
           END-IF.

       946-WRITE-EXCH-VARIANCE.
           IF EXCH-VARIANCE-TOTAL-WS NOT = ZERO
               IF EXCH-VARIANCE-TOTAL-WS > ZERO
