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
       FD  INQUIRY-REPORT-FILE RECORDING MODE IS F.
       01  INQUIRY-REPORT-LINE         PIC X(132).

                   INTO IQL-DISPOSITION-OUT
               END-STRING
           ELSE
               EVALUATE TRUE
                   WHEN VH-DISPUTE-STATUS = 'D'
                       MOVE SPACES TO IQL-DISPOSITION-OUT
                       STRING 'DISPUTED ' DELIMITED BY SIZE
                              VH-DISPUTE-REASON DELIMITED BY SIZE
                           INTO IQL-DISPOSITION-OUT
                       END-STRING
                   WHEN VH-MATCH-HOLD = 'Y'
                       MOVE SPACES TO IQL-DISPOSITION-OUT
                       STRING 'MATCH HOLD ' DELIMITED BY SIZE
                              VH-MATCH-REASON DELIMITED BY SIZE
                           INTO IQL-DISPOSITION-OUT
                       END-STRING
                   WHEN OTHER
                       MOVE 'OPEN' TO IQL-DISPOSITION-OUT
               END-EVALUATE
           END-IF
           WRITE INQUIRY-REPORT-LINE FROM INQUIRY-DETAIL-LINE
           ADD 1 TO MATCHES-THIS-REQUEST-WS
