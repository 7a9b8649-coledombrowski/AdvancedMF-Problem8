       IDENTIFICATION DIVISION.
       PROGRAM-ID.   VCHRCONV.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VOUCHER-HISTORY-OLD-FILE
                   ASSIGN TO 'VCHRHIST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VHO-VOUCHER-KEY
                   ALTERNATE RECORD KEY IS VHO-SUPP-INV-KEY
                       WITH DUPLICATES
                   FILE STATUS IS VHO-FILE-STATUS-WS.

           SELECT VOUCHER-HISTORY-NEW-FILE
                   ASSIGN TO 'VCHRHISN.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VHN-VOUCHER-KEY
                   ALTERNATE RECORD KEY IS VHN-SUPP-INV-KEY
                       WITH DUPLICATES
                   FILE STATUS IS VHN-FILE-STATUS-WS.

           SELECT CONVERT-REPORT-FILE ASSIGN TO 'VCHRCONV.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-HISTORY-OLD-FILE.
       01  VOUCHER-HISTORY-OLD-RECORD.
           05  VHO-VOUCHER-KEY.
               10  VHO-BATCH-NO        PIC X(02).
               10  VHO-VOUCHER-NO      PIC X(06).
           05  VHO-SUPP-INV-KEY.
               10  VHO-SUPPLIER-NO     PIC X(05).
               10  VHO-INVOICE-NO      PIC X(08).
           05  VHO-AMT                 PIC S9(06)V99.
           05  VHO-PROCESS-DATE        PIC X(08).
           05  VHO-PAID-IND            PIC X(01).
           05  VHO-PAY-REF             PIC X(08).
           05  VHO-CURRENCY-CODE       PIC X(03).
           05  VHO-ORIG-AMT            PIC S9(06)V99.
       FD  VOUCHER-HISTORY-NEW-FILE.
       01  VOUCHER-HISTORY-NEW-RECORD.
           05  VHN-VOUCHER-KEY.
               10  VHN-BATCH-NO        PIC X(02).
               10  VHN-VOUCHER-NO      PIC X(06).
           05  VHN-SUPP-INV-KEY.
               10  VHN-SUPPLIER-NO     PIC X(05).
               10  VHN-INVOICE-NO      PIC X(08).
           05  VHN-AMT                 PIC S9(06)V99.
           05  VHN-PROCESS-DATE        PIC X(08).
           05  VHN-PAID-IND            PIC X(01).
           05  VHN-PAY-REF             PIC X(08).
           05  VHN-CURRENCY-CODE       PIC X(03).
           05  VHN-ORIG-AMT            PIC S9(06)V99.
           05  VHN-PAID-DATE           PIC X(08).
           05  VHN-DUE-DATE            PIC X(08).
           05  VHN-DISC-DATE           PIC X(08).
           05  VHN-DISC-PCT            PIC 9(02)V99.
           05  VHN-DISC-TAKEN          PIC 9(06)V99.
           05  VHN-MATCH-HOLD          PIC X(01).
           05  VHN-MATCH-REASON        PIC X(02).
           05  VHN-DISPUTE-STATUS      PIC X(01).
           05  VHN-DISPUTE-REASON      PIC X(02).
           05  VHN-DISPUTE-DATE        PIC X(08).
           05  VHN-DISPUTE-BY          PIC X(08).
           05  FILLER                  PIC X(05).
       FD  CONVERT-REPORT-FILE RECORDING MODE IS F.
       01  CONVERT-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-VOUCHER-DATA-WS           PIC X(03)    VALUE 'NO'.
           05  VOUCHER-READ-COUNT-WS         PIC 9(06)    VALUE ZERO.
           05  VOUCHER-WRITE-COUNT-WS        PIC 9(06)    VALUE ZERO.
           05  VOUCHER-PAID-COUNT-WS         PIC 9(06)    VALUE ZERO.

       01  FILE-STATUS-WS.
           05  VHO-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  VHN-FILE-STATUS-WS            PIC XX       VALUE '00'.

       01  CONVERT-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
               'Voucher History Conversion - 120-Byte Current Layout'.

       01  CONVERT-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  CTL-CAPTION-OUT         PIC X(22).
           05  FILLER                  PIC X(07) VALUE ' READ: '.
           05  CTL-READ-OUT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  WRITTEN: '.
           05  CTL-WRITE-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE '  PAID: '.
           05  CTL-PAID-OUT            PIC ZZZ,ZZ9.

       01  CONVERT-NOTE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  CNL-MESSAGE-OUT         PIC X(70).

       PROCEDURE DIVISION.
       100-MAINLINE.
           OPEN OUTPUT CONVERT-REPORT-FILE
           WRITE CONVERT-REPORT-LINE FROM CONVERT-REPORT-HEADING
           WRITE CONVERT-REPORT-LINE FROM SPACES

           PERFORM 400-CONVERT-VOUCHER-HISTORY

           MOVE 'PAID VOUCHERS TAKE THE PROCESS DATE AS PAID DATE'
               TO CNL-MESSAGE-OUT
           WRITE CONVERT-REPORT-LINE FROM CONVERT-NOTE-LINE
           MOVE 'TERMS ZERO, DUE DATE BLANK, NO MATCH HOLD OR DISPUTE'
               TO CNL-MESSAGE-OUT
           WRITE CONVERT-REPORT-LINE FROM CONVERT-NOTE-LINE
           MOVE 'RENAME VCHRHISN.DAT TO VCHRHIST.DAT BEFORE NEXT RUN'
               TO CNL-MESSAGE-OUT
           WRITE CONVERT-REPORT-LINE FROM CONVERT-NOTE-LINE

           CLOSE CONVERT-REPORT-FILE
           STOP RUN.

       400-CONVERT-VOUCHER-HISTORY.
           OPEN INPUT VOUCHER-HISTORY-OLD-FILE
           IF VHO-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               MOVE 'VOUCHER HISTORY NOT AVAILABLE - SKIPPED'
                   TO CNL-MESSAGE-OUT
               WRITE CONVERT-REPORT-LINE FROM CONVERT-NOTE-LINE
           ELSE
               OPEN OUTPUT VOUCHER-HISTORY-NEW-FILE

               MOVE LOW-VALUES TO VHO-VOUCHER-KEY
               START VOUCHER-HISTORY-OLD-FILE
                   KEY NOT < VHO-VOUCHER-KEY
                   INVALID KEY MOVE 'YES' TO EOF-VOUCHER-DATA-WS
               END-START
               IF VHO-FILE-STATUS-WS NOT = '00' AND NOT = '02'
                   MOVE 'YES' TO EOF-VOUCHER-DATA-WS
               END-IF

               PERFORM UNTIL EOF-VOUCHER-DATA-WS = 'YES'
                   READ VOUCHER-HISTORY-OLD-FILE NEXT
                       AT END MOVE 'YES' TO EOF-VOUCHER-DATA-WS
                   END-READ
                   IF EOF-VOUCHER-DATA-WS = 'NO'
                       IF VHO-FILE-STATUS-WS = '00' OR = '02'
                           PERFORM 450-WRITE-ONE-VOUCHER
                       ELSE
                           MOVE 'YES' TO EOF-VOUCHER-DATA-WS
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE VOUCHER-HISTORY-OLD-FILE
               CLOSE VOUCHER-HISTORY-NEW-FILE
           END-IF

           MOVE 'VOUCHER HISTORY' TO CTL-CAPTION-OUT
           MOVE VOUCHER-READ-COUNT-WS  TO CTL-READ-OUT
           MOVE VOUCHER-WRITE-COUNT-WS TO CTL-WRITE-OUT
           MOVE VOUCHER-PAID-COUNT-WS  TO CTL-PAID-OUT
           WRITE CONVERT-REPORT-LINE FROM CONVERT-TOTAL-LINE.

       450-WRITE-ONE-VOUCHER.
           ADD 1 TO VOUCHER-READ-COUNT-WS
           MOVE SPACES            TO VOUCHER-HISTORY-NEW-RECORD
           MOVE VHO-BATCH-NO      TO VHN-BATCH-NO
           MOVE VHO-VOUCHER-NO    TO VHN-VOUCHER-NO
           MOVE VHO-SUPPLIER-NO   TO VHN-SUPPLIER-NO
           MOVE VHO-INVOICE-NO    TO VHN-INVOICE-NO
           MOVE VHO-AMT           TO VHN-AMT
           MOVE VHO-PROCESS-DATE  TO VHN-PROCESS-DATE
           MOVE VHO-PAID-IND      TO VHN-PAID-IND
           MOVE VHO-PAY-REF       TO VHN-PAY-REF
           MOVE VHO-CURRENCY-CODE TO VHN-CURRENCY-CODE
           MOVE VHO-ORIG-AMT      TO VHN-ORIG-AMT
           MOVE SPACES            TO VHN-DUE-DATE
           MOVE SPACES            TO VHN-DISC-DATE
           MOVE ZERO              TO VHN-DISC-PCT
           MOVE ZERO              TO VHN-DISC-TAKEN
           MOVE SPACES            TO VHN-MATCH-HOLD
           MOVE SPACES            TO VHN-MATCH-REASON
           MOVE SPACES            TO VHN-DISPUTE-STATUS
           MOVE SPACES            TO VHN-DISPUTE-REASON
           MOVE SPACES            TO VHN-DISPUTE-DATE
           MOVE SPACES            TO VHN-DISPUTE-BY
           IF VHO-PAID-IND = 'P'
               MOVE VHO-PROCESS-DATE TO VHN-PAID-DATE
               ADD 1 TO VOUCHER-PAID-COUNT-WS
           END-IF
           WRITE VOUCHER-HISTORY-NEW-RECORD
               INVALID KEY
                   DISPLAY '** VCHRCONV - VOUCHER WRITE REJECTED - '
                       VHN-VOUCHER-KEY ' **'
               NOT INVALID KEY
                   ADD 1 TO VOUCHER-WRITE-COUNT-WS
           END-WRITE.
