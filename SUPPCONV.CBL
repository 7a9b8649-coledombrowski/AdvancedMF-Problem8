       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SUPPCONV.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUPPLIER-MASTER-OLD-FILE
                   ASSIGN TO 'SUPPMAST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SMO-SUPPLIER-NO
                   FILE STATUS IS SMO-FILE-STATUS-WS.

           SELECT SUPPLIER-MASTER-NEW-FILE
                   ASSIGN TO 'SUPPMASN.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SMN-SUPPLIER-NO
                   FILE STATUS IS SMN-FILE-STATUS-WS.

           SELECT CONVERT-REPORT-FILE ASSIGN TO 'SUPPCONV.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-MASTER-OLD-FILE.
       01  SUPPLIER-MASTER-OLD-RECORD.
           05  SMO-SUPPLIER-NO         PIC X(05).
           05  SMO-SUPPLIER-NAME       PIC X(23).
           05  SMO-PAY-METHOD          PIC X(01).
           05  SMO-HOLD-IND            PIC X(01).
           05  SMO-CURRENCY-CODE       PIC X(03).
       FD  SUPPLIER-MASTER-NEW-FILE.
       01  SUPPLIER-MASTER-NEW-RECORD.
           05  SMN-SUPPLIER-NO         PIC X(05).
           05  SMN-SUPPLIER-NAME       PIC X(23).
           05  SMN-PAY-METHOD          PIC X(01).
           05  SMN-HOLD-IND            PIC X(01).
           05  SMN-CURRENCY-CODE       PIC X(03).
           05  SMN-NET-DAYS            PIC 9(03).
           05  SMN-DISC-PCT            PIC 9(02)V99.
           05  SMN-DISC-DAYS           PIC 9(03).
           05  SMN-TIN                 PIC X(09).
           05  SMN-TIN-TYPE            PIC X(01).
           05  SMN-1099-IND            PIC X(01).
           05  SMN-1099-BOX            PIC X(02).
           05  FILLER                  PIC X(44).
       FD  CONVERT-REPORT-FILE RECORDING MODE IS F.
       01  CONVERT-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-SUPPLIER-DATA-WS          PIC X(03)    VALUE 'NO'.
           05  SUPPLIER-READ-COUNT-WS        PIC 9(06)    VALUE ZERO.
           05  SUPPLIER-WRITE-COUNT-WS       PIC 9(06)    VALUE ZERO.

       01  FILE-STATUS-WS.
           05  SMO-FILE-STATUS-WS            PIC XX       VALUE '00'.
           05  SMN-FILE-STATUS-WS            PIC XX       VALUE '00'.

       01  CONVERT-REPORT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
               'Supplier Master Conversion - Terms and 1099 Data Added'.

       01  CONVERT-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  CTL-CAPTION-OUT         PIC X(22).
           05  FILLER                  PIC X(07) VALUE ' READ: '.
           05  CTL-READ-OUT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  WRITTEN: '.
           05  CTL-WRITE-OUT           PIC ZZZ,ZZ9.

       01  CONVERT-NOTE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  CNL-MESSAGE-OUT         PIC X(70).

       PROCEDURE DIVISION.
       100-MAINLINE.
           OPEN OUTPUT CONVERT-REPORT-FILE
           WRITE CONVERT-REPORT-LINE FROM CONVERT-REPORT-HEADING
           WRITE CONVERT-REPORT-LINE FROM SPACES

           PERFORM 400-CONVERT-SUPPLIER-MASTER

           MOVE 'ALL SUPPLIERS CONVERTED WITH NET 0 AND NO DISCOUNT'
               TO CNL-MESSAGE-OUT
           WRITE CONVERT-REPORT-LINE FROM CONVERT-NOTE-LINE
           MOVE 'KEY ACTUAL TERMS THROUGH SUPMAINT CHANGE TRANSACTIONS'
               TO CNL-MESSAGE-OUT
           WRITE CONVERT-REPORT-LINE FROM CONVERT-NOTE-LINE
           MOVE 'ALL SUPPLIERS CONVERTED AS NOT 1099-REPORTABLE, NO TIN'
               TO CNL-MESSAGE-OUT
           WRITE CONVERT-REPORT-LINE FROM CONVERT-NOTE-LINE
           MOVE 'RENAME SUPPMASN.DAT TO SUPPMAST.DAT BEFORE NEXT RUN'
               TO CNL-MESSAGE-OUT
           WRITE CONVERT-REPORT-LINE FROM CONVERT-NOTE-LINE

           CLOSE CONVERT-REPORT-FILE
           STOP RUN.

       400-CONVERT-SUPPLIER-MASTER.
           OPEN INPUT SUPPLIER-MASTER-OLD-FILE
           IF SMO-FILE-STATUS-WS NOT = '00' AND NOT = '05'
               MOVE 'SUPPLIER MASTER NOT AVAILABLE - SKIPPED'
                   TO CNL-MESSAGE-OUT
               WRITE CONVERT-REPORT-LINE FROM CONVERT-NOTE-LINE
           ELSE
               OPEN OUTPUT SUPPLIER-MASTER-NEW-FILE

               MOVE LOW-VALUES TO SMO-SUPPLIER-NO
               START SUPPLIER-MASTER-OLD-FILE
                   KEY NOT < SMO-SUPPLIER-NO
                   INVALID KEY MOVE 'YES' TO EOF-SUPPLIER-DATA-WS
               END-START
               IF SMO-FILE-STATUS-WS NOT = '00' AND NOT = '02'
                   MOVE 'YES' TO EOF-SUPPLIER-DATA-WS
               END-IF

               PERFORM UNTIL EOF-SUPPLIER-DATA-WS = 'YES'
                   READ SUPPLIER-MASTER-OLD-FILE NEXT
                       AT END MOVE 'YES' TO EOF-SUPPLIER-DATA-WS
                   END-READ
                   IF EOF-SUPPLIER-DATA-WS = 'NO'
                       IF SMO-FILE-STATUS-WS = '00' OR = '02'
                           PERFORM 450-WRITE-ONE-SUPPLIER
                       ELSE
                           MOVE 'YES' TO EOF-SUPPLIER-DATA-WS
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE SUPPLIER-MASTER-OLD-FILE
               CLOSE SUPPLIER-MASTER-NEW-FILE
           END-IF

           MOVE 'SUPPLIER MASTER' TO CTL-CAPTION-OUT
           MOVE SUPPLIER-READ-COUNT-WS  TO CTL-READ-OUT
           MOVE SUPPLIER-WRITE-COUNT-WS TO CTL-WRITE-OUT
           WRITE CONVERT-REPORT-LINE FROM CONVERT-TOTAL-LINE.

       450-WRITE-ONE-SUPPLIER.
           ADD 1 TO SUPPLIER-READ-COUNT-WS
           MOVE SPACES            TO SUPPLIER-MASTER-NEW-RECORD
           MOVE SMO-SUPPLIER-NO   TO SMN-SUPPLIER-NO
           MOVE SMO-SUPPLIER-NAME TO SMN-SUPPLIER-NAME
           MOVE SMO-PAY-METHOD    TO SMN-PAY-METHOD
           MOVE SMO-HOLD-IND      TO SMN-HOLD-IND
           MOVE SMO-CURRENCY-CODE TO SMN-CURRENCY-CODE
           MOVE ZERO              TO SMN-NET-DAYS
           MOVE ZERO              TO SMN-DISC-PCT
           MOVE ZERO              TO SMN-DISC-DAYS
           MOVE 'N'               TO SMN-1099-IND
           WRITE SUPPLIER-MASTER-NEW-RECORD
               INVALID KEY
                   DISPLAY '** SUPPCONV - SUPPLIER WRITE REJECTED - '
                       SMN-SUPPLIER-NO ' **'
               NOT INVALID KEY
                   ADD 1 TO SUPPLIER-WRITE-COUNT-WS
           END-WRITE.
