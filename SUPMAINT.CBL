           05  TR-PAY-METHOD           PIC X(01).
           05  TR-HOLD-IND             PIC X(01).
           05  TR-CURRENCY-CODE        PIC X(03).
           05  TR-NET-DAYS             PIC X(03).
           05  TR-DISC-PCT             PIC X(04).
           05  TR-DISC-PCT-N REDEFINES TR-DISC-PCT
                                       PIC 9(02)V99.
           05  TR-DISC-DAYS            PIC X(03).
           05  TR-TIN                  PIC X(11).
           05  TR-TIN-PLAIN REDEFINES TR-TIN.
               10  TR-TIN-DIGITS       PIC X(09).
               10  TR-TIN-PAD          PIC X(02).
           05  TR-TIN-EIN REDEFINES TR-TIN.
               10  TR-EIN-PREFIX       PIC X(02).
               10  TR-EIN-DASH         PIC X(01).
               10  TR-EIN-SUFFIX       PIC X(07).
               10  TR-EIN-PAD          PIC X(01).
           05  TR-TIN-SSN REDEFINES TR-TIN.
               10  TR-SSN-AREA         PIC X(03).
               10  TR-SSN-DASH-1       PIC X(01).
               10  TR-SSN-GROUP        PIC X(02).
               10  TR-SSN-DASH-2       PIC X(01).
               10  TR-SSN-SERIAL       PIC X(04).
           05  TR-1099-IND             PIC X(01).
           05  TR-1099-BOX             PIC X(02).
           05  FILLER                  PIC X(22).
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
       FD  AUDIT-OUTPUT-FILE RECORDING MODE IS F.
       01  AUDIT-LINE                  PIC X(132).
       FD  SUPPLIER-ACTIVITY-FILE RECORDING MODE IS F.
           05  SM-FILE-STATUS-WS             PIC XX       VALUE '00'.
           05  BEFORE-NAME-WS                PIC X(23)    VALUE SPACES.
           05  AFTER-NAME-WS                 PIC X(23)    VALUE SPACES.
           05  AFTER-TERMS-WS                PIC X(18)    VALUE SPACES.
           05  AFTER-1099-WS                 PIC X(12)    VALUE SPACES.

       01  TIN-EDIT-WS.
           05  TIN-VALID-WS                  PIC X(03)    VALUE 'YES'.
           05  EDITED-TIN-WS                 PIC X(09)    VALUE SPACES.
           05  EDITED-TIN-PARTS-WS REDEFINES EDITED-TIN-WS.
               10  EDITED-TIN-AREA-WS        PIC X(03).
               10  EDITED-TIN-GROUP-WS       PIC X(02).
               10  EDITED-TIN-SERIAL-WS      PIC X(04).
           05  EDITED-TIN-TYPE-WS            PIC X(01)    VALUE SPACES.
           05  TIN-SAME-DIGIT-COUNT-WS       PIC 9(02)    VALUE ZERO.

       01  TERMS-EDIT-WS.
           05  FILLER                        PIC X(04)    VALUE 'NET '.
           05  TEW-NET-DAYS-OUT              PIC ZZ9.
           05  FILLER                        PIC X(01)    VALUE SPACES.
           05  TEW-DISC-PCT-OUT              PIC Z9.99.
           05  FILLER                        PIC X(02)    VALUE '% '.
           05  TEW-DISC-DAYS-OUT             PIC ZZ9.

       01  STALE-CONTROL-WS.
           05  STALE-MONTHS-WS               PIC 9(02)    VALUE 06.
           05  FILLER                  PIC X(07) VALUE 'Supp# '.
           05  FILLER                  PIC X(25) VALUE 'Name Before'.
           05  FILLER                  PIC X(25) VALUE 'Name After'.
           05  FILLER                  PIC X(20) VALUE 'Terms After'.
           05  FILLER                  PIC X(14) VALUE '1099 After'.
           05  FILLER                  PIC X(30) VALUE 'Disposition'.

       01  AUDIT-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-AFTER-NAME-OUT      PIC X(23).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-TERMS-OUT           PIC X(18).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-1099-OUT            PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ADL-DISPOSITION-OUT     PIC X(36).

       01  STALE-SECTION-HEADING.
           MOVE SPACES TO REJECT-REASON-WS
           MOVE SPACES TO BEFORE-NAME-WS
           MOVE SPACES TO AFTER-NAME-WS
           MOVE SPACES TO AFTER-TERMS-WS
           MOVE SPACES TO AFTER-1099-WS

           MOVE 'YES'  TO TIN-VALID-WS
           MOVE SPACES TO EDITED-TIN-WS
           MOVE SPACES TO EDITED-TIN-TYPE-WS
           IF TR-TIN NOT = SPACES
               PERFORM 415-EDIT-TIN
           END-IF

           EVALUATE TRUE
               WHEN TR-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
                   AND TR-CURRENCY-CODE NOT ALPHABETIC
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID CURRENCY CODE' TO REJECT-REASON-WS
               WHEN TR-ACTION NOT = 'D'
                   AND TR-NET-DAYS NOT = SPACES
                   AND TR-NET-DAYS NOT NUMERIC
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID NET DAYS' TO REJECT-REASON-WS
               WHEN TR-ACTION NOT = 'D'
                   AND TR-DISC-PCT NOT = SPACES
                   AND TR-DISC-PCT NOT NUMERIC
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID DISCOUNT PERCENT' TO REJECT-REASON-WS
               WHEN TR-ACTION NOT = 'D'
                   AND TR-DISC-DAYS NOT = SPACES
                   AND TR-DISC-DAYS NOT NUMERIC
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID DISCOUNT DAYS' TO REJECT-REASON-WS
               WHEN TR-ACTION = 'A'
                   AND TR-DISC-PCT NUMERIC
                   AND TR-DISC-PCT-N > ZERO
                   AND TR-DISC-DAYS = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'DISCOUNT DAYS REQUIRED' TO REJECT-REASON-WS
               WHEN TR-ACTION NOT = 'D'
                   AND TIN-VALID-WS = 'NO'
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID TIN FORMAT' TO REJECT-REASON-WS
               WHEN TR-ACTION NOT = 'D'
                   AND TR-1099-IND NOT = 'Y' AND NOT = 'N'
                   AND NOT = SPACES
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID 1099 FLAG' TO REJECT-REASON-WS
               WHEN TR-ACTION NOT = 'D'
                   AND TR-1099-BOX NOT = SPACES
                   AND TR-1099-BOX NOT = 'NE' AND NOT = 'M1'
                   AND NOT = 'M2' AND NOT = 'M3' AND NOT = 'M6'
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'INVALID 1099 BOX TYPE' TO REJECT-REASON-WS
           END-EVALUATE.

       415-EDIT-TIN.
           EVALUATE TRUE
               WHEN TR-SSN-DASH-1 = '-' AND TR-SSN-DASH-2 = '-'
                   AND TR-SSN-AREA NUMERIC
                   AND TR-SSN-GROUP NUMERIC
                   AND TR-SSN-SERIAL NUMERIC
                   STRING TR-SSN-AREA   DELIMITED BY SIZE
                          TR-SSN-GROUP  DELIMITED BY SIZE
                          TR-SSN-SERIAL DELIMITED BY SIZE
                       INTO EDITED-TIN-WS
                   END-STRING
                   MOVE 'S' TO EDITED-TIN-TYPE-WS
               WHEN TR-EIN-DASH = '-'
                   AND TR-EIN-PREFIX NUMERIC
                   AND TR-EIN-SUFFIX NUMERIC
                   AND TR-EIN-PAD = SPACE
                   STRING TR-EIN-PREFIX DELIMITED BY SIZE
                          TR-EIN-SUFFIX DELIMITED BY SIZE
                       INTO EDITED-TIN-WS
                   END-STRING
                   MOVE 'E' TO EDITED-TIN-TYPE-WS
               WHEN TR-TIN-DIGITS NUMERIC
                   AND TR-TIN-PAD = SPACES
                   MOVE TR-TIN-DIGITS TO EDITED-TIN-WS
                   MOVE SPACE TO EDITED-TIN-TYPE-WS
           END-EVALUATE

           IF EDITED-TIN-WS = SPACES
               MOVE 'NO' TO TIN-VALID-WS
           ELSE
               MOVE ZERO TO TIN-SAME-DIGIT-COUNT-WS
               INSPECT EDITED-TIN-WS TALLYING TIN-SAME-DIGIT-COUNT-WS
                   FOR ALL EDITED-TIN-WS (1:1)
               IF TIN-SAME-DIGIT-COUNT-WS = 9
                   MOVE 'NO' TO TIN-VALID-WS
               END-IF
               IF EDITED-TIN-TYPE-WS = 'S'
                   IF EDITED-TIN-AREA-WS = '000' OR = '666'
                      OR EDITED-TIN-AREA-WS (1:1) = '9'
                      OR EDITED-TIN-GROUP-WS = '00'
                      OR EDITED-TIN-SERIAL-WS = '0000'
                       MOVE 'NO' TO TIN-VALID-WS
                   END-IF
               END-IF
               IF EDITED-TIN-TYPE-WS = 'E'
                   IF EDITED-TIN-WS (1:2) = '00'
                       MOVE 'NO' TO TIN-VALID-WS
                   END-IF
               END-IF
           END-IF.

       420-ADD-SUPPLIER.
           MOVE TR-SUPPLIER-NO TO SM-SUPPLIER-NO
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES           TO SUPPLIER-MASTER-RECORD
                   MOVE TR-SUPPLIER-NO   TO SM-SUPPLIER-NO
                   MOVE TR-SUPPLIER-NAME TO SM-SUPPLIER-NAME
                   MOVE TR-SUPPLIER-NAME TO AFTER-NAME-WS
                   ELSE
                       MOVE TR-CURRENCY-CODE TO SM-CURRENCY-CODE
                   END-IF
                   MOVE ZERO TO SM-NET-DAYS
                   MOVE ZERO TO SM-DISC-PCT
                   MOVE ZERO TO SM-DISC-DAYS
                   MOVE 'N'  TO SM-1099-IND
                   PERFORM 435-APPLY-TERMS
                   IF VALID-TRANS-WS = 'YES'
                       PERFORM 437-APPLY-1099-DATA
                   END-IF
                   IF VALID-TRANS-WS = 'YES'
                       WRITE SUPPLIER-MASTER-RECORD
                   END-IF
               NOT INVALID KEY
                   MOVE 'NO' TO VALID-TRANS-WS
                   MOVE 'DUPLICATE ADD' TO REJECT-REASON-WS
                   IF TR-CURRENCY-CODE NOT = SPACES
                       MOVE TR-CURRENCY-CODE TO SM-CURRENCY-CODE
                   END-IF
                   IF SM-NET-DAYS NOT NUMERIC
                       MOVE ZERO TO SM-NET-DAYS
                   END-IF
                   IF SM-DISC-PCT NOT NUMERIC
                      OR SM-DISC-DAYS NOT NUMERIC
                       MOVE ZERO TO SM-DISC-PCT
                       MOVE ZERO TO SM-DISC-DAYS
                   END-IF
                   IF SM-1099-IND NOT = 'Y'
                       MOVE 'N' TO SM-1099-IND
                   END-IF
                   PERFORM 435-APPLY-TERMS
                   IF VALID-TRANS-WS = 'YES'
                       PERFORM 437-APPLY-1099-DATA
                   END-IF
                   IF VALID-TRANS-WS = 'YES'
                       REWRITE SUPPLIER-MASTER-RECORD
                   END-IF
           END-READ.

       435-APPLY-TERMS.
           IF TR-NET-DAYS NOT = SPACES
               MOVE TR-NET-DAYS TO SM-NET-DAYS
           END-IF
           IF TR-DISC-PCT NOT = SPACES
               MOVE TR-DISC-PCT-N TO SM-DISC-PCT
           END-IF
           IF TR-DISC-DAYS NOT = SPACES
               MOVE TR-DISC-DAYS TO SM-DISC-DAYS
           END-IF

           IF SM-DISC-PCT > ZERO
              AND SM-DISC-DAYS > SM-NET-DAYS
               MOVE 'NO' TO VALID-TRANS-WS
               MOVE 'DISC DAYS EXCEED NET DAYS' TO REJECT-REASON-WS
           ELSE
               MOVE SM-NET-DAYS  TO TEW-NET-DAYS-OUT
               MOVE SM-DISC-PCT  TO TEW-DISC-PCT-OUT
               MOVE SM-DISC-DAYS TO TEW-DISC-DAYS-OUT
               MOVE TERMS-EDIT-WS TO AFTER-TERMS-WS
           END-IF.

       437-APPLY-1099-DATA.
           IF TR-TIN NOT = SPACES
               MOVE EDITED-TIN-WS      TO SM-TIN
               MOVE EDITED-TIN-TYPE-WS TO SM-TIN-TYPE
           END-IF
           IF TR-1099-IND NOT = SPACES
               MOVE TR-1099-IND TO SM-1099-IND
           END-IF
           IF TR-1099-BOX NOT = SPACES
               MOVE TR-1099-BOX TO SM-1099-BOX
           END-IF

           IF SM-1099-IND = 'Y'
              AND SM-1099-BOX = SPACES
               MOVE 'NO' TO VALID-TRANS-WS
               MOVE '1099 BOX TYPE REQUIRED' TO REJECT-REASON-WS
           ELSE
               IF SM-1099-IND = 'Y'
                   IF SM-TIN = SPACES
                       STRING '1099-' DELIMITED BY SIZE
                              SM-1099-BOX DELIMITED BY SIZE
                              ' NO TIN' DELIMITED BY SIZE
                           INTO AFTER-1099-WS
                       END-STRING
                   ELSE
                       STRING '1099-' DELIMITED BY SIZE
                              SM-1099-BOX DELIMITED BY SIZE
                              ' TIN' DELIMITED BY SIZE
                           INTO AFTER-1099-WS
                       END-STRING
                   END-IF
               ELSE
                   MOVE 'NOT 1099' TO AFTER-1099-WS
               END-IF
           END-IF.

       440-DELETE-SUPPLIER.
           MOVE TR-SUPPLIER-NO TO SM-SUPPLIER-NO
           READ SUPPLIER-MASTER-FILE
           MOVE TR-SUPPLIER-NO   TO ADL-SUPPLIER-NO-OUT
           MOVE BEFORE-NAME-WS   TO ADL-BEFORE-NAME-OUT
           MOVE AFTER-NAME-WS    TO ADL-AFTER-NAME-OUT
           MOVE AFTER-TERMS-WS   TO ADL-TERMS-OUT
           MOVE AFTER-1099-WS    TO ADL-1099-OUT
           MOVE 'APPLIED'        TO ADL-DISPOSITION-OUT
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE.

           MOVE TR-SUPPLIER-NO   TO ADL-SUPPLIER-NO-OUT
           MOVE BEFORE-NAME-WS   TO ADL-BEFORE-NAME-OUT
           MOVE AFTER-NAME-WS    TO ADL-AFTER-NAME-OUT
           MOVE SPACES           TO ADL-TERMS-OUT
           MOVE SPACES           TO ADL-1099-OUT
           MOVE SPACES           TO ADL-DISPOSITION-OUT
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  REJECT-REASON-WS DELIMITED BY SIZE
