               ASSIGN TO "GeneratedAlerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATED-ALERT-STATUS.
           SELECT CONSENT-REGISTER-FILE
               ASSIGN TO "ConsentRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-REGISTER-STATUS.
           SELECT SUPPRESSION-FILE
               ASSIGN TO "ConsentSuppressions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPRESSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 GENERATED-ALERT-RECORD.
           02 GENERATED-ALERT-INFO PIC X(170).

       FD CONSENT-REGISTER-FILE.
       01 CONSENT-REGISTER-RECORD.
           COPY "CONSENT.cpy".

       FD SUPPRESSION-FILE.
       01 SUPPRESSION-RECORD.
           COPY "CONSENTSUPPRESSION.cpy".

       WORKING-STORAGE SECTION.
       01 AUTHORIZED-PARTY-STATUS PIC XX.
       01 END-OF-PARTY-FILE PIC X VALUE "N".
       01 ALERT-NAME PIC X(30) VALUE SPACES.
       01 ALERT-MESSAGE PIC X(100) VALUE SPACES.
       01 ALERT-ROUTED-COUNT PIC 9(6) VALUE 0.
       01 ALERT-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
       01 CONSENT-REGISTER-STATUS PIC XX.
       01 SUPPRESSION-FILE-STATUS PIC XX.
       01 END-OF-CONSENT-FILE PIC X VALUE "N".
       01 CONSENT-COUNT PIC 9(5) VALUE 0.
       01 CONSENT-MAX PIC 9(5) VALUE 20000.
       01 CONSENT-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON CONSENT-COUNT.
           COPY "CONSENT.cpy".
       01 CNX PIC 9(5) VALUE 0.
       01 CONSENT-CPR PIC X(11) VALUE SPACES.
       01 CONSENT-TYPE PIC X(10) VALUE SPACES.
       01 CONSENT-CHANNEL PIC X(05) VALUE SPACES.
       01 CONSENT-GIVEN PIC X VALUE "N".
       01 SUPPRESSION-ITEM PIC X(45) VALUE SPACES.
       01 RUN-TIMESTAMP PIC X(21).
       01 ALERT-STAMP PIC X(19) VALUE SPACES.
       01 TODAY-DATE PIC X(10) VALUE SPACES.
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-PREFERENCES
           PERFORM LOAD-AUTHORIZED-PARTIES
           PERFORM LOAD-CONSENT-REGISTER

           OPEN INPUT STATEMENT-INDEX-FILE
           IF STATEMENT-INDEX-STATUS NOT = "00"
           DISPLAY "                  co-owner copies " COUNT-STRING
           MOVE ALERT-ROUTED-COUNT TO COUNT-STRING
           DISPLAY "                  alerts routed " COUNT-STRING
           MOVE ALERT-SUPPRESSED-COUNT TO COUNT-STRING
           DISPLAY "                  alerts suppressed, no consent "
               COUNT-STRING
       STOP RUN.

       ROUTE-ALERT-QUEUE.
           IF CUSTOMER-SLOT > 0
               PERFORM FIND-PREFERENCE
           END-IF
           MOVE ALERT-CPR TO CONSENT-CPR
           MOVE "ALERTS" TO CONSENT-TYPE
           EVALUATE DELIVERY-CHANNEL
               WHEN "E"
                   MOVE "EMAIL" TO CONSENT-CHANNEL
               WHEN "B"
                   MOVE "EBOKS" TO CONSENT-CHANNEL
               WHEN OTHER
                   MOVE "POST" TO CONSENT-CHANNEL
           END-EVALUATE
           PERFORM CHECK-CONSENT
           IF CONSENT-GIVEN NOT = "Y"
               ADD 1 TO ALERT-SUPPRESSED-COUNT
               MOVE ALERT-MESSAGE TO SUPPRESSION-ITEM
               PERFORM LOG-SUPPRESSION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ALERT-ROUTED-COUNT
           EVALUATE DELIVERY-CHANNEL
               WHEN "E"
           END-STRING
           WRITE GENERATED-ALERT-RECORD.

       LOAD-CONSENT-REGISTER.
           OPEN INPUT CONSENT-REGISTER-FILE
           IF CONSENT-REGISTER-STATUS NOT = "00"
               MOVE SPACES TO EXCEPTION-LOG-INFO
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": no ConsentRegister.txt, alerts without"
                   " recorded consent will be suppressed"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE "Y" TO END-OF-CONSENT-FILE
           END-IF
           PERFORM UNTIL END-OF-CONSENT-FILE = "Y"
               READ CONSENT-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-CONSENT-FILE
                       CLOSE CONSENT-REGISTER-FILE
                   NOT AT END
                       IF CONSENT-COUNT < CONSENT-MAX
                           ADD 1 TO CONSENT-COUNT
                           MOVE CONSENT-REGISTER-RECORD
                               TO CONSENT-ARRAY (CONSENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-CONSENT.
           MOVE "N" TO CONSENT-GIVEN
           PERFORM VARYING CNX FROM 1 BY 1 UNTIL CNX > CONSENT-COUNT
               IF CNS-CPR OF CONSENT-ARRAY (CNX) = CONSENT-CPR
                   AND CNS-TYPE OF CONSENT-ARRAY (CNX) = CONSENT-TYPE
                   AND (CNS-CHANNEL OF CONSENT-ARRAY (CNX)
                           = CONSENT-CHANNEL
                       OR CNS-CHANNEL OF CONSENT-ARRAY (CNX) = "ALL")
                   AND CNS-GRANTED-DATE OF CONSENT-ARRAY (CNX)
                       <= TODAY-DATE
                   AND (CNS-WITHDRAWN-DATE OF CONSENT-ARRAY (CNX)
                           = SPACES
                       OR CNS-WITHDRAWN-DATE OF CONSENT-ARRAY (CNX)
                           > TODAY-DATE)
                   MOVE "Y" TO CONSENT-GIVEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOG-SUPPRESSION.
           OPEN EXTEND SUPPRESSION-FILE
           IF SUPPRESSION-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUPPRESSION-FILE
           END-IF
           MOVE SPACES TO SUPPRESSION-RECORD
           MOVE ALERT-STAMP TO SUP-TIMESTAMP
           MOVE EXCEPTION-PROGRAM-NAME TO SUP-PROGRAM
           MOVE CONSENT-CPR TO SUP-CPR
           MOVE CONSENT-TYPE TO SUP-TYPE
           MOVE CONSENT-CHANNEL TO SUP-CHANNEL
           MOVE SUPPRESSION-ITEM TO SUP-ITEM
           WRITE SUPPRESSION-RECORD
           CLOSE SUPPRESSION-FILE.

       LOAD-AUTHORIZED-PARTIES.
           OPEN INPUT AUTHORIZED-PARTY-FILE
           IF AUTHORIZED-PARTY-STATUS NOT = "00"
