               ASSIGN TO "../AuthorizedParties.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTHORIZED-PARTY-STATUS.
           SELECT BENEFICIAL-OWNER-FILE
               ASSIGN TO "../BeneficialOwners.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENEFICIAL-OWNER-STATUS.
           SELECT OWNER-FOLLOW-UP-FILE ASSIGN
           TO "OutputFiles/BeneficialOwnerFollowUp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWNER-FOLLOW-UP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 AUTHORIZED-PARTY-RECORD.
           COPY "AUTHORIZEDPARTY.cpy".

       FD BENEFICIAL-OWNER-FILE.
       01 BENEFICIAL-OWNER-RECORD.
           COPY "BENEFICIALOWNER.cpy".

       FD OWNER-FOLLOW-UP-FILE.
       01 OWNER-FOLLOW-UP-RECORD.
           02 OWNER-FOLLOW-UP-INFO PIC X(100).

       WORKING-STORAGE SECTION.
       01 AUTHORIZED-PARTY-STATUS PIC XX.
       01 END-OF-PARTY-FILE PIC X VALUE "N".
       01 PARTY-SCREENED-COUNT PIC 9(4) VALUE 0.
       01 BENEFICIAL-OWNER-STATUS PIC XX.
       01 OWNER-FOLLOW-UP-STATUS PIC XX.
       01 END-OF-OWNER-FILE PIC X VALUE "N".
       01 OWNER-SCREENED-COUNT PIC 9(4) VALUE 0.
       01 OWNER-FOLLOW-UP-COUNT PIC 9(4) VALUE 0.
       01 OWNER-COUNT-STRING PIC ZZZ9.
       01 OWNER-PCT-STRING PIC ZZ9.99.
       01 OWNER-CONTROL-TEXT PIC X(08) VALUE SPACES.
       01 OWNER-SCREEN-PCT PIC 9(03)V99 VALUE 25.00.
       01 OWN-CUSTOMER-COUNT PIC 9(6) VALUE 0.
       01 OWNER-TODAY PIC X(10) VALUE SPACES.
       01 OX PIC 9(6) VALUE 0.
       01 OWNER-REGISTERED OCCURS 500 TIMES PIC X VALUE "N".
       01 CUSTOMER-ARRAY OCCURS 500 TIMES.
           COPY "CUSTOMERINFO.cpy".
       01 SANCTION-COUNT PIC 9(5) VALUE 0.
           END-PERFORM
           CLOSE CUSTOMER-INFO-FILE
           COMPUTE CUSTOMERS-SCREENED-COUNT = IX - 1
           MOVE CUSTOMERS-SCREENED-COUNT TO OWN-CUSTOMER-COUNT
           PERFORM LOAD-AUTHORIZED-PARTIES
           PERFORM LOAD-BENEFICIAL-OWNERS
           PERFORM LIST-OWNER-FOLLOW-UP
           MOVE 1 TO IX

           OPEN INPUT SANCTION-FILE
           DISPLAY "Sanction entries screened: "
               SANCTIONS-SCREENED-STRING
           DISPLAY "Matches found: " MATCHES-FOUND-STRING
           MOVE OWNER-SCREENED-COUNT TO OWNER-COUNT-STRING
           DISPLAY "Beneficial owners screened: " OWNER-COUNT-STRING
           MOVE OWNER-FOLLOW-UP-COUNT TO OWNER-COUNT-STRING
           DISPLAY "Organisations without a beneficial owner: "
               OWNER-COUNT-STRING
           DISPLAY "Highest match score: " HIGHEST-TOTAL-SCORE-STRING
               "%"
           MOVE CUSTOMERS-SCREENED-COUNT TO RUN-IN-COUNT
               END-READ
           END-PERFORM.

       LOAD-BENEFICIAL-OWNERS.
           STRING RUN-START-STAMP (1:4) "-" RUN-START-STAMP (5:2) "-"
               RUN-START-STAMP (7:2) DELIMITED BY SIZE
               INTO OWNER-TODAY
           END-STRING
           OPEN INPUT BENEFICIAL-OWNER-FILE
           IF BENEFICIAL-OWNER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-OWNER-FILE
           END-IF
           PERFORM UNTIL END-OF-OWNER-FILE = "Y"
               READ BENEFICIAL-OWNER-FILE INTO BENEFICIAL-OWNER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-OWNER-FILE
                       CLOSE BENEFICIAL-OWNER-FILE
                   NOT AT END
                       IF BO-VALID-TO = SPACES
                           OR BO-VALID-TO NOT < OWNER-TODAY
                           PERFORM NOTE-BENEFICIAL-OWNER
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-BENEFICIAL-OWNER.
           PERFORM VARYING OX FROM 1 BY 1
               UNTIL OX > OWN-CUSTOMER-COUNT
               IF CUSTOMER-ID OF CUSTOMER-ARRAY (OX) = BO-CUSTOMER-ID
                   MOVE "Y" TO OWNER-REGISTERED (OX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF BO-OWNERSHIP-PCT NOT < OWNER-SCREEN-PCT
               AND CUSTOMERS-SCREENED-COUNT < 500
               AND BO-NAME NOT = SPACES
               ADD 1 TO CUSTOMERS-SCREENED-COUNT
               ADD 1 TO OWNER-SCREENED-COUNT
               MOVE SPACES TO CUSTOMER-ARRAY (CUSTOMERS-SCREENED-COUNT)
               MOVE BO-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-ARRAY
                   (CUSTOMERS-SCREENED-COUNT)
               MOVE BO-NAME (1:20) TO CUSTOMER-NAME OF CUSTOMER-ARRAY
                   (CUSTOMERS-SCREENED-COUNT)
               MOVE BO-CPR (1:6) TO DATE-OF-BIRTH OF CUSTOMER-ARRAY
                   (CUSTOMERS-SCREENED-COUNT)
               IF BO-CONTROL-TYPE = "I"
                   MOVE "indirect" TO OWNER-CONTROL-TEXT
               ELSE
                   MOVE "direct" TO OWNER-CONTROL-TEXT
               END-IF
               MOVE BO-OWNERSHIP-PCT TO OWNER-PCT-STRING
               STRING "Beneficial owner "
                   FUNCTION TRIM(OWNER-PCT-STRING LEADING) "% "
                   OWNER-CONTROL-TEXT DELIMITED BY SIZE
                   INTO CUSTOMER-ADDRESS OF CUSTOMER-ARRAY
                       (CUSTOMERS-SCREENED-COUNT)
               END-STRING
               MOVE "DK" TO COUNTRY-CODE OF CUSTOMER-ARRAY
                   (CUSTOMERS-SCREENED-COUNT)
               MOVE "P" TO ENTITY-TYPE OF CUSTOMER-ARRAY
                   (CUSTOMERS-SCREENED-COUNT)
           END-IF.

       LIST-OWNER-FOLLOW-UP.
           OPEN OUTPUT OWNER-FOLLOW-UP-FILE
           MOVE SPACES TO OWNER-FOLLOW-UP-INFO
           STRING "Organisations without a registered beneficial"
               " owner - " OWNER-TODAY DELIMITED BY SIZE
               INTO OWNER-FOLLOW-UP-INFO
           END-STRING
           WRITE OWNER-FOLLOW-UP-RECORD
           PERFORM VARYING OX FROM 1 BY 1
               UNTIL OX > OWN-CUSTOMER-COUNT
               IF ENTITY-TYPE OF CUSTOMER-ARRAY (OX) = "O"
                   AND OWNER-REGISTERED (OX) NOT = "Y"
                   ADD 1 TO OWNER-FOLLOW-UP-COUNT
                   MOVE SPACES TO OWNER-FOLLOW-UP-INFO
                   STRING "  " CUSTOMER-ID OF CUSTOMER-ARRAY (OX)
                       " " CUSTOMER-NAME OF CUSTOMER-ARRAY (OX)
                       " " COUNTRY-CODE OF CUSTOMER-ARRAY (OX)
                       DELIMITED BY SIZE
                       INTO OWNER-FOLLOW-UP-INFO
                   END-STRING
                   WRITE OWNER-FOLLOW-UP-RECORD
               END-IF
           END-PERFORM
           IF OWNER-FOLLOW-UP-COUNT = 0
               MOVE "  none" TO OWNER-FOLLOW-UP-INFO
               WRITE OWNER-FOLLOW-UP-RECORD
           END-IF
           CLOSE OWNER-FOLLOW-UP-FILE.

       TAKE-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP-WORK
           STRING RUN-STAMP-WORK (1:8) " " RUN-STAMP-WORK (9:6)
