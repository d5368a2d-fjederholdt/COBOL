       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE92.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-REGISTER-FILE
               ASSIGN TO "ConsentRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-REGISTER-STATUS.
           SELECT CONSENT-ACTION-FILE ASSIGN TO "ConsentActions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-ACTION-STATUS.
           SELECT SUPPRESSION-FILE
               ASSIGN TO "ConsentSuppressions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPRESSION-FILE-STATUS.
           SELECT EVIDENCE-FILE ASSIGN TO "ConsentEvidence.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "InquiryAccessLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESS-LOG-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONSENT-REGISTER-FILE.
       01 CONSENT-REGISTER-RECORD.
           COPY "CONSENT.cpy".

       FD CONSENT-ACTION-FILE.
       01 CONSENT-ACTION-RECORD.
           02 CA-ACTION PIC X(01).
           02 CA-CPR PIC X(11).
           02 CA-TYPE PIC X(10).
           02 CA-CHANNEL PIC X(05).
           02 CA-DATE PIC X(10).
           02 CA-SOURCE PIC X(12).
           02 CA-REFERENCE PIC X(20).
           02 CA-OPERATOR PIC X(08).

       FD SUPPRESSION-FILE.
       01 SUPPRESSION-RECORD.
           COPY "CONSENTSUPPRESSION.cpy".

       FD EVIDENCE-FILE.
       01 EVIDENCE-RECORD.
           02 EVIDENCE-INFO PIC X(132).

       FD ACCESS-LOG-FILE.
       01 ACCESS-LOG-RECORD.
           COPY "ACCESSLOG.cpy".

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 RUN-MODE-ARGS PIC X(40) VALUE SPACES.
       01 RUN-MODE PIC X(10) VALUE SPACES.
       01 EVIDENCE-CPR PIC X(11) VALUE SPACES.
       01 END-OF-REGISTER-FILE PIC X VALUE "N".
       01 END-OF-ACTION-FILE PIC X VALUE "N".
       01 END-OF-SUPPRESSION-FILE PIC X VALUE "N".
       01 CONSENT-REGISTER-STATUS PIC XX.
       01 CONSENT-ACTION-STATUS PIC XX.
       01 SUPPRESSION-FILE-STATUS PIC XX.
       01 ACCESS-LOG-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave92".
       01 OPERATOR-ID PIC X(08) VALUE SPACES.
       01 CONSENT-COUNT PIC 9(5) VALUE 0.
       01 CONSENT-MAX PIC 9(5) VALUE 20000.
       01 CONSENT-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON CONSENT-COUNT.
           COPY "CONSENT.cpy".
       01 CNX PIC 9(5) VALUE 0.
       01 CONSENT-SLOT PIC 9(5) VALUE 0.
       01 ACTION-DATE PIC X(10) VALUE SPACES.
       01 ACTION-VALID PIC X VALUE "Y".
       01 REJECT-TEXT PIC X(40) VALUE SPACES.
       01 CHANGES-MADE PIC X VALUE "N".
       01 ACTION-COUNT PIC 9(5) VALUE 0.
       01 GRANTED-COUNT PIC 9(5) VALUE 0.
       01 WITHDRAWN-COUNT PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 EVIDENCE-ENTRY-COUNT PIC 9(5) VALUE 0.
       01 EVIDENCE-SUPPRESS-COUNT PIC 9(5) VALUE 0.
       01 CONSENT-STATE PIC X(09) VALUE SPACES.
       01 COUNT-STRING PIC ZZZZ9.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 AUDIT-STAMP PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING
           STRING RUN-DATE " " RUN-TIMESTAMP (9:2) ":"
               RUN-TIMESTAMP (11:2) ":" RUN-TIMESTAMP (13:2)
               DELIMITED BY SIZE
               INTO AUDIT-STAMP
           END-STRING

           PERFORM LOAD-CONSENT-REGISTER

           ACCEPT RUN-MODE-ARGS FROM COMMAND-LINE
           UNSTRING RUN-MODE-ARGS DELIMITED BY ALL SPACE
               INTO RUN-MODE EVIDENCE-CPR
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE
           IF RUN-MODE = "EVIDENCE"
               IF EVIDENCE-CPR = SPACES
                   DISPLAY "EVIDENCE needs the CPR to extract"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM GET-OPERATOR-ID
               PERFORM WRITE-CONSENT-EVIDENCE
               PERFORM LOG-EVIDENCE-ACCESS
               MOVE EVIDENCE-ENTRY-COUNT TO COUNT-STRING
               DISPLAY "Consent entries for " EVIDENCE-CPR ": "
                   COUNT-STRING
               MOVE EVIDENCE-SUPPRESS-COUNT TO COUNT-STRING
               DISPLAY "Suppressed contacts for " EVIDENCE-CPR ": "
                   COUNT-STRING
               DISPLAY "Evidence written to ConsentEvidence.txt"
               STOP RUN
           END-IF

           PERFORM PROCESS-CONSENT-ACTIONS
           IF CHANGES-MADE = "Y"
               PERFORM REWRITE-CONSENT-REGISTER
           END-IF
           IF ACTION-COUNT > 0
               OPEN OUTPUT CONSENT-ACTION-FILE
               CLOSE CONSENT-ACTION-FILE
           END-IF

           MOVE GRANTED-COUNT TO COUNT-STRING
           DISPLAY "Consents granted: " COUNT-STRING
           MOVE WITHDRAWN-COUNT TO COUNT-STRING
           DISPLAY "Consents withdrawn: " COUNT-STRING
           MOVE REJECTED-COUNT TO COUNT-STRING
           DISPLAY "Consent actions rejected: " COUNT-STRING
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
       STOP RUN.

       LOG-EXCEPTION.
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF EXCEPTION-LOG-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF
           INSPECT EXCEPTION-LOG-RECORD
               REPLACING ALL LOW-VALUE BY SPACE
           WRITE EXCEPTION-LOG-RECORD
           CLOSE EXCEPTION-LOG-FILE
           MOVE SPACES TO EXCEPTION-LOG-RECORD.

       GET-OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF OPERATOR-ID = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT OPERATOR-ID
           END-IF
           IF OPERATOR-ID = SPACES
               DISPLAY "An operator ID is required for consent"
                   " evidence"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CONSENT-REGISTER.
           OPEN INPUT CONSENT-REGISTER-FILE
           IF CONSENT-REGISTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REGISTER-FILE
           END-IF
           PERFORM UNTIL END-OF-REGISTER-FILE = "Y"
               READ CONSENT-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-REGISTER-FILE
                       CLOSE CONSENT-REGISTER-FILE
                   NOT AT END
                       IF CONSENT-COUNT < CONSENT-MAX
                           ADD 1 TO CONSENT-COUNT
                           MOVE CONSENT-REGISTER-RECORD
                               TO CONSENT-ARRAY (CONSENT-COUNT)
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": ConsentRegister.txt exceeds the"
                               " register table, run aborted"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-CONSENT-ACTIONS.
           OPEN INPUT CONSENT-ACTION-FILE
           IF CONSENT-ACTION-STATUS NOT = "00"
               DISPLAY "No ConsentActions.txt to process"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ACTION-FILE = "Y"
               READ CONSENT-ACTION-FILE
                   AT END
                       MOVE "Y" TO END-OF-ACTION-FILE
                   NOT AT END
                       IF CONSENT-ACTION-RECORD NOT = SPACES
                           ADD 1 TO ACTION-COUNT
                           PERFORM TAKE-ONE-ACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENT-ACTION-FILE.

       TAKE-ONE-ACTION.
           MOVE FUNCTION UPPER-CASE(CA-TYPE) TO CA-TYPE
           MOVE FUNCTION UPPER-CASE(CA-CHANNEL) TO CA-CHANNEL
           IF CA-DATE = SPACES
               MOVE RUN-DATE TO ACTION-DATE
           ELSE
               MOVE CA-DATE TO ACTION-DATE
           END-IF
           PERFORM VALIDATE-CONSENT-ACTION
           IF ACTION-VALID NOT = "Y"
               PERFORM REJECT-CONSENT-ACTION
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACTIVE-CONSENT
           EVALUATE CA-ACTION
               WHEN "G"
                   IF CONSENT-SLOT > 0
                       MOVE "consent already active" TO REJECT-TEXT
                       PERFORM REJECT-CONSENT-ACTION
                   ELSE
                       PERFORM GRANT-CONSENT
                   END-IF
               WHEN "W"
                   IF CONSENT-SLOT = 0
                       MOVE "no active consent to withdraw"
                           TO REJECT-TEXT
                       PERFORM REJECT-CONSENT-ACTION
                   ELSE
                       PERFORM WITHDRAW-CONSENT
                   END-IF
           END-EVALUATE.

       VALIDATE-CONSENT-ACTION.
           MOVE "Y" TO ACTION-VALID
           EVALUATE TRUE
               WHEN CA-ACTION NOT = "G" AND CA-ACTION NOT = "W"
                   MOVE "unknown consent action" TO REJECT-TEXT
                   MOVE "N" TO ACTION-VALID
               WHEN CA-CPR = SPACES OR CA-CPR (7:1) NOT = "-"
                   MOVE "CPR missing or not DDMMYY-NNNN"
                       TO REJECT-TEXT
                   MOVE "N" TO ACTION-VALID
               WHEN CA-TYPE NOT = "ALERTS" AND CA-TYPE NOT = "SERVICE"
                   AND CA-TYPE NOT = "MARKETING"
                   MOVE "unknown consent type" TO REJECT-TEXT
                   MOVE "N" TO ACTION-VALID
               WHEN CA-CHANNEL NOT = "POST" AND CA-CHANNEL NOT = "EMAIL"
                   AND CA-CHANNEL NOT = "EBOKS"
                   AND CA-CHANNEL NOT = "SMS"
                   AND CA-CHANNEL NOT = "ALL"
                   MOVE "unknown consent channel" TO REJECT-TEXT
                   MOVE "N" TO ACTION-VALID
               WHEN CA-SOURCE = SPACES
                   MOVE "source of the consent is required"
                       TO REJECT-TEXT
                   MOVE "N" TO ACTION-VALID
               WHEN CA-OPERATOR = SPACES
                   MOVE "operator is required" TO REJECT-TEXT
                   MOVE "N" TO ACTION-VALID
               WHEN ACTION-DATE > RUN-DATE
                   MOVE "date lies in the future" TO REJECT-TEXT
                   MOVE "N" TO ACTION-VALID
           END-EVALUATE.

       REJECT-CONSENT-ACTION.
           ADD 1 TO REJECTED-COUNT
           STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
               ": consent action " CA-ACTION " CPR " CA-CPR
               " " DELIMITED BY SIZE
               CA-TYPE DELIMITED BY SPACE
               " rejected - " DELIMITED BY SIZE
               REJECT-TEXT DELIMITED BY SIZE
               INTO EXCEPTION-LOG-INFO
           END-STRING
           PERFORM LOG-EXCEPTION.

       FIND-ACTIVE-CONSENT.
           MOVE 0 TO CONSENT-SLOT
           PERFORM VARYING CNX FROM 1 BY 1 UNTIL CNX > CONSENT-COUNT
               IF CNS-CPR OF CONSENT-ARRAY (CNX) = CA-CPR
                   AND CNS-TYPE OF CONSENT-ARRAY (CNX) = CA-TYPE
                   AND CNS-CHANNEL OF CONSENT-ARRAY (CNX) = CA-CHANNEL
                   AND CNS-WITHDRAWN-DATE OF CONSENT-ARRAY (CNX)
                       = SPACES
                   MOVE CNX TO CONSENT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       GRANT-CONSENT.
           IF CONSENT-COUNT NOT < CONSENT-MAX
               MOVE "consent register is full" TO REJECT-TEXT
               PERFORM REJECT-CONSENT-ACTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GRANTED-COUNT
           MOVE "Y" TO CHANGES-MADE
           ADD 1 TO CONSENT-COUNT
           MOVE SPACES TO CONSENT-ARRAY (CONSENT-COUNT)
           MOVE CA-CPR TO CNS-CPR OF CONSENT-ARRAY (CONSENT-COUNT)
           MOVE CA-TYPE TO CNS-TYPE OF CONSENT-ARRAY (CONSENT-COUNT)
           MOVE CA-CHANNEL
               TO CNS-CHANNEL OF CONSENT-ARRAY (CONSENT-COUNT)
           MOVE ACTION-DATE
               TO CNS-GRANTED-DATE OF CONSENT-ARRAY (CONSENT-COUNT)
           MOVE CA-SOURCE
               TO CNS-SOURCE OF CONSENT-ARRAY (CONSENT-COUNT)
           MOVE CA-REFERENCE
               TO CNS-REFERENCE OF CONSENT-ARRAY (CONSENT-COUNT)
           MOVE CA-OPERATOR
               TO CNS-GRANTED-BY OF CONSENT-ARRAY (CONSENT-COUNT).

       WITHDRAW-CONSENT.
           IF ACTION-DATE <
               CNS-GRANTED-DATE OF CONSENT-ARRAY (CONSENT-SLOT)
               MOVE "withdrawal dated before the grant"
                   TO REJECT-TEXT
               PERFORM REJECT-CONSENT-ACTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WITHDRAWN-COUNT
           MOVE "Y" TO CHANGES-MADE
           MOVE ACTION-DATE
               TO CNS-WITHDRAWN-DATE OF CONSENT-ARRAY (CONSENT-SLOT)
           MOVE CA-SOURCE
               TO CNS-WITHDRAWN-SOURCE OF CONSENT-ARRAY (CONSENT-SLOT)
           MOVE CA-OPERATOR
               TO CNS-WITHDRAWN-BY OF CONSENT-ARRAY (CONSENT-SLOT).

       REWRITE-CONSENT-REGISTER.
           OPEN OUTPUT CONSENT-REGISTER-FILE
           PERFORM VARYING CNX FROM 1 BY 1 UNTIL CNX > CONSENT-COUNT
               MOVE CONSENT-ARRAY (CNX) TO CONSENT-REGISTER-RECORD
               WRITE CONSENT-REGISTER-RECORD
           END-PERFORM
           CLOSE CONSENT-REGISTER-FILE.

       WRITE-CONSENT-EVIDENCE.
           OPEN OUTPUT EVIDENCE-FILE
           MOVE SPACES TO EVIDENCE-INFO
           STRING "Consent evidence for CPR " EVIDENCE-CPR
               " as of " AUDIT-STAMP " extracted by " OPERATOR-ID
               DELIMITED BY SIZE
               INTO EVIDENCE-INFO
           END-STRING
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-INFO
           WRITE EVIDENCE-RECORD
           MOVE "Consents on record:" TO EVIDENCE-INFO
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-INFO
           STRING "  STATE     TYPE       CHANNEL GRANTED    "
               "SOURCE       REFERENCE            BY       "
               "WITHDRAWN  SOURCE       BY"
               DELIMITED BY SIZE
               INTO EVIDENCE-INFO
           END-STRING
           WRITE EVIDENCE-RECORD
           PERFORM VARYING CNX FROM 1 BY 1 UNTIL CNX > CONSENT-COUNT
               IF CNS-CPR OF CONSENT-ARRAY (CNX) = EVIDENCE-CPR
                   PERFORM WRITE-EVIDENCE-ENTRY
               END-IF
           END-PERFORM
           IF EVIDENCE-ENTRY-COUNT = 0
               MOVE "  no consent on record - only mandatory notices"
                   TO EVIDENCE-INFO
               WRITE EVIDENCE-RECORD
           END-IF
           MOVE SPACES TO EVIDENCE-INFO
           WRITE EVIDENCE-RECORD
           MOVE "Contacts suppressed for lack of consent:"
               TO EVIDENCE-INFO
           WRITE EVIDENCE-RECORD
           OPEN INPUT SUPPRESSION-FILE
           IF SUPPRESSION-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-SUPPRESSION-FILE
           END-IF
           PERFORM UNTIL END-OF-SUPPRESSION-FILE = "Y"
               READ SUPPRESSION-FILE
                   AT END
                       MOVE "Y" TO END-OF-SUPPRESSION-FILE
                       CLOSE SUPPRESSION-FILE
                   NOT AT END
                       IF SUP-CPR = EVIDENCE-CPR
                           ADD 1 TO EVIDENCE-SUPPRESS-COUNT
                           MOVE SPACES TO EVIDENCE-INFO
                           STRING "  " SUP-TIMESTAMP " " SUP-PROGRAM
                               " " SUP-TYPE " " SUP-CHANNEL " "
                               SUP-ITEM
                               DELIMITED BY SIZE
                               INTO EVIDENCE-INFO
                           END-STRING
                           WRITE EVIDENCE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF EVIDENCE-SUPPRESS-COUNT = 0
               MOVE "  none" TO EVIDENCE-INFO
               WRITE EVIDENCE-RECORD
           END-IF
           CLOSE EVIDENCE-FILE.

       WRITE-EVIDENCE-ENTRY.
           ADD 1 TO EVIDENCE-ENTRY-COUNT
           IF CNS-WITHDRAWN-DATE OF CONSENT-ARRAY (CNX) = SPACES
               MOVE "ACTIVE" TO CONSENT-STATE
           ELSE
               MOVE "WITHDRAWN" TO CONSENT-STATE
           END-IF
           MOVE SPACES TO EVIDENCE-INFO
           STRING "  " CONSENT-STATE " "
               CNS-TYPE OF CONSENT-ARRAY (CNX) " "
               CNS-CHANNEL OF CONSENT-ARRAY (CNX) "   "
               CNS-GRANTED-DATE OF CONSENT-ARRAY (CNX) " "
               CNS-SOURCE OF CONSENT-ARRAY (CNX) " "
               CNS-REFERENCE OF CONSENT-ARRAY (CNX) " "
               CNS-GRANTED-BY OF CONSENT-ARRAY (CNX) " "
               CNS-WITHDRAWN-DATE OF CONSENT-ARRAY (CNX) " "
               CNS-WITHDRAWN-SOURCE OF CONSENT-ARRAY (CNX) " "
               CNS-WITHDRAWN-BY OF CONSENT-ARRAY (CNX)
               DELIMITED BY SIZE
               INTO EVIDENCE-INFO
           END-STRING
           WRITE EVIDENCE-RECORD.

       LOG-EVIDENCE-ACCESS.
           OPEN EXTEND ACCESS-LOG-FILE
           IF ACCESS-LOG-STATUS NOT = "00"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE AUDIT-STAMP TO ACC-TIMESTAMP
           MOVE OPERATOR-ID TO ACC-OPERATOR
           MOVE EXCEPTION-PROGRAM-NAME TO ACC-PROGRAM
           MOVE EVIDENCE-CPR TO ACC-KEY
           MOVE "GDPR" TO ACC-PURPOSE
           IF EVIDENCE-ENTRY-COUNT > 0
               MOVE "Y" TO ACC-FOUND
           ELSE
               MOVE "N" TO ACC-FOUND
           END-IF
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE.
