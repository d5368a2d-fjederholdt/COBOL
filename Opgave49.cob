               ASSIGN TO "RateNoticeControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-CONTROL-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BalanceHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-HISTORY-STATUS.
           SELECT CONSENT-REGISTER-FILE
               ASSIGN TO "ConsentRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-REGISTER-STATUS.
           SELECT SUPPRESSION-FILE
               ASSIGN TO "ConsentSuppressions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPRESSION-FILE-STATUS.
           SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LetterTemplates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-TEMPLATE-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.
           02 NC-NOTICE-DATE PIC X(10).
           02 NC-EFFECTIVE-DATE PIC X(10).

       FD BALANCE-HISTORY-FILE.
       01 BALANCE-HISTORY-RECORD.
           COPY "BALANCEHISTORY.cpy".

       FD CONSENT-REGISTER-FILE.
       01 CONSENT-REGISTER-RECORD.
           COPY "CONSENT.cpy".

       FD SUPPRESSION-FILE.
       01 SUPPRESSION-RECORD.
           COPY "CONSENTSUPPRESSION.cpy".

       FD LETTER-TEMPLATE-FILE.
       01 LETTER-TEMPLATE-RECORD.
           COPY "LETTERTEMPLATE.cpy".

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".
       01 EFFECTIVE-DATE PIC X(10) VALUE SPACES.
       01 EFFECTIVE-INTEGER PIC S9(9) VALUE 0.
       01 EFFECTIVE-NUMERIC PIC 9(8) VALUE 0.
       01 BALANCE-HISTORY-STATUS PIC XX.
       01 CONSENT-REGISTER-STATUS PIC XX.
       01 SUPPRESSION-FILE-STATUS PIC XX.
       01 END-OF-HISTORY-FILE PIC X VALUE "N".
       01 END-OF-CONSENT-FILE PIC X VALUE "N".
       01 ACCOUNT-CPR-COUNT PIC 9(5) VALUE 0.
       01 ACCOUNT-CPR-MAX PIC 9(5) VALUE 20000.
       01 ACCOUNT-CPR-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON ACCOUNT-CPR-COUNT.
           02 ACP-ACCOUNT-ID PIC X(15).
           02 ACP-CPR PIC X(11).
       01 ACPX PIC 9(5) VALUE 0.
       01 ACCOUNT-CPR-SLOT PIC 9(5) VALUE 0.
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
       01 SUPPRESSED-COUNT PIC 9(5) VALUE 0.
       01 RUN-STAMP PIC X(19) VALUE SPACES.
       01 LETTER-TEMPLATE-STATUS PIC XX.
       01 END-OF-TEMPLATE-FILE PIC X VALUE "N".
       01 TEMPLATE-COUNT PIC 9(4) VALUE 0.
       01 TEMPLATE-MAX PIC 9(4) VALUE 2000.
       01 TEMPLATE-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON TEMPLATE-COUNT.
           COPY "LETTERTEMPLATE.cpy".
       01 TPX PIC 9(4) VALUE 0.
       01 TEMPLATE-TYPE PIC X(10) VALUE SPACES.
       01 TEMPLATE-LANGUAGE PIC X(02) VALUE SPACES.
       01 TEMPLATE-FOUND PIC X VALUE "N".
       01 MERGE-COUNT PIC 9(2) VALUE 0.
       01 MERGE-TABLE.
           05 MERGE-ENTRY OCCURS 20 TIMES.
               10 MERGE-NAME PIC X(10).
               10 MERGE-VALUE PIC X(60).
       01 MGX PIC 9(2) VALUE 0.
       01 MERGE-FIELD-SLOT PIC 9(2) VALUE 0.
       01 MERGE-FIELD-NAME PIC X(10) VALUE SPACES.
       01 MERGE-FIELD-VALUE PIC X(60) VALUE SPACES.
       01 RENDERED-LINE PIC X(130) VALUE SPACES.
       01 RENDER-IN PIC 9(3) VALUE 0.
       01 RENDER-OUT PIC 9(3) VALUE 0.
       01 RENDER-END PIC 9(3) VALUE 0.
       01 RENDER-SCAN PIC 9(3) VALUE 0.
       01 RENDER-LENGTH PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING
           STRING RUN-DATE " " RUN-TIMESTAMP (9:2) ":"
               RUN-TIMESTAMP (11:2) ":" RUN-TIMESTAMP (13:2)
               DELIMITED BY SIZE
               INTO RUN-STAMP
           END-STRING

           PERFORM LOAD-NOTICE-PERIOD
           PERFORM LOAD-NEW-RATES
           MOVE EFFECTIVE-DATE-BUILD TO EFFECTIVE-DATE

           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-LETTER-TEMPLATES
           PERFORM LOAD-ACCOUNT-CPRS
           PERFORM LOAD-CONSENT-REGISTER
           OPEN OUTPUT NOTICE-LETTER-FILE
           PERFORM GENERATE-NOTICES
           CLOSE NOTICE-LETTER-FILE

           MOVE LETTER-COUNT TO COUNT-STRING
           DISPLAY "Rate change notices written: " COUNT-STRING
           MOVE SUPPRESSED-COUNT TO COUNT-STRING
           DISPLAY "Favourable change notices suppressed, no consent: "
               COUNT-STRING
           DISPLAY "New rates effective from " EFFECTIVE-DATE
       STOP RUN.

           END-PERFORM
           IF BEST-TIER-SLOT > 0
               MOVE BEST-TIER-SLOT TO CTX
               IF (CT-SIDE (CTX) = "C"
                       AND CT-NEW-RATE (CTX) > CT-OLD-RATE (CTX))
                   OR (CT-SIDE (CTX) = "D"
                       AND CT-NEW-RATE (CTX) < CT-OLD-RATE (CTX))
                   PERFORM CHECK-FAVOURABLE-NOTICE
                   IF CONSENT-GIVEN NOT = "Y"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM WRITE-NOTICE-LETTER
           END-IF.

       CHECK-FAVOURABLE-NOTICE.
           MOVE SPACES TO CONSENT-CPR
           PERFORM VARYING ACPX FROM 1 BY 1
               UNTIL ACPX > ACCOUNT-CPR-COUNT
               IF ACP-ACCOUNT-ID (ACPX) =
                   ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
                   MOVE ACP-CPR (ACPX) TO CONSENT-CPR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "SERVICE" TO CONSENT-TYPE
           MOVE "POST" TO CONSENT-CHANNEL
           PERFORM CHECK-CONSENT
           IF CONSENT-GIVEN NOT = "Y"
               ADD 1 TO SUPPRESSED-COUNT
               MOVE SPACES TO SUPPRESSION-ITEM
               STRING "favourable rate notice "
                   ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
                   DELIMITED BY SIZE
                   INTO SUPPRESSION-ITEM
               END-STRING
               PERFORM LOG-SUPPRESSION
           END-IF.

       LOAD-ACCOUNT-CPRS.
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO END-OF-HISTORY-FILE
           END-IF
           PERFORM UNTIL END-OF-HISTORY-FILE = "Y"
               READ BALANCE-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-HISTORY-FILE
                       CLOSE BALANCE-HISTORY-FILE
                   NOT AT END
                       IF BH-CPR NOT = SPACES
                           PERFORM NOTE-ACCOUNT-CPR
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-ACCOUNT-CPR.
           MOVE 0 TO ACCOUNT-CPR-SLOT
           PERFORM VARYING ACPX FROM 1 BY 1
               UNTIL ACPX > ACCOUNT-CPR-COUNT
               IF ACP-ACCOUNT-ID (ACPX) = BH-ACCOUNT-ID
                   MOVE ACPX TO ACCOUNT-CPR-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ACCOUNT-CPR-SLOT = 0
               IF ACCOUNT-CPR-COUNT NOT < ACCOUNT-CPR-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ACCOUNT-CPR-COUNT
               MOVE ACCOUNT-CPR-COUNT TO ACCOUNT-CPR-SLOT
               MOVE BH-ACCOUNT-ID TO ACP-ACCOUNT-ID (ACCOUNT-CPR-SLOT)
           END-IF
           MOVE BH-CPR TO ACP-CPR (ACCOUNT-CPR-SLOT).

       LOAD-CONSENT-REGISTER.
           OPEN INPUT CONSENT-REGISTER-FILE
           IF CONSENT-REGISTER-STATUS NOT = "00"
               MOVE SPACES TO EXCEPTION-LOG-INFO
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": no ConsentRegister.txt, rate notices without"
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
           IF CONSENT-CPR = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CNX FROM 1 BY 1 UNTIL CNX > CONSENT-COUNT
               IF CNS-CPR OF CONSENT-ARRAY (CNX) = CONSENT-CPR
                   AND CNS-TYPE OF CONSENT-ARRAY (CNX) = CONSENT-TYPE
                   AND (CNS-CHANNEL OF CONSENT-ARRAY (CNX)
                           = CONSENT-CHANNEL
                       OR CNS-CHANNEL OF CONSENT-ARRAY (CNX) = "ALL")
                   AND CNS-GRANTED-DATE OF CONSENT-ARRAY (CNX)
                       <= RUN-DATE
                   AND (CNS-WITHDRAWN-DATE OF CONSENT-ARRAY (CNX)
                           = SPACES
                       OR CNS-WITHDRAWN-DATE OF CONSENT-ARRAY (CNX)
                           > RUN-DATE)
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
           MOVE RUN-STAMP TO SUP-TIMESTAMP
           MOVE EXCEPTION-PROGRAM-NAME TO SUP-PROGRAM
           MOVE CONSENT-CPR TO SUP-CPR
           MOVE CONSENT-TYPE TO SUP-TYPE
           MOVE CONSENT-CHANNEL TO SUP-CHANNEL
           MOVE SUPPRESSION-ITEM TO SUP-ITEM
           WRITE SUPPRESSION-RECORD
           CLOSE SUPPRESSION-FILE.

       WRITE-NOTICE-LETTER.
           ADD 1 TO LETTER-COUNT
           PERFORM FIND-CUSTOMER-SLOT
           MOVE "N" TO TEMPLATE-FOUND
           IF CUSTOMER-SLOT > 0
               PERFORM ADD-NOTICE-MERGE-FIELDS
               MOVE "RATECHANGE" TO TEMPLATE-TYPE
               MOVE PREFERRED-LANGUAGE
                   OF CUSTOMER-ARRAY (CUSTOMER-SLOT)
                   TO TEMPLATE-LANGUAGE
               PERFORM RENDER-LETTER-TEMPLATE
           END-IF
           IF TEMPLATE-FOUND = "N"
               PERFORM WRITE-STANDARD-NOTICE-LETTER
           END-IF.

       ADD-NOTICE-MERGE-FIELDS.
           MOVE 0 TO MERGE-COUNT
           MOVE "DATE" TO MERGE-FIELD-NAME
           MOVE RUN-DATE TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "NAME" TO MERGE-FIELD-NAME
           STRING FUNCTION TRIM(FIRSTNAME
               OF CUSTOMER-ARRAY (CUSTOMER-SLOT) TRAILING)
               " "
               FUNCTION TRIM(LASTNAME
                   OF CUSTOMER-ARRAY (CUSTOMER-SLOT) TRAILING)
               INTO MERGE-FIELD-VALUE
           END-STRING
           PERFORM ADD-MERGE-FIELD
           MOVE "FIRSTNAME" TO MERGE-FIELD-NAME
           MOVE FIRSTNAME OF CUSTOMER-ARRAY (CUSTOMER-SLOT)
               TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "ADDRESS" TO MERGE-FIELD-NAME
           STRING FUNCTION TRIM(STREET
               OF CUSTOMER-ARRAY (CUSTOMER-SLOT) TRAILING)
               " "
               FUNCTION TRIM(HOUSE-NUMBER
                   OF CUSTOMER-ARRAY (CUSTOMER-SLOT) TRAILING)
               INTO MERGE-FIELD-VALUE
           END-STRING
           PERFORM ADD-MERGE-FIELD
           MOVE "CITY" TO MERGE-FIELD-NAME
           STRING ZIPCODE OF CUSTOMER-ARRAY (CUSTOMER-SLOT)
               " "
               FUNCTION TRIM(CITY
                   OF CUSTOMER-ARRAY (CUSTOMER-SLOT) TRAILING)
               INTO MERGE-FIELD-VALUE
           END-STRING
           PERFORM ADD-MERGE-FIELD
           MOVE "ACCOUNT" TO MERGE-FIELD-NAME
           MOVE ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE CT-OLD-RATE (CTX) TO RATE-EDIT
           MOVE CT-NEW-RATE (CTX) TO RATE-EDIT-2
           MOVE "OLDRATE" TO MERGE-FIELD-NAME
           MOVE FUNCTION TRIM(RATE-EDIT LEADING) TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "NEWRATE" TO MERGE-FIELD-NAME
           MOVE FUNCTION TRIM(RATE-EDIT-2 LEADING)
               TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "EFFECTIVE" TO MERGE-FIELD-NAME
           MOVE EFFECTIVE-DATE TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD.

       WRITE-STANDARD-NOTICE-LETTER.
           MOVE "--------------------------------------------------"
               TO NOTICE-LETTER-INFO
           WRITE NOTICE-LETTER-RECORD
               WRITE OLD-RATE-RECORD
           END-PERFORM
           CLOSE OLD-RATE-FILE.

       LOAD-LETTER-TEMPLATES.
           OPEN INPUT LETTER-TEMPLATE-FILE
           IF LETTER-TEMPLATE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-TEMPLATE-FILE
           END-IF
           PERFORM UNTIL END-OF-TEMPLATE-FILE = "Y"
               READ LETTER-TEMPLATE-FILE
                   AT END
                       MOVE "Y" TO END-OF-TEMPLATE-FILE
                       CLOSE LETTER-TEMPLATE-FILE
                   NOT AT END
                       IF TEMPLATE-COUNT < TEMPLATE-MAX
                           AND LT-TYPE OF LETTER-TEMPLATE-RECORD
                               NOT = SPACES
                           ADD 1 TO TEMPLATE-COUNT
                           MOVE LETTER-TEMPLATE-RECORD
                               TO TEMPLATE-ARRAY (TEMPLATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       ADD-MERGE-FIELD.
           IF MERGE-COUNT < 20
               ADD 1 TO MERGE-COUNT
               MOVE MERGE-FIELD-NAME TO MERGE-NAME (MERGE-COUNT)
               MOVE MERGE-FIELD-VALUE TO MERGE-VALUE (MERGE-COUNT)
           END-IF
           MOVE SPACES TO MERGE-FIELD-VALUE.

       RENDER-LETTER-TEMPLATE.
           MOVE "N" TO TEMPLATE-FOUND
           IF TEMPLATE-LANGUAGE = SPACES
               MOVE "DA" TO TEMPLATE-LANGUAGE
           END-IF
           PERFORM FIND-LETTER-TEMPLATE
           IF TEMPLATE-FOUND = "N" AND TEMPLATE-LANGUAGE NOT = "DA"
               MOVE "DA" TO TEMPLATE-LANGUAGE
               PERFORM FIND-LETTER-TEMPLATE
           END-IF
           IF TEMPLATE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TPX FROM 1 BY 1 UNTIL TPX > TEMPLATE-COUNT
               IF LT-TYPE OF TEMPLATE-ARRAY (TPX) = TEMPLATE-TYPE
                   AND LT-LANGUAGE OF TEMPLATE-ARRAY (TPX)
                       = TEMPLATE-LANGUAGE
                   PERFORM RENDER-TEMPLATE-LINE
                   MOVE RENDERED-LINE TO NOTICE-LETTER-INFO
                   WRITE NOTICE-LETTER-RECORD
               END-IF
           END-PERFORM.

       FIND-LETTER-TEMPLATE.
           PERFORM VARYING TPX FROM 1 BY 1 UNTIL TPX > TEMPLATE-COUNT
               IF LT-TYPE OF TEMPLATE-ARRAY (TPX) = TEMPLATE-TYPE
                   AND LT-LANGUAGE OF TEMPLATE-ARRAY (TPX)
                       = TEMPLATE-LANGUAGE
                   MOVE "Y" TO TEMPLATE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RENDER-TEMPLATE-LINE.
           MOVE SPACES TO RENDERED-LINE
           MOVE 1 TO RENDER-OUT
           MOVE 1 TO RENDER-IN
           MOVE 0 TO RENDER-LENGTH
           IF LT-TEXT OF TEMPLATE-ARRAY (TPX) NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   LT-TEXT OF TEMPLATE-ARRAY (TPX) TRAILING))
                   TO RENDER-LENGTH
           END-IF
           PERFORM UNTIL RENDER-IN > RENDER-LENGTH
               OR RENDER-OUT > 130
               IF LT-TEXT OF TEMPLATE-ARRAY (TPX) (RENDER-IN:1) = "{"
                   PERFORM MERGE-TEMPLATE-FIELD
               ELSE
                   MOVE LT-TEXT OF TEMPLATE-ARRAY (TPX) (RENDER-IN:1)
                       TO RENDERED-LINE (RENDER-OUT:1)
                   ADD 1 TO RENDER-OUT
                   ADD 1 TO RENDER-IN
               END-IF
           END-PERFORM.

       MERGE-TEMPLATE-FIELD.
           MOVE 0 TO RENDER-END
           PERFORM VARYING RENDER-SCAN FROM RENDER-IN BY 1
               UNTIL RENDER-SCAN > RENDER-LENGTH
               IF LT-TEXT OF TEMPLATE-ARRAY (TPX) (RENDER-SCAN:1)
                   = "}"
                   MOVE RENDER-SCAN TO RENDER-END
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO MERGE-FIELD-SLOT
           IF RENDER-END > RENDER-IN + 1
               AND RENDER-END < RENDER-IN + 12
               MOVE SPACES TO MERGE-FIELD-NAME
               MOVE LT-TEXT OF TEMPLATE-ARRAY (TPX)
                   (RENDER-IN + 1:RENDER-END - RENDER-IN - 1)
                   TO MERGE-FIELD-NAME
               PERFORM VARYING MGX FROM 1 BY 1 UNTIL MGX > MERGE-COUNT
                   IF MERGE-NAME (MGX) = MERGE-FIELD-NAME
                       MOVE MGX TO MERGE-FIELD-SLOT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF MERGE-FIELD-SLOT = 0
               MOVE "{" TO RENDERED-LINE (RENDER-OUT:1)
               ADD 1 TO RENDER-OUT
               ADD 1 TO RENDER-IN
               EXIT PARAGRAPH
           END-IF
           IF MERGE-VALUE (MERGE-FIELD-SLOT) NOT = SPACES
               STRING FUNCTION TRIM(MERGE-VALUE (MERGE-FIELD-SLOT)
                   TRAILING) DELIMITED BY SIZE
                   INTO RENDERED-LINE
                   WITH POINTER RENDER-OUT
               END-STRING
           END-IF
           COMPUTE RENDER-IN = RENDER-END + 1.
