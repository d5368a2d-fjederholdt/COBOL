               ASSIGN TO "EstateStatements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTATE-STATEMENT-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "src/InputFiles/Customerinfo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LetterTemplates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-TEMPLATE-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.
       01 ESTATE-STATEMENT-RECORD.
           02 ESTATE-STATEMENT-INFO PIC X(130).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY "CUSTOMERS.cpy".

       FD LETTER-TEMPLATE-FILE.
       01 LETTER-TEMPLATE-RECORD.
           COPY "LETTERTEMPLATE.cpy".

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".
       01 ORDERS-CHANGED PIC X VALUE "N".
       01 MOVEMENT-AMOUNT PIC S9(13)V99 VALUE ZEROS.
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       01 ESTATE-LANGUAGE PIC X(02) VALUE SPACES.
       01 ESTATE-MERGE-BASE PIC 9(2) VALUE 0.
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 LANGUAGE-COUNT PIC 9(4) VALUE 0.
       01 LANGUAGE-MAX PIC 9(4) VALUE 5000.
       01 LANGUAGE-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON LANGUAGE-COUNT.
           02 LNG-ACCOUNT PIC X(15).
           02 LNG-LANGUAGE PIC X(02).
       01 LNX PIC 9(4) VALUE 0.
       01 LANGUAGE-ACCOUNT PIC X(15) VALUE SPACES.
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
           END-IF
           PERFORM APPEND-DECEASED-REGISTER
           PERFORM SUPPRESS-STANDING-ORDERS
           PERFORM LOAD-CUSTOMER-LANGUAGES
           PERFORM LOAD-LETTER-TEMPLATES
           OPEN OUTPUT ESTATE-STATEMENT-FILE
           PERFORM VARYING NTX FROM 1 BY 1 UNTIL NTX > NOTICE-COUNT
               PERFORM PROCESS-ONE-NOTICE
           CLOSE ACCOUNT-MASTER-FILE.

       WRITE-ESTATE-STATEMENT.
           PERFORM FIND-ESTATE-LANGUAGE
           MOVE 0 TO MERGE-COUNT
           MOVE "CPR" TO MERGE-FIELD-NAME
           MOVE NTC-CPR (NTX) TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "ESTATEREF" TO MERGE-FIELD-NAME
           MOVE NTC-ESTATE-REF (NTX) TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "CONTACT" TO MERGE-FIELD-NAME
           MOVE NTC-ESTATE-CONTACT (NTX) TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "DOD" TO MERGE-FIELD-NAME
           MOVE NTC-DOD (NTX) TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE MERGE-COUNT TO ESTATE-MERGE-BASE
           MOVE "ESTATEHEAD" TO TEMPLATE-TYPE
           PERFORM RENDER-ESTATE-SECTION
           IF TEMPLATE-FOUND = "N"
               PERFORM WRITE-STANDARD-ESTATE-HEADING
           END-IF
           PERFORM VARYING ALX FROM 1 BY 1
               UNTIL ALX > ACCOUNT-LIST-COUNT
               MOVE ACL-DOD-BALANCE (ALX) TO AMOUNT-EDIT
               MOVE ESTATE-MERGE-BASE TO MERGE-COUNT
               MOVE "ACCOUNT" TO MERGE-FIELD-NAME
               MOVE ACL-ACCOUNT-ID (ALX) TO MERGE-FIELD-VALUE
               PERFORM ADD-MERGE-FIELD
               MOVE "AMOUNT" TO MERGE-FIELD-NAME
               MOVE FUNCTION TRIM(AMOUNT-EDIT LEADING)
                   TO MERGE-FIELD-VALUE
               PERFORM ADD-MERGE-FIELD
               MOVE "ESTATEBAL" TO TEMPLATE-TYPE
               PERFORM RENDER-ESTATE-SECTION
               IF TEMPLATE-FOUND = "N"
                   MOVE SPACES TO ESTATE-STATEMENT-INFO
                   STRING "  " ACL-ACCOUNT-ID (ALX) " "
                       FUNCTION TRIM(AMOUNT-EDIT LEADING)
                       INTO ESTATE-STATEMENT-INFO
                   END-STRING
                   WRITE ESTATE-STATEMENT-RECORD
               END-IF
           END-PERFORM
           MOVE ESTATE-MERGE-BASE TO MERGE-COUNT
           IF ACCOUNT-LIST-COUNT = 0
               MOVE "ESTATENONE" TO TEMPLATE-TYPE
               PERFORM RENDER-ESTATE-SECTION
               IF TEMPLATE-FOUND = "N"
                   MOVE "  no accounts found in the archive"
                       TO ESTATE-STATEMENT-INFO
                   WRITE ESTATE-STATEMENT-RECORD
               END-IF
           END-IF
           MOVE "ESTATEMOVH" TO TEMPLATE-TYPE
           PERFORM RENDER-ESTATE-SECTION
           IF TEMPLATE-FOUND = "N"
               MOVE "Movements after date of death:"
                   TO ESTATE-STATEMENT-INFO
               WRITE ESTATE-STATEMENT-RECORD
           END-IF
           PERFORM LIST-POST-DOD-MOVEMENTS
           MOVE ESTATE-MERGE-BASE TO MERGE-COUNT
           MOVE "ESTATEEND" TO TEMPLATE-TYPE
           PERFORM RENDER-ESTATE-SECTION
           IF TEMPLATE-FOUND = "N"
               MOVE SPACES TO ESTATE-STATEMENT-INFO
               WRITE ESTATE-STATEMENT-RECORD
           END-IF.

       WRITE-STANDARD-ESTATE-HEADING.
           MOVE "==================================================="
               TO ESTATE-STATEMENT-INFO
           WRITE ESTATE-STATEMENT-RECORD
           STRING "Balances at date of death " NTC-DOD (NTX) ":"
               INTO ESTATE-STATEMENT-INFO
           END-STRING
           WRITE ESTATE-STATEMENT-RECORD.

       FIND-ESTATE-LANGUAGE.
           MOVE SPACES TO ESTATE-LANGUAGE
           PERFORM VARYING ALX FROM 1 BY 1
               UNTIL ALX > ACCOUNT-LIST-COUNT
               MOVE ACL-ACCOUNT-ID (ALX) TO LANGUAGE-ACCOUNT
               PERFORM FIND-CUSTOMER-LANGUAGE
               IF TEMPLATE-LANGUAGE NOT = SPACES
                   MOVE TEMPLATE-LANGUAGE TO ESTATE-LANGUAGE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RENDER-ESTATE-SECTION.
           MOVE ESTATE-LANGUAGE TO TEMPLATE-LANGUAGE
           PERFORM RENDER-LETTER-TEMPLATE.

       LIST-POST-DOD-MOVEMENTS.
           MOVE "N" TO END-OF-ARCHIVE-FILE
                           AND TRANSACTION-DATE
                               OF TRANSACTION-ARCHIVE-RECORD (1:10)
                               > NTC-DOD (NTX)
                           PERFORM WRITE-MOVEMENT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-MOVEMENT-LINE.
           MOVE ESTATE-MERGE-BASE TO MERGE-COUNT
           MOVE "DATE" TO MERGE-FIELD-NAME
           MOVE TRANSACTION-DATE OF TRANSACTION-ARCHIVE-RECORD (1:10)
               TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "ACCOUNT" TO MERGE-FIELD-NAME
           MOVE ACCOUNT-ID OF TRANSACTION-ARCHIVE-RECORD
               TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "TYPE" TO MERGE-FIELD-NAME
           MOVE TRANSACTION-TYPE OF TRANSACTION-ARCHIVE-RECORD
               TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "AMOUNT" TO MERGE-FIELD-NAME
           MOVE FUNCTION TRIM(AMOUNT OF TRANSACTION-ARCHIVE-RECORD)
               TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "CURRENCY" TO MERGE-FIELD-NAME
           MOVE CURRENCY-CODE OF TRANSACTION-ARCHIVE-RECORD
               TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "ESTATEMOVE" TO TEMPLATE-TYPE
           PERFORM RENDER-ESTATE-SECTION
           IF TEMPLATE-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ESTATE-STATEMENT-INFO
           STRING "  "
               TRANSACTION-DATE OF TRANSACTION-ARCHIVE-RECORD (1:10)
               " "
               ACCOUNT-ID OF TRANSACTION-ARCHIVE-RECORD
               " "
               TRANSACTION-TYPE OF TRANSACTION-ARCHIVE-RECORD
               " "
               FUNCTION TRIM(AMOUNT OF TRANSACTION-ARCHIVE-RECORD)
               " " CURRENCY-CODE OF TRANSACTION-ARCHIVE-RECORD
               INTO ESTATE-STATEMENT-INFO
           END-STRING
           WRITE ESTATE-STATEMENT-RECORD.

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
                   MOVE RENDERED-LINE TO ESTATE-STATEMENT-INFO
                   WRITE ESTATE-STATEMENT-RECORD
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

       LOAD-CUSTOMER-LANGUAGES.
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CUSTOMER-FILE
           END-IF
           PERFORM UNTIL END-OF-CUSTOMER-FILE = "Y"
               READ CUSTOMER-FILE
                   AT END
                       MOVE "Y" TO END-OF-CUSTOMER-FILE
                       CLOSE CUSTOMER-FILE
                   NOT AT END
                       IF LANGUAGE-COUNT < LANGUAGE-MAX
                           AND ACCOUNT-NUMBER OF CUSTOMER-RECORD
                               NOT = SPACES
                           ADD 1 TO LANGUAGE-COUNT
                           MOVE ACCOUNT-NUMBER OF CUSTOMER-RECORD
                               TO LNG-ACCOUNT (LANGUAGE-COUNT)
                           MOVE PREFERRED-LANGUAGE OF CUSTOMER-RECORD
                               TO LNG-LANGUAGE (LANGUAGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       FIND-CUSTOMER-LANGUAGE.
           MOVE SPACES TO TEMPLATE-LANGUAGE
           PERFORM VARYING LNX FROM 1 BY 1 UNTIL LNX > LANGUAGE-COUNT
               IF LNG-ACCOUNT (LNX) = LANGUAGE-ACCOUNT
                   MOVE LNG-LANGUAGE (LNX) TO TEMPLATE-LANGUAGE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
