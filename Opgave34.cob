               FILE STATUS IS DECEASED-REGISTER-STATUS.
           SELECT LETTER-FILE ASSIGN TO "DormancyLetters.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LetterTemplates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-TEMPLATE-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.
       01 LETTER-RECORD.
           02 LETTER-LINE PIC X(100).

       FD LETTER-TEMPLATE-FILE.
       01 LETTER-TEMPLATE-RECORD.
           COPY "LETTERTEMPLATE.cpy".

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".
       01 LETTERS-SENT PIC 9(5) VALUE 0.
       01 SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-STRING PIC ZZZZ9.
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
           MOVE DATE-CONVERT-INTEGER TO TODAY-INTEGER

           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-LETTER-TEMPLATES
           PERFORM LOAD-DECEASED-REGISTER
           PERFORM LOAD-CONTACT-HISTORY
           IF HISTORY-OVERFLOW = "Y"
           END-IF.

       WRITE-DORMANCY-LETTER.
           MOVE 0 TO MERGE-COUNT
           MOVE "DATE" TO MERGE-FIELD-NAME
           STRING TODAY-DATE (9:2) "-" TODAY-DATE (6:2) "-"
               TODAY-DATE (1:4) DELIMITED BY SIZE
               INTO MERGE-FIELD-VALUE
           END-STRING
           PERFORM ADD-MERGE-FIELD
           MOVE "NAME" TO MERGE-FIELD-NAME
           STRING FIRSTNAME OF CUSTOMER-ARRAY (CUSTOMER-SLOT)
               DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LASTNAME OF CUSTOMER-ARRAY (CUSTOMER-SLOT)
               DELIMITED BY SPACE
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
               " " DELIMITED BY SIZE
               HOUSE-NUMBER OF CUSTOMER-ARRAY (CUSTOMER-SLOT)
               DELIMITED BY SPACE
               INTO MERGE-FIELD-VALUE
           END-STRING
           PERFORM ADD-MERGE-FIELD
           MOVE "CITY" TO MERGE-FIELD-NAME
           STRING ZIPCODE OF CUSTOMER-ARRAY (CUSTOMER-SLOT)
               DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CITY OF CUSTOMER-ARRAY (CUSTOMER-SLOT)
                   TRAILING)
               " " DELIMITED BY SIZE
               COUNTRY-CODE OF CUSTOMER-ARRAY (CUSTOMER-SLOT)
               DELIMITED BY SPACE
               INTO MERGE-FIELD-VALUE
           END-STRING
           PERFORM ADD-MERGE-FIELD
           MOVE "ACCOUNT" TO MERGE-FIELD-NAME
           MOVE DORMANT-ACCOUNT TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE SPACES TO TEMPLATE-TYPE
           STRING "DORMANCY" LETTER-STAGE DELIMITED BY SIZE
               INTO TEMPLATE-TYPE
           END-STRING
           MOVE PREFERRED-LANGUAGE OF CUSTOMER-ARRAY (CUSTOMER-SLOT)
               TO TEMPLATE-LANGUAGE
           PERFORM RENDER-LETTER-TEMPLATE
           IF TEMPLATE-FOUND = "N"
               PERFORM WRITE-STANDARD-DORMANCY-LETTER
           END-IF.

       WRITE-STANDARD-DORMANCY-LETTER.
           MOVE SPACES TO LETTER-LINE
           STRING TODAY-DATE (9:2) "-" TODAY-DATE (6:2) "-"
               TODAY-DATE (1:4) DELIMITED BY SIZE
               TO DATE-CONVERT-NUMERIC
           COMPUTE DATE-CONVERT-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-CONVERT-NUMERIC).

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
                   MOVE RENDERED-LINE TO LETTER-LINE
                   WRITE LETTER-RECORD
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
