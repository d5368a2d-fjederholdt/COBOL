       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE87.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "ProductionOrders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "ProductionRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN USING EXTRACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT TRANSACTION-ARCHIVE-FILE
               ASSIGN TO "TransactionArchive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-ARCHIVE-STATUS.
           SELECT ARCHIVE-INDEX-FILE
               ASSIGN TO "TransactionArchive.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS ARCHIVE-INDEX-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "src/InputFiles/Customerinfo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT AUTHORIZED-PARTY-FILE
               ASSIGN TO "AuthorizedParties.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTHORIZED-PARTY-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "InquiryAccessLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESS-LOG-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE.
       01 ORDER-RECORD.
           COPY "PRODUCTIONORDER.cpy".

       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           02 REGISTER-INFO PIC X(250).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
           02 EXTRACT-INFO PIC X(200).

       FD TRANSACTION-ARCHIVE-FILE.
       01 TRANSACTION-ARCHIVE-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-RECORD.
           COPY "ARCHIVEINDEX.cpy".

       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY "CUSTOMERS.cpy".

       FD AUTHORIZED-PARTY-FILE.
       01 AUTHORIZED-PARTY-RECORD.
           COPY "AUTHORIZEDPARTY.cpy".

       FD ACCESS-LOG-FILE.
       01 ACCESS-LOG-RECORD.
           COPY "ACCESSLOG.cpy".

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-ORDER-FILE PIC X VALUE "N".
       01 END-OF-REGISTER-FILE PIC X VALUE "N".
       01 END-OF-ARCHIVE-FILE PIC X VALUE "N".
       01 END-OF-INDEX-READ PIC X VALUE "N".
       01 END-OF-ACCOUNT-MASTER-FILE PIC X VALUE "N".
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 END-OF-PARTY-FILE PIC X VALUE "N".
       01 ORDER-FILE-STATUS PIC XX.
       01 REGISTER-FILE-STATUS PIC XX.
       01 EXTRACT-FILE-STATUS PIC XX.
       01 TRANSACTION-ARCHIVE-STATUS PIC XX.
       01 ARCHIVE-INDEX-STATUS PIC XX.
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 AUTHORIZED-PARTY-STATUS PIC XX.
       01 ACCESS-LOG-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave87".
       01 EXTRACT-FILE-NAME PIC X(60) VALUE SPACES.
       01 EXTRACT-REF-NAME PIC X(20) VALUE SPACES.
       01 OPERATOR-ID PIC X(08) VALUE SPACES.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 RUN-TIME PIC X(08) VALUE SPACES.
       01 PRODUCED-REF-COUNT PIC 9(5) VALUE 0.
       01 PRODUCED-REF-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON PRODUCED-REF-COUNT.
           02 PRA-ORDER-REF PIC X(20).
       01 PRX PIC 9(5) VALUE 0.
       01 OWNER-COUNT PIC 9(5) VALUE 0.
       01 OWNER-ARRAY
           OCCURS 1 TO 10000 TIMES
           DEPENDING ON OWNER-COUNT.
           02 OWA-ACCOUNT-ID PIC X(15).
           02 OWA-CUSTOMER-ID PIC X(10).
       01 OWX PIC 9(5) VALUE 0.
       01 SUBJECT-COUNT PIC 9(3) VALUE 0.
       01 SUBJECT-ARRAY
           OCCURS 1 TO 500 TIMES
           DEPENDING ON SUBJECT-COUNT.
           02 SBA-CPR PIC X(11).
           02 SBA-NAME PIC X(30).
           02 SBA-ADDRESS PIC X(40).
           02 SBA-LAST-DATE PIC X(19).
       01 SBX PIC 9(3) VALUE 0.
       01 SUBJECT-SLOT PIC 9(3) VALUE 0.
       01 ORDER-ACCOUNT-COUNT PIC 9(3) VALUE 0.
       01 ORDER-ACCOUNT-ARRAY
           OCCURS 1 TO 500 TIMES
           DEPENDING ON ORDER-ACCOUNT-COUNT.
           02 OAA-ACCOUNT-ID PIC X(15).
           02 OAA-CUSTOMER-ID PIC X(10).
       01 OAX PIC 9(3) VALUE 0.
       01 ORDER-ACCOUNT-SLOT PIC 9(3) VALUE 0.
       01 ORDER-REJECTED PIC X VALUE "N".
       01 REJECT-REASON PIC X(40) VALUE SPACES.
       01 INDEX-MIRROR-USED PIC X VALUE "N".
       01 RECORD-SELECTED PIC X VALUE "N".
       01 CONTROL-COUNT PIC 9(7) VALUE 0.
       01 SECTION-COUNT PIC 9(5) VALUE 0.
       01 HASH-TOTAL PIC S9(15)V99 VALUE ZEROS.
       01 MOVEMENT-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 AMOUNT-ORE PIC 9(17) VALUE 0.
       01 DATE-DIGITS PIC X(8) VALUE SPACES.
       01 DATE-NUMERIC PIC 9(8) VALUE 0.
       01 SEAL-VALUE PIC 9(10) VALUE 0.
       01 SEAL-WORK PIC 9(18) VALUE 0.
       01 SEAL-MODULUS PIC 9(10) VALUE 999999937.
       01 HASH-TEXT PIC -(15)9.99.
       01 COUNT-STRING PIC ZZZZZZ9.
       01 SEAL-STRING PIC 9(10).
       01 ORDERS-PRODUCED PIC 9(4) VALUE 0.
       01 ORDERS-REFUSED PIC 9(4) VALUE 0.
       01 ORDER-COUNT-STRING PIC ZZZ9.
       01 SELECT-LABEL PIC X(08) VALUE SPACES.
       01 ROLE-LABEL PIC X(10) VALUE SPACES.
       01 REGISTER-STATUS-TEXT PIC X(08) VALUE SPACES.
       01 SELECT-CPR PIC X(11) VALUE SPACES.
       01 SELECT-ACCOUNT PIC X(15) VALUE SPACES.
       01 SELECT-STORE PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING
           STRING RUN-TIMESTAMP (9:2) ":" RUN-TIMESTAMP (11:2) ":"
               RUN-TIMESTAMP (13:2) DELIMITED BY SIZE
               INTO RUN-TIME
           END-STRING

           PERFORM GET-OPERATOR-ID
           PERFORM LOAD-PRODUCTION-REGISTER
           PERFORM LOAD-ACCOUNT-OWNERS

           OPEN INPUT ORDER-FILE
           IF ORDER-FILE-STATUS NOT = "00"
               DISPLAY "No production orders on file"
               STOP RUN
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           PERFORM UNTIL END-OF-ORDER-FILE = "Y"
               READ ORDER-FILE
                   AT END
                       MOVE "Y" TO END-OF-ORDER-FILE
                       CLOSE ORDER-FILE
                   NOT AT END
                       IF ORDER-RECORD NOT = SPACES
                           PERFORM PROCESS-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           OPEN OUTPUT ORDER-FILE
           CLOSE ORDER-FILE

           MOVE ORDERS-PRODUCED TO ORDER-COUNT-STRING
           DISPLAY "Production orders extracted: " ORDER-COUNT-STRING
           MOVE ORDERS-REFUSED TO ORDER-COUNT-STRING
           DISPLAY "Production orders refused: " ORDER-COUNT-STRING
           IF ORDERS-REFUSED > 0
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
               DISPLAY "An operator ID is required for production"
                   " orders"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-PRODUCTION-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REGISTER-FILE
           END-IF
           PERFORM UNTIL END-OF-REGISTER-FILE = "Y"
               READ REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-REGISTER-FILE
                       CLOSE REGISTER-FILE
                   NOT AT END
                       IF REGISTER-INFO (21:8) = "PRODUCED"
                           AND PRODUCED-REF-COUNT < 20000
                           ADD 1 TO PRODUCED-REF-COUNT
                           MOVE REGISTER-INFO (30:20)
                               TO PRA-ORDER-REF (PRODUCED-REF-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ACCOUNT-OWNERS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-ACCOUNT-MASTER-FILE
           END-IF
           PERFORM UNTIL END-OF-ACCOUNT-MASTER-FILE = "Y"
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-MASTER-FILE
                       CLOSE ACCOUNT-MASTER-FILE
                   NOT AT END
                       IF OWNER-COUNT < 10000
                           ADD 1 TO OWNER-COUNT
                           MOVE ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
                               TO OWA-ACCOUNT-ID (OWNER-COUNT)
                           MOVE CUSTOMER-ID OF ACCOUNT-MASTER-RECORD
                               TO OWA-CUSTOMER-ID (OWNER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-ONE-ORDER.
           MOVE "N" TO ORDER-REJECTED
           MOVE SPACES TO REJECT-REASON
           MOVE FUNCTION UPPER-CASE(PO-SELECT-TYPE) TO PO-SELECT-TYPE
           PERFORM CHECK-ORDER
           IF ORDER-REJECTED = "Y"
               ADD 1 TO ORDERS-REFUSED
               MOVE 0 TO CONTROL-COUNT
               MOVE ZEROES TO HASH-TOTAL
               MOVE 0 TO SEAL-VALUE
               MOVE SPACES TO EXTRACT-FILE-NAME
               MOVE "REFUSED" TO REGISTER-STATUS-TEXT
               PERFORM WRITE-REGISTER-LINE
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": production order " DELIMITED BY SIZE
                   PO-ORDER-REF DELIMITED BY SPACE
                   " refused - " REJECT-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE PO-ORDER-REF TO EXTRACT-REF-NAME
           INSPECT EXTRACT-REF-NAME REPLACING ALL "/" BY "-"
               ALL "\" BY "-" ALL ":" BY "-"
           MOVE SPACES TO EXTRACT-FILE-NAME
           STRING "ProductionOrders/PO-" DELIMITED BY SIZE
               EXTRACT-REF-NAME DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO EXTRACT-FILE-NAME
           END-STRING
           OPEN OUTPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to create " DELIMITED BY SIZE
                   EXTRACT-FILE-NAME DELIMITED BY SPACE
                   " (status " EXTRACT-FILE-STATUS
                   "), production run stopped" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               CLOSE REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO CONTROL-COUNT
           MOVE ZEROES TO HASH-TOTAL
           MOVE 0 TO SEAL-VALUE
           MOVE 0 TO SUBJECT-COUNT
           MOVE 0 TO ORDER-ACCOUNT-COUNT
           PERFORM WRITE-EXTRACT-HEADER
           PERFORM SCAN-ARCHIVE-BY-INDEX
           IF INDEX-MIRROR-USED = "N"
               PERFORM SCAN-ARCHIVE
           END-IF
           PERFORM WRITE-SUBJECTS
           PERFORM WRITE-ACCOUNT-OWNERS
           PERFORM WRITE-AUTHORIZED-PARTIES
           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE EXTRACT-FILE

           ADD 1 TO ORDERS-PRODUCED
           IF PRODUCED-REF-COUNT < 20000
               ADD 1 TO PRODUCED-REF-COUNT
               MOVE PO-ORDER-REF TO PRA-ORDER-REF (PRODUCED-REF-COUNT)
           END-IF
           MOVE "PRODUCED" TO REGISTER-STATUS-TEXT
           PERFORM WRITE-REGISTER-LINE
           PERFORM LOG-ACCESS
           MOVE CONTROL-COUNT TO COUNT-STRING
           DISPLAY "Order " FUNCTION TRIM(PO-ORDER-REF TRAILING)
               ": " COUNT-STRING " records to "
               FUNCTION TRIM(EXTRACT-FILE-NAME TRAILING).

       CHECK-ORDER.
           EVALUATE TRUE
               WHEN PO-ORDER-REF = SPACES
                   MOVE "no order reference" TO REJECT-REASON
               WHEN PO-AUTHORITY = SPACES
                   MOVE "no issuing authority" TO REJECT-REASON
               WHEN PO-SELECT-TYPE NOT = "C"
                   AND PO-SELECT-TYPE NOT = "A"
                   AND PO-SELECT-TYPE NOT = "S"
                   MOVE "selection type must be C, A or S"
                       TO REJECT-REASON
               WHEN PO-SELECT-VALUE = SPACES
                   MOVE "no selection value" TO REJECT-REASON
               WHEN PO-FROM-DATE (5:1) NOT = "-"
                   OR PO-FROM-DATE (8:1) NOT = "-"
                   OR PO-FROM-DATE (1:4) NOT NUMERIC
                   OR PO-FROM-DATE (6:2) NOT NUMERIC
                   OR PO-FROM-DATE (9:2) NOT NUMERIC
                   MOVE "period from date is not YYYY-MM-DD"
                       TO REJECT-REASON
               WHEN PO-TO-DATE (5:1) NOT = "-"
                   OR PO-TO-DATE (8:1) NOT = "-"
                   OR PO-TO-DATE (1:4) NOT NUMERIC
                   OR PO-TO-DATE (6:2) NOT NUMERIC
                   OR PO-TO-DATE (9:2) NOT NUMERIC
                   MOVE "period to date is not YYYY-MM-DD"
                       TO REJECT-REASON
               WHEN PO-FROM-DATE > PO-TO-DATE
                   MOVE "period from date is after to date"
                       TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON = SPACES
               PERFORM VARYING PRX FROM 1 BY 1
                   UNTIL PRX > PRODUCED-REF-COUNT
                   IF PRA-ORDER-REF (PRX) = PO-ORDER-REF
                       MOVE "order reference already produced"
                           TO REJECT-REASON
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF REJECT-REASON NOT = SPACES
               MOVE "Y" TO ORDER-REJECTED
           END-IF
           EVALUATE PO-SELECT-TYPE
               WHEN "C"
                   MOVE "CPR" TO SELECT-LABEL
               WHEN "A"
                   MOVE "ACCOUNT" TO SELECT-LABEL
               WHEN "S"
                   MOVE "STORE" TO SELECT-LABEL
               WHEN OTHER
                   MOVE "UNKNOWN" TO SELECT-LABEL
           END-EVALUATE
           MOVE PO-SELECT-VALUE TO SELECT-CPR
           MOVE PO-SELECT-VALUE TO SELECT-ACCOUNT
           MOVE PO-SELECT-VALUE TO SELECT-STORE.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXTRACT-INFO
           STRING "HDR PRODUCTION ORDER " PO-ORDER-REF
               " AUTHORITY " PO-AUTHORITY
               DELIMITED BY SIZE
               INTO EXTRACT-INFO
           END-STRING
           WRITE EXTRACT-RECORD
           MOVE SPACES TO EXTRACT-INFO
           STRING "HDR SELECTION " SELECT-LABEL " "
               PO-SELECT-VALUE " PERIOD " PO-FROM-DATE
               " TO " PO-TO-DATE
               DELIMITED BY SIZE
               INTO EXTRACT-INFO
           END-STRING
           WRITE EXTRACT-RECORD
           MOVE SPACES TO EXTRACT-INFO
           STRING "HDR PRODUCED " RUN-DATE " " RUN-TIME
               " BY " OPERATOR-ID " PROGRAM " EXCEPTION-PROGRAM-NAME
               DELIMITED BY SIZE
               INTO EXTRACT-INFO
           END-STRING
           WRITE EXTRACT-RECORD.

       SCAN-ARCHIVE-BY-INDEX.
           MOVE "N" TO INDEX-MIRROR-USED
           OPEN INPUT ARCHIVE-INDEX-FILE
           IF ARCHIVE-INDEX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO INDEX-MIRROR-USED
           IF PO-SELECT-TYPE = "C"
               MOVE SELECT-CPR TO ARC-CPR
               MOVE PO-FROM-DATE TO ARC-DATE
           ELSE
               MOVE LOW-VALUES TO ARC-CPR
               MOVE LOW-VALUES TO ARC-DATE
           END-IF
           MOVE ZEROES TO ARC-SEQ
           START ARCHIVE-INDEX-FILE KEY >= ARC-KEY
           IF ARCHIVE-INDEX-STATUS NOT = "00"
               CLOSE ARCHIVE-INDEX-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-INDEX-READ
           PERFORM UNTIL END-OF-INDEX-READ = "Y"
               READ ARCHIVE-INDEX-FILE NEXT
                   AT END
                       MOVE "Y" TO END-OF-INDEX-READ
                   NOT AT END
                       IF PO-SELECT-TYPE = "C"
                           AND (ARC-CPR NOT = SELECT-CPR
                           OR ARC-DATE (1:10) > PO-TO-DATE)
                           MOVE "Y" TO END-OF-INDEX-READ
                       ELSE
                           PERFORM MOVE-INDEX-TO-ARCHIVE-RECORD
                           PERFORM CHECK-AND-WRITE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-INDEX-FILE.

       MOVE-INDEX-TO-ARCHIVE-RECORD.
           MOVE SPACES TO TRANSACTION-ARCHIVE-RECORD
           MOVE ARC-CPR TO CPR OF TRANSACTION-ARCHIVE-RECORD
           MOVE ARC-DATE
               TO TRANSACTION-DATE OF TRANSACTION-ARCHIVE-RECORD
           MOVE ARC-CUSTOMER-NAME
               TO CUSTOMER-NAME OF TRANSACTION-ARCHIVE-RECORD
           MOVE ARC-CUSTOMER-ADDRESS
               TO CUSTOMER-ADDRESS OF TRANSACTION-ARCHIVE-RECORD
           MOVE ARC-REG-NUMBER
               TO REG-NUMBER OF TRANSACTION-ARCHIVE-RECORD
           MOVE ARC-ACCOUNT-ID
               TO ACCOUNT-ID OF TRANSACTION-ARCHIVE-RECORD
           MOVE ARC-TRANSACTION-TYPE
               TO TRANSACTION-TYPE OF TRANSACTION-ARCHIVE-RECORD
           MOVE ARC-AMOUNT TO AMOUNT OF TRANSACTION-ARCHIVE-RECORD
           MOVE ARC-CURRENCY-CODE
               TO CURRENCY-CODE OF TRANSACTION-ARCHIVE-RECORD
           MOVE ARC-STORE TO STORE OF TRANSACTION-ARCHIVE-RECORD.

       SCAN-ARCHIVE.
           MOVE "N" TO END-OF-ARCHIVE-FILE
           OPEN INPUT TRANSACTION-ARCHIVE-FILE
           IF TRANSACTION-ARCHIVE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-ARCHIVE-FILE
           END-IF
           PERFORM UNTIL END-OF-ARCHIVE-FILE = "Y"
               READ TRANSACTION-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-ARCHIVE-FILE
                       CLOSE TRANSACTION-ARCHIVE-FILE
                   NOT AT END
                       PERFORM CHECK-AND-WRITE-DETAIL
               END-READ
           END-PERFORM.

       CHECK-AND-WRITE-DETAIL.
           MOVE "N" TO RECORD-SELECTED
           EVALUATE PO-SELECT-TYPE
               WHEN "C"
                   IF CPR OF TRANSACTION-ARCHIVE-RECORD = SELECT-CPR
                       MOVE "Y" TO RECORD-SELECTED
                   END-IF
               WHEN "A"
                   IF ACCOUNT-ID OF TRANSACTION-ARCHIVE-RECORD =
                       SELECT-ACCOUNT
                       MOVE "Y" TO RECORD-SELECTED
                   END-IF
               WHEN "S"
                   IF STORE OF TRANSACTION-ARCHIVE-RECORD =
                       SELECT-STORE
                       MOVE "Y" TO RECORD-SELECTED
                   END-IF
           END-EVALUATE
           IF RECORD-SELECTED = "N"
               OR TRANSACTION-DATE OF TRANSACTION-ARCHIVE-RECORD (1:10)
                   < PO-FROM-DATE
               OR TRANSACTION-DATE OF TRANSACTION-ARCHIVE-RECORD (1:10)
                   > PO-TO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CONTROL-COUNT
           MOVE FUNCTION NUMVAL(AMOUNT OF TRANSACTION-ARCHIVE-RECORD)
               TO MOVEMENT-AMOUNT
           ADD MOVEMENT-AMOUNT TO HASH-TOTAL
           COMPUTE AMOUNT-ORE = FUNCTION ABS(MOVEMENT-AMOUNT) * 100
           STRING TRANSACTION-DATE OF TRANSACTION-ARCHIVE-RECORD (1:4)
               TRANSACTION-DATE OF TRANSACTION-ARCHIVE-RECORD (6:2)
               TRANSACTION-DATE OF TRANSACTION-ARCHIVE-RECORD (9:2)
               DELIMITED BY SIZE
               INTO DATE-DIGITS
           END-STRING
           IF DATE-DIGITS IS NUMERIC
               MOVE DATE-DIGITS TO DATE-NUMERIC
           ELSE
               MOVE 0 TO DATE-NUMERIC
           END-IF
           COMPUTE SEAL-WORK = SEAL-VALUE * 31
               + FUNCTION MOD(AMOUNT-ORE, SEAL-MODULUS)
               + DATE-NUMERIC + CONTROL-COUNT
           COMPUTE SEAL-VALUE = FUNCTION MOD(SEAL-WORK, SEAL-MODULUS)
           MOVE SPACES TO EXTRACT-INFO
           STRING "DTL " TRANSACTION-DATE OF TRANSACTION-ARCHIVE-RECORD
               " " CPR OF TRANSACTION-ARCHIVE-RECORD
               " " REG-NUMBER OF TRANSACTION-ARCHIVE-RECORD
               " " ACCOUNT-ID OF TRANSACTION-ARCHIVE-RECORD
               " " TRANSACTION-TYPE OF TRANSACTION-ARCHIVE-RECORD
               " " AMOUNT OF TRANSACTION-ARCHIVE-RECORD
               " " CURRENCY-CODE OF TRANSACTION-ARCHIVE-RECORD
               " " STORE OF TRANSACTION-ARCHIVE-RECORD
               DELIMITED BY SIZE
               INTO EXTRACT-INFO
           END-STRING
           WRITE EXTRACT-RECORD
           PERFORM NOTE-SUBJECT
           PERFORM NOTE-ORDER-ACCOUNT.

       NOTE-SUBJECT.
           MOVE 0 TO SUBJECT-SLOT
           PERFORM VARYING SBX FROM 1 BY 1 UNTIL SBX > SUBJECT-COUNT
               IF SBA-CPR (SBX) = CPR OF TRANSACTION-ARCHIVE-RECORD
                   MOVE SBX TO SUBJECT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SUBJECT-SLOT = 0
               IF SUBJECT-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SUBJECT-COUNT
               MOVE SUBJECT-COUNT TO SUBJECT-SLOT
               MOVE CPR OF TRANSACTION-ARCHIVE-RECORD
                   TO SBA-CPR (SUBJECT-SLOT)
               MOVE SPACES TO SBA-LAST-DATE (SUBJECT-SLOT)
           END-IF
           IF TRANSACTION-DATE OF TRANSACTION-ARCHIVE-RECORD >=
               SBA-LAST-DATE (SUBJECT-SLOT)
               MOVE TRANSACTION-DATE OF TRANSACTION-ARCHIVE-RECORD
                   TO SBA-LAST-DATE (SUBJECT-SLOT)
               MOVE CUSTOMER-NAME OF TRANSACTION-ARCHIVE-RECORD
                   TO SBA-NAME (SUBJECT-SLOT)
               MOVE CUSTOMER-ADDRESS OF TRANSACTION-ARCHIVE-RECORD
                   TO SBA-ADDRESS (SUBJECT-SLOT)
           END-IF.

       NOTE-ORDER-ACCOUNT.
           MOVE 0 TO ORDER-ACCOUNT-SLOT
           PERFORM VARYING OAX FROM 1 BY 1
               UNTIL OAX > ORDER-ACCOUNT-COUNT
               IF OAA-ACCOUNT-ID (OAX) =
                   ACCOUNT-ID OF TRANSACTION-ARCHIVE-RECORD
                   MOVE OAX TO ORDER-ACCOUNT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ORDER-ACCOUNT-SLOT > 0 OR ORDER-ACCOUNT-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ORDER-ACCOUNT-COUNT
           MOVE ACCOUNT-ID OF TRANSACTION-ARCHIVE-RECORD
               TO OAA-ACCOUNT-ID (ORDER-ACCOUNT-COUNT)
           MOVE SPACES TO OAA-CUSTOMER-ID (ORDER-ACCOUNT-COUNT)
           PERFORM VARYING OWX FROM 1 BY 1 UNTIL OWX > OWNER-COUNT
               IF OWA-ACCOUNT-ID (OWX) =
                   OAA-ACCOUNT-ID (ORDER-ACCOUNT-COUNT)
                   MOVE OWA-CUSTOMER-ID (OWX)
                       TO OAA-CUSTOMER-ID (ORDER-ACCOUNT-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-SUBJECTS.
           PERFORM VARYING SBX FROM 1 BY 1 UNTIL SBX > SUBJECT-COUNT
               MOVE SPACES TO EXTRACT-INFO
               STRING "SUB " SBA-CPR (SBX) " " SBA-NAME (SBX) " "
                   SBA-ADDRESS (SBX)
                   DELIMITED BY SIZE
                   INTO EXTRACT-INFO
               END-STRING
               WRITE EXTRACT-RECORD
           END-PERFORM.

       WRITE-ACCOUNT-OWNERS.
           IF ORDER-ACCOUNT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OAX FROM 1 BY 1
               UNTIL OAX > ORDER-ACCOUNT-COUNT
               MOVE "N" TO END-OF-CUSTOMER-FILE
               MOVE 0 TO SECTION-COUNT
               OPEN INPUT CUSTOMER-FILE
               IF CUSTOMER-FILE-STATUS NOT = "00"
                   OR OAA-CUSTOMER-ID (OAX) = SPACES
                   MOVE "Y" TO END-OF-CUSTOMER-FILE
               END-IF
               PERFORM UNTIL END-OF-CUSTOMER-FILE = "Y"
                   READ CUSTOMER-FILE INTO CUSTOMER-RECORD
                       AT END
                           MOVE "Y" TO END-OF-CUSTOMER-FILE
                       NOT AT END
                           IF CUSTOMER-ID OF CUSTOMER-RECORD =
                               OAA-CUSTOMER-ID (OAX)
                               ADD 1 TO SECTION-COUNT
                               PERFORM WRITE-ONE-OWNER
                               MOVE "Y" TO END-OF-CUSTOMER-FILE
                           END-IF
                   END-READ
               END-PERFORM
               IF CUSTOMER-FILE-STATUS NOT = "35"
                   CLOSE CUSTOMER-FILE
               END-IF
               IF SECTION-COUNT = 0
                   MOVE SPACES TO EXTRACT-INFO
                   STRING "ACC " OAA-ACCOUNT-ID (OAX) " "
                       OAA-CUSTOMER-ID (OAX)
                       " no customer master record"
                       DELIMITED BY SIZE
                       INTO EXTRACT-INFO
                   END-STRING
                   WRITE EXTRACT-RECORD
               END-IF
           END-PERFORM.

       WRITE-ONE-OWNER.
           MOVE SPACES TO EXTRACT-INFO
           STRING "ACC " OAA-ACCOUNT-ID (OAX) " "
               OAA-CUSTOMER-ID (OAX) " "
               FUNCTION TRIM(FIRSTNAME OF CUSTOMER-RECORD TRAILING) " "
               FUNCTION TRIM(LASTNAME OF CUSTOMER-RECORD TRAILING) ", "
               FUNCTION TRIM(STREET OF CUSTOMER-RECORD TRAILING) " "
               FUNCTION TRIM(HOUSE-NUMBER OF CUSTOMER-RECORD TRAILING)
               ", " ZIPCODE OF CUSTOMER-RECORD " "
               FUNCTION TRIM(CITY OF CUSTOMER-RECORD TRAILING) ", "
               FUNCTION TRIM(EMAIL OF CUSTOMER-RECORD TRAILING) " "
               FUNCTION TRIM(PHONE-NUMBER OF CUSTOMER-RECORD TRAILING)
               DELIMITED BY SIZE
               INTO EXTRACT-INFO
           END-STRING
           WRITE EXTRACT-RECORD.

       WRITE-AUTHORIZED-PARTIES.
           IF ORDER-ACCOUNT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-PARTY-FILE
           OPEN INPUT AUTHORIZED-PARTY-FILE
           IF AUTHORIZED-PARTY-STATUS NOT = "00"
               MOVE "Y" TO END-OF-PARTY-FILE
           END-IF
           PERFORM UNTIL END-OF-PARTY-FILE = "Y"
               READ AUTHORIZED-PARTY-FILE INTO AUTHORIZED-PARTY-RECORD
                   AT END
                       MOVE "Y" TO END-OF-PARTY-FILE
                       CLOSE AUTHORIZED-PARTY-FILE
                   NOT AT END
                       PERFORM CHECK-ONE-PARTY
               END-READ
           END-PERFORM.

       CHECK-ONE-PARTY.
           IF AP-VALID-FROM > PO-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF AP-VALID-TO NOT = SPACES AND AP-VALID-TO < PO-FROM-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OAX FROM 1 BY 1
               UNTIL OAX > ORDER-ACCOUNT-COUNT
               IF OAA-ACCOUNT-ID (OAX) = AP-ACCOUNT-NUMBER
                   EVALUATE AP-ROLE
                       WHEN "C"
                           MOVE "co-owner" TO ROLE-LABEL
                       WHEN "P"
                           MOVE "POA" TO ROLE-LABEL
                       WHEN "G"
                           MOVE "guardian" TO ROLE-LABEL
                       WHEN OTHER
                           MOVE "unknown" TO ROLE-LABEL
                   END-EVALUATE
                   MOVE SPACES TO EXTRACT-INFO
                   STRING "AUT " AP-ACCOUNT-NUMBER " " AP-CPR " "
                       AP-NAME " " ROLE-LABEL " " AP-VALID-FROM " "
                       AP-VALID-TO " " AP-ADDRESS
                       DELIMITED BY SIZE
                       INTO EXTRACT-INFO
                   END-STRING
                   WRITE EXTRACT-RECORD
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-EXTRACT-TRAILER.
           MOVE CONTROL-COUNT TO COUNT-STRING
           MOVE HASH-TOTAL TO HASH-TEXT
           MOVE SEAL-VALUE TO SEAL-STRING
           MOVE SPACES TO EXTRACT-INFO
           STRING "TRL ORDER " DELIMITED BY SIZE
               PO-ORDER-REF DELIMITED BY SPACE
               " RECORDS " FUNCTION TRIM(COUNT-STRING LEADING)
               " HASH " FUNCTION TRIM(HASH-TEXT LEADING)
               " SEAL " SEAL-STRING
               DELIMITED BY SIZE
               INTO EXTRACT-INFO
           END-STRING
           WRITE EXTRACT-RECORD.

       WRITE-REGISTER-LINE.
           MOVE CONTROL-COUNT TO COUNT-STRING
           MOVE HASH-TOTAL TO HASH-TEXT
           MOVE SEAL-VALUE TO SEAL-STRING
           MOVE SPACES TO REGISTER-INFO
           STRING RUN-DATE " " RUN-TIME " " REGISTER-STATUS-TEXT " "
               PO-ORDER-REF " " PO-AUTHORITY " " PO-SELECT-TYPE " "
               PO-SELECT-VALUE " " PO-FROM-DATE " " PO-TO-DATE " "
               OPERATOR-ID " " COUNT-STRING " " HASH-TEXT " "
               SEAL-STRING " "
               DELIMITED BY SIZE
               INTO REGISTER-INFO
           END-STRING
           IF REGISTER-STATUS-TEXT = "PRODUCED"
               MOVE EXTRACT-FILE-NAME TO REGISTER-INFO (175:60)
           ELSE
               MOVE REJECT-REASON TO REGISTER-INFO (175:40)
           END-IF
           WRITE REGISTER-RECORD.

       LOG-ACCESS.
           OPEN EXTEND ACCESS-LOG-FILE
           IF ACCESS-LOG-STATUS NOT = "00"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           MOVE SPACES TO ACCESS-LOG-RECORD
           STRING RUN-DATE " " RUN-TIME DELIMITED BY SIZE
               INTO ACC-TIMESTAMP
           END-STRING
           MOVE OPERATOR-ID TO ACC-OPERATOR
           MOVE EXCEPTION-PROGRAM-NAME TO ACC-PROGRAM
           MOVE PO-SELECT-VALUE TO ACC-KEY
           MOVE "PROD" TO ACC-PURPOSE
           IF CONTROL-COUNT > 0
               MOVE "Y" TO ACC-FOUND
           ELSE
               MOVE "N" TO ACC-FOUND
           END-IF
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE.
