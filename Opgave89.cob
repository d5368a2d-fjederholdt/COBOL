       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE89.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "src/InputFiles/Customerinfo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO "StandingOrders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-ORDER-STATUS.
           SELECT MANDATE-FILE ASSIGN TO "BSMandates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDATE-FILE-STATUS.
           SELECT VELOCITY-LIMIT-FILE ASSIGN TO "VelocityLimits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VELOCITY-LIMIT-STATUS.
           SELECT OVERDRAFT-LIMIT-FILE
               ASSIGN TO "OverdraftLimits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERDRAFT-LIMIT-STATUS.
           SELECT IBAN-REGISTER-FILE ASSIGN TO "IbanRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IBAN-REGISTER-STATUS.
           SELECT ALERT-SUBSCRIPTION-FILE
               ASSIGN TO "AlertSubscriptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-SUBSCRIPTION-STATUS.
           SELECT AUTHORIZED-PARTY-FILE
               ASSIGN TO "AuthorizedParties.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTHORIZED-PARTY-STATUS.
           SELECT STATEMENT-CYCLE-FILE
               ASSIGN TO "StatementCycles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-CYCLE-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TermDeposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-DEPOSIT-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LoanMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-MASTER-STATUS.
           SELECT INTEGRITY-REPORT-FILE
               ASSIGN TO "IntegrityReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY "CUSTOMERS.cpy".

       FD STANDING-ORDER-FILE.
       01 STANDING-ORDER-RECORD.
           COPY "STANDINGORDER.cpy".

       FD MANDATE-FILE.
       01 MANDATE-RECORD.
           COPY "BSMANDATE.cpy".

       FD VELOCITY-LIMIT-FILE.
       01 VELOCITY-LIMIT-RECORD.
           COPY "VELOCITYLIMIT.cpy".

       FD OVERDRAFT-LIMIT-FILE.
       01 OVERDRAFT-LIMIT-RECORD.
           COPY "OVERDRAFTLIMIT.cpy".

       FD IBAN-REGISTER-FILE.
       01 IBAN-REGISTER-RECORD.
           COPY "IBANREGISTER.cpy".

       FD ALERT-SUBSCRIPTION-FILE.
       01 ALERT-SUBSCRIPTION-RECORD.
           COPY "ALERTSUBSCRIPTION.cpy".

       FD AUTHORIZED-PARTY-FILE.
       01 AUTHORIZED-PARTY-RECORD.
           COPY "AUTHORIZEDPARTY.cpy".

       FD STATEMENT-CYCLE-FILE.
       01 STATEMENT-CYCLE-RECORD.
           COPY "STATEMENTCYCLE.cpy".

       FD TERM-DEPOSIT-FILE.
       01 TERM-DEPOSIT-RECORD.
           COPY "TERMDEPOSIT.cpy".

       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-RECORD.
           COPY "LOANMASTER.cpy".

       FD INTEGRITY-REPORT-FILE.
       01 INTEGRITY-REPORT-RECORD.
           02 INTEGRITY-REPORT-INFO PIC X(140).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-ACCOUNT-MASTER-FILE PIC X VALUE "N".
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 END-OF-REFERENCE-FILE PIC X VALUE "N".
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 STANDING-ORDER-STATUS PIC XX.
       01 MANDATE-FILE-STATUS PIC XX.
       01 VELOCITY-LIMIT-STATUS PIC XX.
       01 OVERDRAFT-LIMIT-STATUS PIC XX.
       01 IBAN-REGISTER-STATUS PIC XX.
       01 ALERT-SUBSCRIPTION-STATUS PIC XX.
       01 AUTHORIZED-PARTY-STATUS PIC XX.
       01 STATEMENT-CYCLE-STATUS PIC XX.
       01 TERM-DEPOSIT-STATUS PIC XX.
       01 LOAN-MASTER-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave89".
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01 ACCOUNT-MAX PIC 9(5) VALUE 20000.
       01 ACCOUNT-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON ACCOUNT-COUNT.
           02 ACA-ACCOUNT-ID PIC X(15).
           02 ACA-CUSTOMER-ID PIC X(10).
           02 ACA-STATUS PIC X(01).
           02 ACA-OWNER-KNOWN PIC X(01).
           02 ACA-OWNER-ERASED PIC X(01).
       01 AX PIC 9(5) VALUE 0.
       01 ACCOUNT-SLOT PIC 9(5) VALUE 0.
       01 CUSTOMER-COUNT PIC 9(5) VALUE 0.
       01 CUSTOMER-MAX PIC 9(5) VALUE 20000.
       01 CUSTOMER-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON CUSTOMER-COUNT.
           02 CTA-CUSTOMER-ID PIC X(10).
           02 CTA-ERASED PIC X(01).
       01 CX PIC 9(5) VALUE 0.
       01 CUSTOMER-SLOT PIC 9(5) VALUE 0.
       01 CUSTOMER-TO-FIND PIC X(10) VALUE SPACES.
       01 FILE-TOTALS.
           02 FILE-TOTAL OCCURS 13 TIMES.
               03 FT-LABEL PIC X(18).
               03 FT-STATUS PIC X(01).
               03 FT-CHECKED PIC 9(7).
               03 FT-HIGH PIC 9(7).
               03 FT-MEDIUM PIC 9(7).
               03 FT-LOW PIC 9(7).
       01 FX PIC 9(2) VALUE 0.
       01 REF-FILE-NO PIC 9(2) VALUE 0.
       01 REF-KEY PIC X(15) VALUE SPACES.
       01 REF-KIND PIC X(01) VALUE SPACE.
       01 REF-ACTIVE PIC X(01) VALUE "Y".
       01 FINDING-SEVERITY PIC X(06) VALUE SPACES.
       01 FINDING-TEXT PIC X(45) VALUE SPACES.
       01 FINDING-FIX PIC X(45) VALUE SPACES.
       01 FINDING-COUNT PIC 9(7) VALUE 0.
       01 HIGH-COUNT PIC 9(7) VALUE 0.
       01 MEDIUM-COUNT PIC 9(7) VALUE 0.
       01 LOW-COUNT PIC 9(7) VALUE 0.
       01 COUNT-STRING PIC ZZZZZZ9.
       01 FINDING-LINE.
           02 FL-SEVERITY PIC X(07).
           02 FL-FILE PIC X(19).
           02 FL-KEY PIC X(16).
           02 FL-FINDING PIC X(46).
           02 FL-FIX PIC X(45).
       01 SUMMARY-LINE.
           02 SL-FILE PIC X(19).
           02 SL-STATUS PIC X(10).
           02 SL-CHECKED PIC ZZZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 SL-HIGH PIC ZZZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 SL-MEDIUM PIC ZZZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 SL-LOW PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING
           PERFORM SET-FILE-LABELS

           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE SPACES TO INTEGRITY-REPORT-INFO
           STRING "Referential integrity sweep " RUN-DATE
               DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-INFO
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-INFO
           WRITE INTEGRITY-REPORT-RECORD
           STRING "SEV    FILE               KEY             "
               "FINDING                                       "
               "SUGGESTED FIX"
               DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-INFO
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD

           PERFORM LOAD-ACCOUNT-MASTER
           IF ACCOUNT-COUNT = 0
               DISPLAY "AccountMaster.dat is empty or missing,"
                   " nothing to check against"
               MOVE SPACES TO INTEGRITY-REPORT-INFO
               MOVE "AccountMaster.dat is empty or missing"
                   TO INTEGRITY-REPORT-INFO
               WRITE INTEGRITY-REPORT-RECORD
               CLOSE INTEGRITY-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CUSTOMERS
           PERFORM CHECK-ACCOUNT-OWNERS
           PERFORM CHECK-STANDING-ORDERS
           PERFORM CHECK-MANDATES
           PERFORM CHECK-VELOCITY-LIMITS
           PERFORM CHECK-OVERDRAFT-LIMITS
           PERFORM CHECK-IBAN-REGISTER
           PERFORM CHECK-ALERT-SUBSCRIPTIONS
           PERFORM CHECK-AUTHORIZED-PARTIES
           PERFORM CHECK-STATEMENT-CYCLES
           PERFORM CHECK-TERM-DEPOSITS
           PERFORM CHECK-LOANS
           PERFORM WRITE-SUMMARY
           CLOSE INTEGRITY-REPORT-FILE

           MOVE FINDING-COUNT TO COUNT-STRING
           DISPLAY "Integrity findings: " COUNT-STRING
           MOVE HIGH-COUNT TO COUNT-STRING
           DISPLAY "  high:   " COUNT-STRING
           MOVE MEDIUM-COUNT TO COUNT-STRING
           DISPLAY "  medium: " COUNT-STRING
           MOVE LOW-COUNT TO COUNT-STRING
           DISPLAY "  low:    " COUNT-STRING
           IF FINDING-COUNT > 0
               MOVE FINDING-COUNT TO COUNT-STRING
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": referential integrity sweep found "
                   FUNCTION TRIM (COUNT-STRING)
                   " breaks, see IntegrityReport.txt"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
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

       SET-FILE-LABELS.
           MOVE "AccountMaster" TO FT-LABEL (1)
           MOVE "Customerinfo" TO FT-LABEL (2)
           MOVE "StandingOrders" TO FT-LABEL (3)
           MOVE "BSMandates" TO FT-LABEL (4)
           MOVE "VelocityLimits" TO FT-LABEL (5)
           MOVE "OverdraftLimits" TO FT-LABEL (6)
           MOVE "IbanRegister" TO FT-LABEL (7)
           MOVE "AlertSubscriptions" TO FT-LABEL (8)
           MOVE "AuthorizedParties" TO FT-LABEL (9)
           MOVE "StatementCycles" TO FT-LABEL (10)
           MOVE "TermDeposits" TO FT-LABEL (11)
           MOVE "LoanMaster" TO FT-LABEL (12)
           MOVE "Total" TO FT-LABEL (13)
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 13
               MOVE "N" TO FT-STATUS (FX)
               MOVE 0 TO FT-CHECKED (FX)
               MOVE 0 TO FT-HIGH (FX)
               MOVE 0 TO FT-MEDIUM (FX)
               MOVE 0 TO FT-LOW (FX)
           END-PERFORM
           MOVE "Y" TO FT-STATUS (13).

       LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-ACCOUNT-MASTER-FILE
           ELSE
               MOVE "Y" TO FT-STATUS (1)
           END-IF
           PERFORM UNTIL END-OF-ACCOUNT-MASTER-FILE = "Y"
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-MASTER-FILE
                       CLOSE ACCOUNT-MASTER-FILE
                   NOT AT END
                       IF ACCOUNT-COUNT < ACCOUNT-MAX
                           ADD 1 TO ACCOUNT-COUNT
                           MOVE ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
                               TO ACA-ACCOUNT-ID (ACCOUNT-COUNT)
                           MOVE CUSTOMER-ID OF ACCOUNT-MASTER-RECORD
                               TO ACA-CUSTOMER-ID (ACCOUNT-COUNT)
                           MOVE ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD
                               TO ACA-STATUS (ACCOUNT-COUNT)
                           IF ACA-STATUS (ACCOUNT-COUNT) = SPACE
                               MOVE "O" TO ACA-STATUS (ACCOUNT-COUNT)
                           END-IF
                           MOVE "N" TO ACA-OWNER-KNOWN (ACCOUNT-COUNT)
                           MOVE "N" TO ACA-OWNER-ERASED (ACCOUNT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-CUSTOMERS.
           MOVE 2 TO REF-FILE-NO
           MOVE "R" TO REF-KIND
           MOVE "Y" TO REF-ACTIVE
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CUSTOMER-FILE
           ELSE
               MOVE "Y" TO FT-STATUS (2)
           END-IF
           PERFORM UNTIL END-OF-CUSTOMER-FILE = "Y"
               READ CUSTOMER-FILE
                   AT END
                       MOVE "Y" TO END-OF-CUSTOMER-FILE
                       CLOSE CUSTOMER-FILE
                   NOT AT END
                       PERFORM TAKE-CUSTOMER-LINE
               END-READ
           END-PERFORM.

       TAKE-CUSTOMER-LINE.
           ADD 1 TO FT-CHECKED (2)
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO CUSTOMER-TO-FIND
           PERFORM FIND-CUSTOMER-SLOT
           IF CUSTOMER-SLOT = 0
               AND CUSTOMER-COUNT < CUSTOMER-MAX
               ADD 1 TO CUSTOMER-COUNT
               MOVE CUSTOMER-ID OF CUSTOMER-RECORD
                   TO CTA-CUSTOMER-ID (CUSTOMER-COUNT)
               MOVE "N" TO CTA-ERASED (CUSTOMER-COUNT)
               MOVE CUSTOMER-COUNT TO CUSTOMER-SLOT
           END-IF
           IF CUSTOMER-SLOT > 0
               AND FIRSTNAME OF CUSTOMER-RECORD = "ERASED"
               MOVE "Y" TO CTA-ERASED (CUSTOMER-SLOT)
           END-IF
           IF ACCOUNT-NUMBER OF CUSTOMER-RECORD NOT = SPACES
               MOVE ACCOUNT-NUMBER OF CUSTOMER-RECORD TO REF-KEY
               PERFORM FIND-ACCOUNT-SLOT
               IF ACCOUNT-SLOT = 0
                   MOVE "MEDIUM" TO FINDING-SEVERITY
                   MOVE "customer account not on AccountMaster"
                       TO FINDING-TEXT
                   MOVE "rebuild the master (Opgave17) or drop line"
                       TO FINDING-FIX
                   PERFORM WRITE-FINDING
               ELSE
                   IF ACA-CUSTOMER-ID (ACCOUNT-SLOT)
                       NOT = CUSTOMER-ID OF CUSTOMER-RECORD
                       MOVE "HIGH" TO FINDING-SEVERITY
                       MOVE "account owner differs from AccountMaster"
                           TO FINDING-TEXT
                       MOVE "correct the owner in one of the two files"
                           TO FINDING-FIX
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
           END-IF.

       FIND-CUSTOMER-SLOT.
           MOVE 0 TO CUSTOMER-SLOT
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
               IF CTA-CUSTOMER-ID (CX) = CUSTOMER-TO-FIND
                   MOVE CX TO CUSTOMER-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-SLOT.
           MOVE 0 TO ACCOUNT-SLOT
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ACCOUNT-COUNT
               IF ACA-ACCOUNT-ID (AX) = REF-KEY
                   MOVE AX TO ACCOUNT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-ACCOUNT-OWNERS.
           MOVE 1 TO REF-FILE-NO
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ACCOUNT-COUNT
               ADD 1 TO FT-CHECKED (1)
               MOVE ACA-CUSTOMER-ID (AX) TO CUSTOMER-TO-FIND
               PERFORM FIND-CUSTOMER-SLOT
               IF CUSTOMER-SLOT > 0
                   MOVE "Y" TO ACA-OWNER-KNOWN (AX)
                   MOVE CTA-ERASED (CUSTOMER-SLOT)
                       TO ACA-OWNER-ERASED (AX)
               END-IF
               MOVE ACA-ACCOUNT-ID (AX) TO REF-KEY
               IF ACA-OWNER-KNOWN (AX) NOT = "Y"
                   AND FT-STATUS (2) = "Y"
                   MOVE "HIGH" TO FINDING-SEVERITY
                   MOVE "account owner not in Customerinfo"
                       TO FINDING-TEXT
                   MOVE "add the customer (Opgave26) or fix owner"
                       TO FINDING-FIX
                   PERFORM WRITE-FINDING
               END-IF
               IF ACA-OWNER-ERASED (AX) = "Y"
                   AND ACA-STATUS (AX) NOT = "C"
                   MOVE "MEDIUM" TO FINDING-SEVERITY
                   MOVE "account still open for an erased customer"
                       TO FINDING-TEXT
                   MOVE "close the account (Opgave39)"
                       TO FINDING-FIX
                   PERFORM WRITE-FINDING
               END-IF
           END-PERFORM.

       CHECK-REFERENCE.
           ADD 1 TO FT-CHECKED (REF-FILE-NO)
           IF REF-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT-SLOT
           IF ACCOUNT-SLOT = 0
               IF REF-KIND = "R"
                   MOVE "MEDIUM" TO FINDING-SEVERITY
               ELSE
                   MOVE "HIGH" TO FINDING-SEVERITY
               END-IF
               MOVE "account does not exist on AccountMaster"
                   TO FINDING-TEXT
               MOVE "correct the account ID or remove the entry"
                   TO FINDING-FIX
               PERFORM WRITE-FINDING
               EXIT PARAGRAPH
           END-IF
           IF ACA-STATUS (ACCOUNT-SLOT) = "C"
               EVALUATE REF-KIND
                   WHEN "I"
                       MOVE "HIGH" TO FINDING-SEVERITY
                       MOVE "instruction on a closed account"
                           TO FINDING-TEXT
                       MOVE "cancel the instruction"
                           TO FINDING-FIX
                   WHEN "L"
                       MOVE "MEDIUM" TO FINDING-SEVERITY
                       MOVE "limit or subscription on a closed account"
                           TO FINDING-TEXT
                       MOVE "remove the entry" TO FINDING-FIX
                   WHEN "A"
                       MOVE "MEDIUM" TO FINDING-SEVERITY
                       MOVE "authority still valid on a closed account"
                           TO FINDING-TEXT
                       MOVE "end the authority (valid-to date)"
                           TO FINDING-FIX
                   WHEN OTHER
                       MOVE "LOW" TO FINDING-SEVERITY
                       MOVE "register entry for a closed account"
                           TO FINDING-TEXT
                       MOVE "remove at the next housekeeping run"
                           TO FINDING-FIX
               END-EVALUATE
               PERFORM WRITE-FINDING
           END-IF
           IF ACA-STATUS (ACCOUNT-SLOT) = "B"
               EVALUATE REF-KIND
                   WHEN "I"
                       MOVE "MEDIUM" TO FINDING-SEVERITY
                       MOVE "instruction on a blocked account"
                           TO FINDING-TEXT
                       MOVE "suspend it until the block is lifted"
                           TO FINDING-FIX
                       PERFORM WRITE-FINDING
                   WHEN "L"
                       MOVE "MEDIUM" TO FINDING-SEVERITY
                       MOVE "limit or subscription on a blocked account"
                           TO FINDING-TEXT
                       MOVE "withdraw it or confirm the block"
                           TO FINDING-FIX
                       PERFORM WRITE-FINDING
               END-EVALUATE
           END-IF
           IF ACA-OWNER-ERASED (ACCOUNT-SLOT) = "Y"
               MOVE "MEDIUM" TO FINDING-SEVERITY
               MOVE "entry kept for an erased customer"
                   TO FINDING-TEXT
               MOVE "remove the entry as erasure follow-up"
                   TO FINDING-FIX
               PERFORM WRITE-FINDING
           END-IF.

       WRITE-FINDING.
           ADD 1 TO FINDING-COUNT
           EVALUATE FINDING-SEVERITY
               WHEN "HIGH"
                   ADD 1 TO HIGH-COUNT
                   ADD 1 TO FT-HIGH (REF-FILE-NO)
               WHEN "MEDIUM"
                   ADD 1 TO MEDIUM-COUNT
                   ADD 1 TO FT-MEDIUM (REF-FILE-NO)
               WHEN OTHER
                   ADD 1 TO LOW-COUNT
                   ADD 1 TO FT-LOW (REF-FILE-NO)
           END-EVALUATE
           MOVE SPACES TO FINDING-LINE
           MOVE FINDING-SEVERITY TO FL-SEVERITY
           MOVE FT-LABEL (REF-FILE-NO) TO FL-FILE
           MOVE REF-KEY TO FL-KEY
           MOVE FINDING-TEXT TO FL-FINDING
           MOVE FINDING-FIX TO FL-FIX
           MOVE FINDING-LINE TO INTEGRITY-REPORT-INFO
           WRITE INTEGRITY-REPORT-RECORD.

       CHECK-STANDING-ORDERS.
           MOVE 3 TO REF-FILE-NO
           MOVE "I" TO REF-KIND
           MOVE "Y" TO REF-ACTIVE
           MOVE "N" TO END-OF-REFERENCE-FILE
           OPEN INPUT STANDING-ORDER-FILE
           IF STANDING-ORDER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REFERENCE-FILE
           ELSE
               MOVE "Y" TO FT-STATUS (REF-FILE-NO)
           END-IF
           PERFORM UNTIL END-OF-REFERENCE-FILE = "Y"
               READ STANDING-ORDER-FILE
                   AT END
                       MOVE "Y" TO END-OF-REFERENCE-FILE
                       CLOSE STANDING-ORDER-FILE
                   NOT AT END
                       MOVE ACCOUNT-ID OF STANDING-ORDER-RECORD
                           TO REF-KEY
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM.

       CHECK-MANDATES.
           MOVE 4 TO REF-FILE-NO
           MOVE "I" TO REF-KIND
           MOVE "N" TO END-OF-REFERENCE-FILE
           OPEN INPUT MANDATE-FILE
           IF MANDATE-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REFERENCE-FILE
           ELSE
               MOVE "Y" TO FT-STATUS (REF-FILE-NO)
           END-IF
           PERFORM UNTIL END-OF-REFERENCE-FILE = "Y"
               READ MANDATE-FILE
                   AT END
                       MOVE "Y" TO END-OF-REFERENCE-FILE
                       CLOSE MANDATE-FILE
                   NOT AT END
                       MOVE "Y" TO REF-ACTIVE
                       IF BS-VALID-TO NOT = SPACES
                           AND BS-VALID-TO < RUN-DATE
                           MOVE "N" TO REF-ACTIVE
                       END-IF
                       MOVE BS-DEBTOR-ACCOUNT TO REF-KEY
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM.

       CHECK-VELOCITY-LIMITS.
           MOVE 5 TO REF-FILE-NO
           MOVE "L" TO REF-KIND
           MOVE "Y" TO REF-ACTIVE
           MOVE "N" TO END-OF-REFERENCE-FILE
           OPEN INPUT VELOCITY-LIMIT-FILE
           IF VELOCITY-LIMIT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REFERENCE-FILE
           ELSE
               MOVE "Y" TO FT-STATUS (REF-FILE-NO)
           END-IF
           PERFORM UNTIL END-OF-REFERENCE-FILE = "Y"
               READ VELOCITY-LIMIT-FILE
                   AT END
                       MOVE "Y" TO END-OF-REFERENCE-FILE
                       CLOSE VELOCITY-LIMIT-FILE
                   NOT AT END
                       MOVE VL-ACCOUNT-ID TO REF-KEY
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM.

       CHECK-OVERDRAFT-LIMITS.
           MOVE 6 TO REF-FILE-NO
           MOVE "L" TO REF-KIND
           MOVE "N" TO END-OF-REFERENCE-FILE
           OPEN INPUT OVERDRAFT-LIMIT-FILE
           IF OVERDRAFT-LIMIT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REFERENCE-FILE
           ELSE
               MOVE "Y" TO FT-STATUS (REF-FILE-NO)
           END-IF
           PERFORM UNTIL END-OF-REFERENCE-FILE = "Y"
               READ OVERDRAFT-LIMIT-FILE
                   AT END
                       MOVE "Y" TO END-OF-REFERENCE-FILE
                       CLOSE OVERDRAFT-LIMIT-FILE
                   NOT AT END
                       MOVE "Y" TO REF-ACTIVE
                       IF AUTHORIZED-LIMIT OF OVERDRAFT-LIMIT-RECORD
                           NOT NUMERIC
                           OR AUTHORIZED-LIMIT
                               OF OVERDRAFT-LIMIT-RECORD = 0
                           MOVE "N" TO REF-ACTIVE
                       END-IF
                       MOVE ACCOUNT-ID OF OVERDRAFT-LIMIT-RECORD
                           TO REF-KEY
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM.

       CHECK-IBAN-REGISTER.
           MOVE 7 TO REF-FILE-NO
           MOVE "R" TO REF-KIND
           MOVE "Y" TO REF-ACTIVE
           MOVE "N" TO END-OF-REFERENCE-FILE
           OPEN INPUT IBAN-REGISTER-FILE
           IF IBAN-REGISTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REFERENCE-FILE
           ELSE
               MOVE "Y" TO FT-STATUS (REF-FILE-NO)
           END-IF
           PERFORM UNTIL END-OF-REFERENCE-FILE = "Y"
               READ IBAN-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-REFERENCE-FILE
                       CLOSE IBAN-REGISTER-FILE
                   NOT AT END
                       MOVE IB-ACCOUNT-ID TO REF-KEY
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM.

       CHECK-ALERT-SUBSCRIPTIONS.
           MOVE 8 TO REF-FILE-NO
           MOVE "L" TO REF-KIND
           MOVE "N" TO END-OF-REFERENCE-FILE
           OPEN INPUT ALERT-SUBSCRIPTION-FILE
           IF ALERT-SUBSCRIPTION-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REFERENCE-FILE
           ELSE
               MOVE "Y" TO FT-STATUS (REF-FILE-NO)
           END-IF
           PERFORM UNTIL END-OF-REFERENCE-FILE = "Y"
               READ ALERT-SUBSCRIPTION-FILE
                   AT END
                       MOVE "Y" TO END-OF-REFERENCE-FILE
                       CLOSE ALERT-SUBSCRIPTION-FILE
                   NOT AT END
                       MOVE "Y" TO REF-ACTIVE
                       IF SUB-ACCOUNT-ID = SPACES
                           MOVE "N" TO REF-ACTIVE
                       END-IF
                       MOVE SUB-ACCOUNT-ID TO REF-KEY
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM.

       CHECK-AUTHORIZED-PARTIES.
           MOVE 9 TO REF-FILE-NO
           MOVE "A" TO REF-KIND
           MOVE "N" TO END-OF-REFERENCE-FILE
           OPEN INPUT AUTHORIZED-PARTY-FILE
           IF AUTHORIZED-PARTY-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REFERENCE-FILE
           ELSE
               MOVE "Y" TO FT-STATUS (REF-FILE-NO)
           END-IF
           PERFORM UNTIL END-OF-REFERENCE-FILE = "Y"
               READ AUTHORIZED-PARTY-FILE
                   AT END
                       MOVE "Y" TO END-OF-REFERENCE-FILE
                       CLOSE AUTHORIZED-PARTY-FILE
                   NOT AT END
                       MOVE "Y" TO REF-ACTIVE
                       IF AP-VALID-TO NOT = SPACES
                           AND AP-VALID-TO < RUN-DATE
                           MOVE "N" TO REF-ACTIVE
                       END-IF
                       MOVE AP-ACCOUNT-NUMBER TO REF-KEY
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM.

       CHECK-STATEMENT-CYCLES.
           MOVE 10 TO REF-FILE-NO
           MOVE "R" TO REF-KIND
           MOVE "N" TO END-OF-REFERENCE-FILE
           OPEN INPUT STATEMENT-CYCLE-FILE
           IF STATEMENT-CYCLE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REFERENCE-FILE
           ELSE
               MOVE "Y" TO FT-STATUS (REF-FILE-NO)
           END-IF
           PERFORM UNTIL END-OF-REFERENCE-FILE = "Y"
               READ STATEMENT-CYCLE-FILE
                   AT END
                       MOVE "Y" TO END-OF-REFERENCE-FILE
                       CLOSE STATEMENT-CYCLE-FILE
                   NOT AT END
                       MOVE "Y" TO REF-ACTIVE
                       IF SC-KEY (7:1) = "-"
                           AND SC-KEY (12:4) = SPACES
                           MOVE "N" TO REF-ACTIVE
                       END-IF
                       MOVE SC-KEY TO REF-KEY
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM.

       CHECK-TERM-DEPOSITS.
           MOVE 11 TO REF-FILE-NO
           MOVE "I" TO REF-KIND
           MOVE "N" TO END-OF-REFERENCE-FILE
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TERM-DEPOSIT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REFERENCE-FILE
           ELSE
               MOVE "Y" TO FT-STATUS (REF-FILE-NO)
           END-IF
           PERFORM UNTIL END-OF-REFERENCE-FILE = "Y"
               READ TERM-DEPOSIT-FILE
                   AT END
                       MOVE "Y" TO END-OF-REFERENCE-FILE
                       CLOSE TERM-DEPOSIT-FILE
                   NOT AT END
                       MOVE "Y" TO REF-ACTIVE
                       IF TD-STATUS NOT = "A"
                           MOVE "N" TO REF-ACTIVE
                       END-IF
                       MOVE TD-LINKED-ACCOUNT TO REF-KEY
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM.

       CHECK-LOANS.
           MOVE 12 TO REF-FILE-NO
           MOVE "I" TO REF-KIND
           MOVE "N" TO END-OF-REFERENCE-FILE
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REFERENCE-FILE
           ELSE
               MOVE "Y" TO FT-STATUS (REF-FILE-NO)
           END-IF
           PERFORM UNTIL END-OF-REFERENCE-FILE = "Y"
               READ LOAN-MASTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-REFERENCE-FILE
                       CLOSE LOAN-MASTER-FILE
                   NOT AT END
                       MOVE "Y" TO REF-ACTIVE
                       IF LOAN-STATUS = "D"
                           OR LOAN-BALANCE NOT NUMERIC
                           OR LOAN-BALANCE = 0
                           MOVE "N" TO REF-ACTIVE
                       END-IF
                       MOVE LOAN-ACCOUNT-ID TO REF-KEY
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM.

       WRITE-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-INFO
           WRITE INTEGRITY-REPORT-RECORD
           STRING "FILE               STATUS    CHECKED     HIGH"
               "   MEDIUM      LOW"
               DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-INFO
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 12
               ADD FT-CHECKED (FX) TO FT-CHECKED (13)
               ADD FT-HIGH (FX) TO FT-HIGH (13)
               ADD FT-MEDIUM (FX) TO FT-MEDIUM (13)
               ADD FT-LOW (FX) TO FT-LOW (13)
           END-PERFORM
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 13
               MOVE SPACES TO SUMMARY-LINE
               MOVE FT-LABEL (FX) TO SL-FILE
               IF FT-STATUS (FX) = "Y"
                   MOVE SPACES TO SL-STATUS
               ELSE
                   MOVE "not found" TO SL-STATUS
               END-IF
               MOVE FT-CHECKED (FX) TO SL-CHECKED
               MOVE FT-HIGH (FX) TO SL-HIGH
               MOVE FT-MEDIUM (FX) TO SL-MEDIUM
               MOVE FT-LOW (FX) TO SL-LOW
               MOVE SUMMARY-LINE TO INTEGRITY-REPORT-INFO
               WRITE INTEGRITY-REPORT-RECORD
           END-PERFORM.
