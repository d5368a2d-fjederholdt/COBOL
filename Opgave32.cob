           SELECT CASE-FILE ASSIGN TO "src/SanctionCases.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-FILE-STATUS.
           SELECT PEP-REGISTER-FILE ASSIGN TO "src/PepRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEP-REGISTER-STATUS.
           SELECT BENEFICIAL-OWNER-FILE
               ASSIGN TO "BeneficialOwners.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENEFICIAL-OWNER-STATUS.
           SELECT PERIOD-CLOSE-DATE-FILE
               ASSIGN TO "PeriodCloseDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01 CASE-RECORD.
           COPY "SANCTIONCASE.cpy".

       FD PEP-REGISTER-FILE.
       01 PEP-REGISTER-RECORD.
           COPY "PEPREGISTER.cpy".

       FD BENEFICIAL-OWNER-FILE.
       01 BENEFICIAL-OWNER-RECORD.
           COPY "BENEFICIALOWNER.cpy".

       FD REPORT-SCAN-FILE.
       01 REPORT-SCAN-RECORD.
           02 REPORT-SCAN-LINE PIC X(150).
       01 END-OF-CURRENCY-RATE-FILE PIC X VALUE "N".
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 END-OF-CASE-FILE PIC X VALUE "N".
       01 END-OF-PEP-REGISTER PIC X VALUE "N".
       01 END-OF-OWNER-FILE PIC X VALUE "N".
       01 END-OF-REPORT-SCAN PIC X VALUE "N".
       01 TRANSACTION-ARCHIVE-STATUS PIC XX.
       01 OPENING-BALANCE-STATUS PIC XX.
       01 CURRENCY-RATE-OPENED PIC X VALUE "N".
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 CASE-FILE-STATUS PIC XX.
       01 PEP-REGISTER-STATUS PIC XX.
       01 BENEFICIAL-OWNER-STATUS PIC XX.
       01 OWNER-PCT-EDIT PIC ZZ9.99.
       01 REPORT-SCAN-STATUS PIC XX.
       01 REPORT-SCAN-NAME PIC X(40) VALUE SPACES.
       01 PERIOD-CLOSE-DATE-STATUS PIC XX.
               DISPLAY " "
               DISPLAY "Structuring alerts:"
               PERFORM SCAN-REPORT-FOR-CPR
               MOVE "MuleAlerts.txt" TO REPORT-SCAN-NAME
               DISPLAY " "
               DISPLAY "Pass-through alerts:"
               PERFORM SCAN-REPORT-FOR-CPR
           END-IF
           IF INQUIRY-CUSTOMER-ID NOT = SPACES
               PERFORM SHOW-SANCTION-CASES
               PERFORM SHOW-PEP-STATUS
           END-IF
           PERFORM SHOW-BENEFICIAL-OWNERS
           IF ACCOUNT-COUNT > 0 OR LT-COUNT > 0
               MOVE "Y" TO SUBJECT-FOUND
           END-IF
               DISPLAY "  none"
           END-IF.

       SHOW-PEP-STATUS.
           DISPLAY " "
           DISPLAY "PEP status:"
           MOVE 0 TO SECTION-HITS
           OPEN INPUT PEP-REGISTER-FILE
           IF PEP-REGISTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-PEP-REGISTER
           END-IF
           PERFORM UNTIL END-OF-PEP-REGISTER = "Y"
               READ PEP-REGISTER-FILE INTO PEP-REGISTER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-PEP-REGISTER
                       CLOSE PEP-REGISTER-FILE
                   NOT AT END
                       IF PEPR-CUSTOMER-ID = INQUIRY-CUSTOMER-ID
                           AND PEPR-STATUS NOT = "FALSE-MATCH"
                           ADD 1 TO SECTION-HITS
                           DISPLAY "  PEP " PEPR-PEP-ID
                               " " PEPR-RELATION
                               " status "
                               FUNCTION TRIM(PEPR-STATUS TRAILING)
                               " EDD " PEPR-EDD-REQUIRED
                               " approver " PEPR-APPROVER
                               " " PEPR-DECISION-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF SECTION-HITS = 0
               DISPLAY "  not a PEP"
           END-IF.

       SHOW-BENEFICIAL-OWNERS.
           DISPLAY " "
           IF INQUIRY-IS-CPR = "Y"
               DISPLAY "Beneficial owner of:"
           ELSE
               DISPLAY "Beneficial owners:"
           END-IF
           MOVE 0 TO SECTION-HITS
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
                       IF (INQUIRY-IS-CPR = "Y"
                           AND BO-CPR = INQUIRY-CPR)
                           OR (INQUIRY-IS-CPR NOT = "Y"
                           AND BO-CUSTOMER-ID = INQUIRY-CUSTOMER-ID)
                           ADD 1 TO SECTION-HITS
                           MOVE BO-OWNERSHIP-PCT TO OWNER-PCT-EDIT
                           DISPLAY "  " BO-CUSTOMER-ID " " BO-CPR
                               " " BO-NAME " " OWNER-PCT-EDIT "% "
                               BO-CONTROL-TYPE " from " BO-VALID-FROM
                               " to " BO-VALID-TO
                       END-IF
               END-READ
           END-PERFORM
           IF SECTION-HITS = 0
               DISPLAY "  none registered"
           END-IF.

       CONVERT-CURRENCY.
           MOVE ZEROES TO CURRENCY-NUMBER
           MOVE ZEROES TO DKK-NUMBER
