       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE91.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "Operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT REVIEW-MONTH-FILE ASSIGN TO "AccessReviewMonth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-MONTH-STATUS.
           SELECT STAFF-RELATION-FILE ASSIGN TO "StaffRelations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAFF-RELATION-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "src/InputFiles/Customerinfo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT TRAIL-FILE ASSIGN USING TRAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "src/SanctionCases.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-FILE-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "InquiryAccessLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCESS-LOG-STATUS.
           SELECT ACTIVITY-REPORT-FILE
               ASSIGN TO "OperatorActivityReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           02 OPERATOR-LINE PIC X(80).

       FD REVIEW-MONTH-FILE.
       01 REVIEW-MONTH-RECORD.
           02 REVIEW-MONTH-LINE PIC X(07).

       FD STAFF-RELATION-FILE.
       01 STAFF-RELATION-RECORD.
           COPY "STAFFRELATION.cpy".

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY "CUSTOMERS.cpy".

       FD TRAIL-FILE.
       01 TRAIL-RECORD.
           02 TRAIL-LINE PIC X(250).

       FD CASE-FILE.
       01 CASE-RECORD.
           COPY "SANCTIONCASE.cpy".

       FD ACCESS-LOG-FILE.
       01 ACCESS-LOG-RECORD.
           COPY "ACCESSLOG.cpy".

       FD ACTIVITY-REPORT-FILE.
       01 ACTIVITY-REPORT-RECORD.
           02 ACTIVITY-REPORT-INFO PIC X(132).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-OPERATOR-FILE PIC X VALUE "N".
       01 END-OF-RELATION-FILE PIC X VALUE "N".
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 END-OF-TRAIL-FILE PIC X VALUE "N".
       01 END-OF-CASE-FILE PIC X VALUE "N".
       01 END-OF-ACCESS-LOG PIC X VALUE "N".
       01 OPERATOR-FILE-STATUS PIC XX.
       01 REVIEW-MONTH-STATUS PIC XX.
       01 STAFF-RELATION-STATUS PIC XX.
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 TRAIL-FILE-STATUS PIC XX.
       01 CASE-FILE-STATUS PIC XX.
       01 ACCESS-LOG-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave91".
       01 TRAIL-FILE-NAME PIC X(40) VALUE SPACES.
       01 TRAIL-LABEL PIC X(18) VALUE SPACES.
       01 RUN-MODE-ARGS PIC X(30) VALUE SPACES.
       01 PERIOD-FROM PIC X(07) VALUE SPACES.
       01 PERIOD-TO PIC X(07) VALUE SPACES.
       01 ENTRY-MONTH PIC X(07) VALUE SPACES.
       01 ENTRY-STAMP PIC X(19) VALUE SPACES.
       01 ENTRY-OPERATOR PIC X(08) VALUE SPACES.
       01 ENTRY-CHECKER PIC X(08) VALUE SPACES.
       01 ENTRY-KEY PIC X(15) VALUE SPACES.
       01 ENTRY-TYPE PIC 9 VALUE 0.
       01 TRAIL-LEFT PIC X(250) VALUE SPACES.
       01 TRAIL-RIGHT PIC X(250) VALUE SPACES.
       01 TYPE-LABELS.
           02 FILLER PIC X(08) VALUE "CUSTCHG".
           02 FILLER PIC X(08) VALUE "CUSTCHK".
           02 FILLER PIC X(08) VALUE "STATUS".
           02 FILLER PIC X(08) VALUE "TELLER".
           02 FILLER PIC X(08) VALUE "MERGE".
           02 FILLER PIC X(08) VALUE "CASE".
           02 FILLER PIC X(08) VALUE "CASECHK".
           02 FILLER PIC X(08) VALUE "INQUIRY".
       01 TYPE-LABEL-TABLE REDEFINES TYPE-LABELS.
           02 TYPE-LABEL PIC X(08) OCCURS 8 TIMES.
       01 OPERATOR-COUNT PIC 9(4) VALUE 0.
       01 OPERATOR-MAX PIC 9(4) VALUE 1000.
       01 OPERATOR-TABLE.
           05 OPERATOR-ENTRY
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON OPERATOR-COUNT.
               10 OP-ID PIC X(08).
               10 OP-NAME PIC X(20).
               10 OP-ROLE PIC X(10).
               10 OP-ACTIVE PIC X(01).
               10 OP-REGISTERED PIC X(01).
               10 OP-TOTAL PIC 9(6).
               10 OP-ACTION PIC 9(6) OCCURS 8 TIMES.
       01 OX PIC 9(4) VALUE 0.
       01 TX PIC 9 VALUE 0.
       01 OPERATOR-SLOT PIC 9(4) VALUE 0.
       01 OPERATOR-TO-FIND PIC X(08) VALUE SPACES.
       01 RELATION-COUNT PIC 9(4) VALUE 0.
       01 RELATION-MAX PIC 9(4) VALUE 2000.
       01 RELATION-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON RELATION-COUNT.
           COPY "STAFFRELATION.cpy".
       01 RX PIC 9(4) VALUE 0.
       01 ACCOUNT-OWNER-COUNT PIC 9(5) VALUE 0.
       01 ACCOUNT-OWNER-MAX PIC 9(5) VALUE 20000.
       01 ACCOUNT-OWNER-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON ACCOUNT-OWNER-COUNT.
           02 AO-ACCOUNT-ID PIC X(15).
           02 AO-CUSTOMER-ID PIC X(10).
       01 AX PIC 9(5) VALUE 0.
       01 OWNER-FOUND PIC X(10) VALUE SPACES.
       01 CONFLICT-COUNT PIC 9(6) VALUE 0.
       01 FLAGGED-COUNT PIC 9(4) VALUE 0.
       01 ENTRY-COUNT PIC 9(7) VALUE 0.
       01 CONFLICT-TEXT PIC X(18) VALUE SPACES.
       01 CONFLICT-DETAIL PIC X(60) VALUE SPACES.
       01 OPERATOR-FLAG PIC X(24) VALUE SPACES.
       01 COUNT-STRING PIC ZZZZZ9.
       01 FLAG-STRING PIC ZZZ9.
       01 CONFLICT-LINE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 CL-STAMP PIC X(20).
           02 CL-OPERATOR PIC X(09).
           02 CL-CONFLICT PIC X(19).
           02 CL-TRAIL PIC X(19).
           02 CL-DETAIL PIC X(60).
       01 ACTIVITY-LINE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 AL-OPERATOR PIC X(09).
           02 AL-NAME PIC X(16).
           02 AL-ROLE PIC X(11).
           02 AL-TOTAL PIC ZZZZZ9.
           02 AL-ACTION OCCURS 8 TIMES.
               03 FILLER PIC X(02).
               03 AL-COUNT PIC ZZZZZ9.
           02 FILLER PIC X(02).
           02 AL-FLAG PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT RUN-MODE-ARGS FROM COMMAND-LINE
           UNSTRING RUN-MODE-ARGS DELIMITED BY ALL SPACE
               INTO PERIOD-FROM PERIOD-TO
           END-UNSTRING
           IF PERIOD-FROM = SPACES
               PERFORM LOAD-REVIEW-MONTH
           END-IF
           IF PERIOD-TO = SPACES
               MOVE PERIOD-FROM TO PERIOD-TO
           END-IF
           IF PERIOD-FROM (5:1) NOT = "-" OR PERIOD-TO (5:1) NOT = "-"
               OR PERIOD-TO < PERIOD-FROM
               DISPLAY "Period must be YYYY-MM, or two months"
                   " YYYY-MM YYYY-MM for a quarter"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-OPERATORS
           PERFORM LOAD-STAFF-RELATIONS
           PERFORM LOAD-ACCOUNT-OWNERS

           OPEN OUTPUT ACTIVITY-REPORT-FILE
           MOVE SPACES TO ACTIVITY-REPORT-INFO
           STRING "Operator activity and segregation of duties "
               PERIOD-FROM " to " PERIOD-TO
               DELIMITED BY SIZE
               INTO ACTIVITY-REPORT-INFO
           END-STRING
           WRITE ACTIVITY-REPORT-RECORD
           MOVE SPACES TO ACTIVITY-REPORT-INFO
           WRITE ACTIVITY-REPORT-RECORD
           MOVE "Segregation-of-duties conflicts:"
               TO ACTIVITY-REPORT-INFO
           WRITE ACTIVITY-REPORT-RECORD

           MOVE "src/CustomerAudit.txt" TO TRAIL-FILE-NAME
           MOVE "CustomerAudit" TO TRAIL-LABEL
           PERFORM SCAN-TRAIL-FILE
           MOVE "AccountStatusAudit.txt" TO TRAIL-FILE-NAME
           MOVE "AccountStatusAudit" TO TRAIL-LABEL
           PERFORM SCAN-TRAIL-FILE
           MOVE "TellerJournalAudit.txt" TO TRAIL-FILE-NAME
           MOVE "TellerJournalAudit" TO TRAIL-LABEL
           PERFORM SCAN-TRAIL-FILE
           MOVE "src/CustomerMergeAudit.txt" TO TRAIL-FILE-NAME
           MOVE "CustomerMergeAudit" TO TRAIL-LABEL
           PERFORM SCAN-TRAIL-FILE
           PERFORM SCAN-CASE-DECISIONS
           PERFORM SCAN-ACCESS-LOG
           IF CONFLICT-COUNT = 0
               MOVE "  none" TO ACTIVITY-REPORT-INFO
               WRITE ACTIVITY-REPORT-RECORD
           END-IF

           PERFORM REPORT-OPERATOR-ACTIVITY
           CLOSE ACTIVITY-REPORT-FILE

           MOVE ENTRY-COUNT TO COUNT-STRING
           DISPLAY "Operator activity report complete, entries: "
               COUNT-STRING
           MOVE CONFLICT-COUNT TO COUNT-STRING
           DISPLAY "Segregation-of-duties conflicts: " COUNT-STRING
           MOVE FLAGGED-COUNT TO COUNT-STRING
           DISPLAY "Inactive or unregistered operators active: "
               COUNT-STRING
           IF CONFLICT-COUNT > 0 OR FLAGGED-COUNT > 0
               MOVE CONFLICT-COUNT TO COUNT-STRING
               MOVE FLAGGED-COUNT TO FLAG-STRING
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": " PERIOD-FROM " to " PERIOD-TO " "
                   FUNCTION TRIM(COUNT-STRING) " conflicts, "
                   FUNCTION TRIM(FLAG-STRING) " operators flagged,"
                   " see OperatorActivityReport.txt"
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

       LOAD-REVIEW-MONTH.
           OPEN INPUT REVIEW-MONTH-FILE
           IF REVIEW-MONTH-STATUS = "00"
               READ REVIEW-MONTH-FILE INTO REVIEW-MONTH-RECORD
                   NOT AT END
                       MOVE REVIEW-MONTH-LINE TO PERIOD-FROM
               END-READ
               CLOSE REVIEW-MONTH-FILE
           END-IF.

       LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open Operators.txt (status "
                   OPERATOR-FILE-STATUS ")"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               DISPLAY "Operators.txt is required to resolve operators"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-OPERATOR-FILE = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO END-OF-OPERATOR-FILE
                       CLOSE OPERATOR-FILE
                   NOT AT END
                       IF OPERATOR-LINE NOT = SPACES
                           AND OPERATOR-COUNT < OPERATOR-MAX
                           PERFORM ADD-REGISTERED-OPERATOR
                       END-IF
               END-READ
           END-PERFORM.

       ADD-REGISTERED-OPERATOR.
           ADD 1 TO OPERATOR-COUNT
           MOVE SPACES TO OPERATOR-ENTRY (OPERATOR-COUNT)
           UNSTRING FUNCTION TRIM(OPERATOR-LINE)
               DELIMITED BY ALL SPACE
               INTO OP-ID (OPERATOR-COUNT) OP-NAME (OPERATOR-COUNT)
                   OP-ROLE (OPERATOR-COUNT) OP-ACTIVE (OPERATOR-COUNT)
           END-UNSTRING
           MOVE "Y" TO OP-REGISTERED (OPERATOR-COUNT)
           MOVE 0 TO OP-TOTAL (OPERATOR-COUNT)
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 8
               MOVE 0 TO OP-ACTION (OPERATOR-COUNT, TX)
           END-PERFORM.

       LOAD-STAFF-RELATIONS.
           OPEN INPUT STAFF-RELATION-FILE
           IF STAFF-RELATION-STATUS NOT = "00"
               MOVE "Y" TO END-OF-RELATION-FILE
           END-IF
           PERFORM UNTIL END-OF-RELATION-FILE = "Y"
               READ STAFF-RELATION-FILE
                   AT END
                       MOVE "Y" TO END-OF-RELATION-FILE
                       CLOSE STAFF-RELATION-FILE
                   NOT AT END
                       IF STF-OPERATOR OF STAFF-RELATION-RECORD
                           NOT = SPACES
                           AND RELATION-COUNT < RELATION-MAX
                           ADD 1 TO RELATION-COUNT
                           MOVE STAFF-RELATION-RECORD
                               TO RELATION-ARRAY (RELATION-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ACCOUNT-OWNERS.
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
                       IF ACCOUNT-NUMBER OF CUSTOMER-RECORD NOT = SPACES
                           AND ACCOUNT-OWNER-COUNT < ACCOUNT-OWNER-MAX
                           ADD 1 TO ACCOUNT-OWNER-COUNT
                           MOVE ACCOUNT-NUMBER OF CUSTOMER-RECORD
                               TO AO-ACCOUNT-ID (ACCOUNT-OWNER-COUNT)
                           MOVE CUSTOMER-ID OF CUSTOMER-RECORD
                               TO AO-CUSTOMER-ID (ACCOUNT-OWNER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-TRAIL-FILE.
           MOVE "N" TO END-OF-TRAIL-FILE
           OPEN INPUT TRAIL-FILE
           IF TRAIL-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-TRAIL-FILE
           END-IF
           PERFORM UNTIL END-OF-TRAIL-FILE = "Y"
               READ TRAIL-FILE
                   AT END
                       MOVE "Y" TO END-OF-TRAIL-FILE
                       CLOSE TRAIL-FILE
                   NOT AT END
                       IF TRAIL-LINE (1:7) NOT < PERIOD-FROM
                           AND TRAIL-LINE (1:7) NOT > PERIOD-TO
                           MOVE TRAIL-LINE (1:19) TO ENTRY-STAMP
                           EVALUATE TRAIL-LABEL
                               WHEN "CustomerAudit"
                                   PERFORM TAKE-CUSTOMER-AUDIT
                               WHEN "AccountStatusAudit"
                                   PERFORM TAKE-STATUS-AUDIT
                               WHEN "TellerJournalAudit"
                                   PERFORM TAKE-TELLER-AUDIT
                               WHEN OTHER
                                   PERFORM TAKE-MERGE-AUDIT
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-CUSTOMER-AUDIT.
           IF TRAIL-LINE (37:9) = " BEFORE: "
               EXIT PARAGRAPH
           END-IF
           MOVE TRAIL-LINE (21:3) TO ENTRY-OPERATOR
           MOVE TRAIL-LINE (27:10) TO ENTRY-KEY
           MOVE SPACES TO ENTRY-CHECKER
           MOVE SPACES TO TRAIL-RIGHT
           UNSTRING TRAIL-LINE DELIMITED BY " CHECKER "
               INTO TRAIL-LEFT TRAIL-RIGHT
           END-UNSTRING
           MOVE TRAIL-RIGHT (1:8) TO ENTRY-CHECKER
           IF TRAIL-LINE (37:21) NOT = " REJECTED BY CHECKER "
               MOVE 1 TO ENTRY-TYPE
               PERFORM TALLY-ENTRY
           END-IF
           IF ENTRY-CHECKER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ENTRY-CHECKER = ENTRY-OPERATOR
               MOVE "MAKER IS CHECKER" TO CONFLICT-TEXT
               MOVE SPACES TO CONFLICT-DETAIL
               STRING "customer " DELIMITED BY SIZE
                   ENTRY-KEY DELIMITED BY SPACE
                   " changed and approved by one ID"
                   DELIMITED BY SIZE
                   INTO CONFLICT-DETAIL
               END-STRING
               PERFORM WRITE-CONFLICT
           END-IF
           MOVE ENTRY-CHECKER TO ENTRY-OPERATOR
           MOVE 2 TO ENTRY-TYPE
           PERFORM TALLY-ENTRY.

       TAKE-STATUS-AUDIT.
           MOVE TRAIL-LINE (21:3) TO ENTRY-OPERATOR
           MOVE 3 TO ENTRY-TYPE
           PERFORM TALLY-ENTRY.

       TAKE-TELLER-AUDIT.
           MOVE TRAIL-LINE (21:8) TO ENTRY-OPERATOR
           MOVE TRAIL-LINE (38:15) TO ENTRY-KEY
           MOVE 4 TO ENTRY-TYPE
           PERFORM TALLY-ENTRY
           MOVE SPACES TO OWNER-FOUND
           PERFORM VARYING AX FROM 1 BY 1
               UNTIL AX > ACCOUNT-OWNER-COUNT
               IF AO-ACCOUNT-ID (AX) = ENTRY-KEY
                   MOVE AO-CUSTOMER-ID (AX) TO OWNER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF OWNER-FOUND = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RELATION-COUNT
               IF STF-OPERATOR OF RELATION-ARRAY (RX) = ENTRY-OPERATOR
                   AND STF-CUSTOMER-ID OF RELATION-ARRAY (RX)
                       = OWNER-FOUND
                   IF STF-RELATION OF RELATION-ARRAY (RX) = "OWN"
                       MOVE "OWN ACCOUNT" TO CONFLICT-TEXT
                   ELSE
                       MOVE "RELATIVE ACCOUNT" TO CONFLICT-TEXT
                   END-IF
                   MOVE SPACES TO CONFLICT-DETAIL
                   STRING "teller posting to " ENTRY-KEY
                       " customer " OWNER-FOUND
                       DELIMITED BY SIZE
                       INTO CONFLICT-DETAIL
                   END-STRING
                   PERFORM WRITE-CONFLICT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TAKE-MERGE-AUDIT.
           MOVE TRAIL-LINE (21:3) TO ENTRY-OPERATOR
           MOVE 5 TO ENTRY-TYPE
           PERFORM TALLY-ENTRY.

       SCAN-CASE-DECISIONS.
           MOVE "SanctionCases" TO TRAIL-LABEL
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CASE-FILE
           END-IF
           PERFORM UNTIL END-OF-CASE-FILE = "Y"
               READ CASE-FILE
                   AT END
                       MOVE "Y" TO END-OF-CASE-FILE
                       CLOSE CASE-FILE
                   NOT AT END
                       IF CASE-REVIEWER NOT = SPACES
                           AND CASE-DECISION-DATE (1:7)
                               NOT < PERIOD-FROM
                           AND CASE-DECISION-DATE (1:7)
                               NOT > PERIOD-TO
                           PERFORM TAKE-CASE-DECISION
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-CASE-DECISION.
           MOVE SPACES TO ENTRY-STAMP
           MOVE CASE-DECISION-DATE TO ENTRY-STAMP
           MOVE CASE-REVIEWER TO ENTRY-OPERATOR
           MOVE 6 TO ENTRY-TYPE
           PERFORM TALLY-ENTRY
           MOVE SPACES TO TRAIL-RIGHT
           UNSTRING CASE-DISPOSITION DELIMITED BY " CHK "
               INTO TRAIL-LEFT TRAIL-RIGHT
           END-UNSTRING
           MOVE TRAIL-RIGHT (1:8) TO ENTRY-CHECKER
           IF ENTRY-CHECKER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ENTRY-CHECKER = ENTRY-OPERATOR
               MOVE "MAKER IS CHECKER" TO CONFLICT-TEXT
               MOVE SPACES TO CONFLICT-DETAIL
               STRING "case " CASE-ID
                   " decided and approved by one ID"
                   DELIMITED BY SIZE
                   INTO CONFLICT-DETAIL
               END-STRING
               PERFORM WRITE-CONFLICT
           END-IF
           MOVE ENTRY-CHECKER TO ENTRY-OPERATOR
           MOVE 7 TO ENTRY-TYPE
           PERFORM TALLY-ENTRY.

       SCAN-ACCESS-LOG.
           OPEN INPUT ACCESS-LOG-FILE
           IF ACCESS-LOG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-ACCESS-LOG
           END-IF
           PERFORM UNTIL END-OF-ACCESS-LOG = "Y"
               READ ACCESS-LOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-ACCESS-LOG
                       CLOSE ACCESS-LOG-FILE
                   NOT AT END
                       IF ACC-TIMESTAMP (1:7) NOT < PERIOD-FROM
                           AND ACC-TIMESTAMP (1:7) NOT > PERIOD-TO
                           MOVE ACC-OPERATOR TO ENTRY-OPERATOR
                           MOVE 8 TO ENTRY-TYPE
                           PERFORM TALLY-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ENTRY.
           IF ENTRY-OPERATOR = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ENTRY-COUNT
           MOVE ENTRY-OPERATOR TO OPERATOR-TO-FIND
           PERFORM FIND-OPERATOR-SLOT
           IF OPERATOR-SLOT = 0
               IF OPERATOR-COUNT NOT < OPERATOR-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO OPERATOR-COUNT
               MOVE OPERATOR-COUNT TO OPERATOR-SLOT
               MOVE SPACES TO OPERATOR-ENTRY (OPERATOR-SLOT)
               MOVE ENTRY-OPERATOR TO OP-ID (OPERATOR-SLOT)
               MOVE "N" TO OP-REGISTERED (OPERATOR-SLOT)
               MOVE 0 TO OP-TOTAL (OPERATOR-SLOT)
               PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 8
                   MOVE 0 TO OP-ACTION (OPERATOR-SLOT, TX)
               END-PERFORM
           END-IF
           ADD 1 TO OP-TOTAL (OPERATOR-SLOT)
           ADD 1 TO OP-ACTION (OPERATOR-SLOT, ENTRY-TYPE).

       FIND-OPERATOR-SLOT.
           MOVE 0 TO OPERATOR-SLOT
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OPERATOR-COUNT
               IF OP-ID (OX) = OPERATOR-TO-FIND
                   MOVE OX TO OPERATOR-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-CONFLICT.
           ADD 1 TO CONFLICT-COUNT
           MOVE ENTRY-STAMP TO CL-STAMP
           MOVE ENTRY-OPERATOR TO CL-OPERATOR
           MOVE CONFLICT-TEXT TO CL-CONFLICT
           MOVE TRAIL-LABEL TO CL-TRAIL
           MOVE CONFLICT-DETAIL TO CL-DETAIL
           MOVE CONFLICT-LINE TO ACTIVITY-REPORT-INFO
           WRITE ACTIVITY-REPORT-RECORD.

       REPORT-OPERATOR-ACTIVITY.
           MOVE SPACES TO ACTIVITY-REPORT-INFO
           WRITE ACTIVITY-REPORT-RECORD
           MOVE "Activity by operator:" TO ACTIVITY-REPORT-INFO
           WRITE ACTIVITY-REPORT-RECORD
           MOVE SPACES TO ACTIVITY-LINE
           MOVE "OPERATOR" TO AL-OPERATOR
           MOVE "NAME" TO AL-NAME
           MOVE "ROLE" TO AL-ROLE
           MOVE ACTIVITY-LINE TO ACTIVITY-REPORT-INFO
           MOVE " TOTAL" TO ACTIVITY-REPORT-INFO (39:6)
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 8
               MOVE TYPE-LABEL (TX)
                   TO ACTIVITY-REPORT-INFO (38 + TX * 8:7)
           END-PERFORM
           MOVE "FLAG" TO ACTIVITY-REPORT-INFO (111:4)
           WRITE ACTIVITY-REPORT-RECORD
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OPERATOR-COUNT
               MOVE SPACES TO OPERATOR-FLAG
               IF OP-TOTAL (OX) > 0
                   IF OP-REGISTERED (OX) NOT = "Y"
                       MOVE "NOT IN OPERATOR FILE" TO OPERATOR-FLAG
                       ADD 1 TO FLAGGED-COUNT
                   ELSE
                       IF OP-ACTIVE (OX) NOT = "Y"
                           MOVE "INACTIVE OPERATOR" TO OPERATOR-FLAG
                           ADD 1 TO FLAGGED-COUNT
                       END-IF
                   END-IF
               END-IF
               MOVE SPACES TO ACTIVITY-LINE
               MOVE OP-ID (OX) TO AL-OPERATOR
               MOVE OP-NAME (OX) TO AL-NAME
               MOVE OP-ROLE (OX) TO AL-ROLE
               MOVE OP-TOTAL (OX) TO AL-TOTAL
               PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 8
                   MOVE OP-ACTION (OX, TX) TO AL-COUNT (TX)
               END-PERFORM
               MOVE OPERATOR-FLAG TO AL-FLAG
               MOVE ACTIVITY-LINE TO ACTIVITY-REPORT-INFO
               WRITE ACTIVITY-REPORT-RECORD
           END-PERFORM
           IF OPERATOR-COUNT = 0
               MOVE "  no operator activity in the period"
                   TO ACTIVITY-REPORT-INFO
               WRITE ACTIVITY-REPORT-RECORD
           END-IF.
