       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE86.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "ComplaintRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPLAINT-FILE-STATUS.
           SELECT COMPLAINT-ACTION-FILE
               ASSIGN TO "ComplaintActions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPLAINT-ACTION-STATUS.
           SELECT COMPLAINT-COUNTER-FILE
               ASSIGN TO "ComplaintCounter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPLAINT-COUNTER-STATUS.
           SELECT COMPLAINT-CONFIG-FILE
               ASSIGN TO "ComplaintConfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPLAINT-CONFIG-STATUS.
           SELECT DISPUTE-CASE-FILE ASSIGN TO "DisputeCases.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-CASE-STATUS.
           SELECT COMPLAINT-HISTORY-FILE
               ASSIGN TO "ComplaintHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPLAINT-HISTORY-STATUS.
           SELECT DEADLINE-REPORT-FILE
               ASSIGN TO "ComplaintDeadlineReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANNUAL-REPORT-FILE
               ASSIGN TO "ComplaintAnnualReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-FILE.
       01 COMPLAINT-RECORD.
           COPY "COMPLAINTCASE.cpy".

       FD COMPLAINT-ACTION-FILE.
       01 COMPLAINT-ACTION-RECORD.
           02 ACT-ACTION PIC X(01).
           02 ACT-COMPLAINT-ID PIC 9(08).
           02 ACT-CPR PIC X(11).
           02 ACT-CATEGORY PIC X(10).
           02 ACT-ACCOUNT-ID PIC X(15).
           02 ACT-DISPUTE-CASE-ID PIC X(08).
           02 ACT-RECEIVED-DATE PIC X(10).
           02 ACT-OUTCOME PIC X(10).
           02 ACT-OPERATOR PIC X(03).
           02 ACT-SUMMARY PIC X(40).

       FD COMPLAINT-COUNTER-FILE.
       01 COMPLAINT-COUNTER-RECORD.
           02 COMPLAINT-COUNTER-VALUE PIC 9(08).

       FD COMPLAINT-CONFIG-FILE.
       01 COMPLAINT-CONFIG-RECORD.
           02 CONFIG-LINE PIC X(50).

       FD DISPUTE-CASE-FILE.
       01 DISPUTE-CASE-RECORD.
           COPY "DISPUTECASE.cpy".

       FD COMPLAINT-HISTORY-FILE.
       01 COMPLAINT-HISTORY-RECORD.
           02 COMPLAINT-HISTORY-INFO PIC X(120).

       FD DEADLINE-REPORT-FILE.
       01 DEADLINE-REPORT-RECORD.
           02 DEADLINE-REPORT-INFO PIC X(130).

       FD ANNUAL-REPORT-FILE.
       01 ANNUAL-REPORT-RECORD.
           02 ANNUAL-REPORT-INFO PIC X(130).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-COMPLAINT-FILE PIC X VALUE "N".
       01 END-OF-ACTION-FILE PIC X VALUE "N".
       01 END-OF-CONFIG-FILE PIC X VALUE "N".
       01 END-OF-DISPUTE-FILE PIC X VALUE "N".
       01 COMPLAINT-FILE-STATUS PIC XX.
       01 COMPLAINT-ACTION-STATUS PIC XX.
       01 COMPLAINT-COUNTER-STATUS PIC XX.
       01 COMPLAINT-CONFIG-STATUS PIC XX.
       01 DISPUTE-CASE-STATUS PIC XX.
       01 COMPLAINT-HISTORY-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave86".
       01 RUN-MODE-ARGS PIC X(30) VALUE SPACES.
       01 RUN-MODE PIC X(10) VALUE SPACES.
       01 YEAR-ARG PIC X(10) VALUE SPACES.
       01 REPORT-YEAR PIC X(04) VALUE SPACES.
       01 REPORT-YEAR-NUMERIC PIC 9(04) VALUE 0.
       01 CONFIG-KEY PIC X(30) VALUE SPACES.
       01 CONFIG-VALUE PIC X(20) VALUE SPACES.
       01 RESPONSE-DAYS PIC 9(3) VALUE 30.
       01 EXTENSION-DAYS PIC 9(3) VALUE 30.
       01 WARNING-DAYS PIC 9(3) VALUE 5.
       01 NEXT-COMPLAINT-ID PIC 9(08) VALUE 1.
       01 COMPLAINT-COUNT PIC 9(5) VALUE 0.
       01 COMPLAINT-MAX PIC 9(5) VALUE 20000.
       01 COMPLAINT-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON COMPLAINT-COUNT.
           COPY "COMPLAINTCASE.cpy".
       01 CPX PIC 9(5) VALUE 0.
       01 COMPLAINT-SLOT PIC 9(5) VALUE 0.
       01 DISPUTE-COUNT PIC 9(5) VALUE 0.
       01 DISPUTE-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON DISPUTE-COUNT.
           02 DSA-CASE-ID PIC 9(08).
           02 DSA-CPR PIC X(11).
           02 DSA-ACCOUNT-ID PIC X(15).
       01 DSX PIC 9(5) VALUE 0.
       01 DISPUTE-SLOT PIC 9(5) VALUE 0.
       01 DISPUTE-TO-FIND PIC 9(08) VALUE 0.
       01 CATEGORY-COUNT PIC 9(3) VALUE 0.
       01 CATEGORY-ARRAY
           OCCURS 1 TO 50 TIMES
           DEPENDING ON CATEGORY-COUNT.
           02 CTA-CATEGORY PIC X(10).
           02 CTA-CONFIGURED PIC X(01).
           02 CTA-OPEN PIC 9(5).
           02 CTA-OVERDUE PIC 9(5).
           02 CTA-RECEIVED-MONTH PIC 9(5).
           02 CTA-CLOSED-MONTH PIC 9(5).
           02 CTA-RECEIVED-YEAR PIC 9(5).
           02 CTA-CLOSED-YEAR PIC 9(5).
           02 CTA-UPHELD PIC 9(5).
           02 CTA-PARTIAL PIC 9(5).
           02 CTA-REJECTED PIC 9(5).
           02 CTA-WITHDRAWN PIC 9(5).
           02 CTA-ON-TIME PIC 9(5).
           02 CTA-LATE PIC 9(5).
           02 CTA-OPEN-YEAR-END PIC 9(5).
           02 CTA-DAYS-TO-CLOSE PIC 9(9).
       01 CTX PIC 9(3) VALUE 0.
       01 CATEGORY-SLOT PIC 9(3) VALUE 0.
       01 CATEGORY-TO-FIND PIC X(10) VALUE SPACES.
       01 CATEGORY-TOTALS.
           02 TOT-OPEN PIC 9(5).
           02 TOT-OVERDUE PIC 9(5).
           02 TOT-RECEIVED-MONTH PIC 9(5).
           02 TOT-CLOSED-MONTH PIC 9(5).
           02 TOT-RECEIVED-YEAR PIC 9(5).
           02 TOT-CLOSED-YEAR PIC 9(5).
           02 TOT-UPHELD PIC 9(5).
           02 TOT-PARTIAL PIC 9(5).
           02 TOT-REJECTED PIC 9(5).
           02 TOT-WITHDRAWN PIC 9(5).
           02 TOT-ON-TIME PIC 9(5).
           02 TOT-LATE PIC 9(5).
           02 TOT-OPEN-YEAR-END PIC 9(5).
           02 TOT-DAYS-TO-CLOSE PIC 9(9).
       01 OLD-STATUS PIC X(13) VALUE SPACES.
       01 ACTION-REJECTED PIC X VALUE "N".
       01 REJECT-REASON PIC X(40) VALUE SPACES.
       01 REGISTERED-COUNT PIC 9(4) VALUE 0.
       01 UPDATED-COUNT PIC 9(4) VALUE 0.
       01 REJECTED-COUNT PIC 9(4) VALUE 0.
       01 PAST-DEADLINE-COUNT PIC 9(5) VALUE 0.
       01 DUE-SOON-COUNT PIC 9(5) VALUE 0.
       01 COUNT-STRING PIC ZZZZ9.
       01 CHANGES-MADE PIC X VALUE "N".
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 RUN-DATE-INTEGER PIC S9(9) VALUE 0.
       01 YEAR-END-DATE PIC X(10) VALUE SPACES.
       01 DEADLINE-INTEGER PIC S9(9) VALUE 0.
       01 DEADLINE-NUMERIC PIC 9(8) VALUE 0.
       01 DEADLINE-BUILD.
           02 DL-YEAR PIC 9(4).
           02 DL-DASH-1 PIC X.
           02 DL-MONTH PIC 9(2).
           02 DL-DASH-2 PIC X.
           02 DL-DAY PIC 9(2).
       01 DATE-TO-CONVERT PIC X(10) VALUE SPACES.
       01 DATE-CONVERT-STRING PIC X(8) VALUE SPACES.
       01 DATE-CONVERT-NUMERIC PIC 9(8) VALUE 0.
       01 DATE-CONVERT-INTEGER PIC S9(9) VALUE 0.
       01 RECEIVED-INTEGER PIC S9(9) VALUE 0.
       01 AGE-DAYS PIC S9(5) VALUE 0.
       01 AGE-DAYS-STRING PIC ZZZZ9-.
       01 AVERAGE-DAYS PIC 9(5)V9 VALUE 0.
       01 AVERAGE-DAYS-STRING PIC ZZZZ9.9.
       01 CATEGORY-LINE.
           02 CL-CATEGORY PIC X(10).
           02 CL-COUNT-1 PIC ZZZZZZZZZ9.
           02 CL-COUNT-2 PIC ZZZZZZZZZ9.
           02 CL-COUNT-3 PIC ZZZZZZZZZ9.
           02 CL-COUNT-4 PIC ZZZZZZZZZ9.
           02 CL-COUNT-5 PIC ZZZZZZZZZ9.
           02 CL-COUNT-6 PIC ZZZZZZZZZ9.
           02 CL-COUNT-7 PIC ZZZZZZZZZ9.
           02 CL-COUNT-8 PIC ZZZZZZZZZ9.
           02 CL-COUNT-9 PIC ZZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING
           MOVE RUN-DATE TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-CONVERT-INTEGER TO RUN-DATE-INTEGER

           ACCEPT RUN-MODE-ARGS FROM COMMAND-LINE
           UNSTRING RUN-MODE-ARGS DELIMITED BY ALL SPACE
               INTO RUN-MODE YEAR-ARG
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE

           PERFORM LOAD-COMPLAINT-CONFIG
           PERFORM LOAD-COMPLAINTS

           EVALUATE RUN-MODE
               WHEN SPACES
               WHEN "NIGHTLY"
                   PERFORM LOAD-COMPLAINT-COUNTER
                   PERFORM LOAD-DISPUTE-CASES
                   PERFORM PROCESS-COMPLAINT-ACTIONS
                   IF CHANGES-MADE = "Y"
                       PERFORM REWRITE-COMPLAINTS
                       PERFORM SAVE-COMPLAINT-COUNTER
                   END-IF
                   PERFORM WRITE-DEADLINE-REPORT
                   MOVE REGISTERED-COUNT TO COUNT-STRING
                   DISPLAY "Complaints registered: " COUNT-STRING
                   MOVE UPDATED-COUNT TO COUNT-STRING
                   DISPLAY "Complaints updated: " COUNT-STRING
                   MOVE REJECTED-COUNT TO COUNT-STRING
                   DISPLAY "Actions rejected: " COUNT-STRING
                   MOVE PAST-DEADLINE-COUNT TO COUNT-STRING
                   DISPLAY "Complaints past deadline: " COUNT-STRING
                   IF PAST-DEADLINE-COUNT > 0 OR REJECTED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN "ANNUAL"
                   PERFORM WRITE-ANNUAL-REPORT
               WHEN OTHER
                   DISPLAY "Run mode must be NIGHTLY or ANNUAL"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
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

       LOAD-COMPLAINT-CONFIG.
           OPEN INPUT COMPLAINT-CONFIG-FILE
           IF COMPLAINT-CONFIG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CONFIG-FILE
           END-IF
           PERFORM UNTIL END-OF-CONFIG-FILE = "Y"
               READ COMPLAINT-CONFIG-FILE INTO COMPLAINT-CONFIG-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CONFIG-FILE
                       CLOSE COMPLAINT-CONFIG-FILE
                   NOT AT END
                       PERFORM PARSE-CONFIG
               END-READ
           END-PERFORM
           IF CATEGORY-COUNT = 0
               MOVE "FEES" TO CATEGORY-TO-FIND
               PERFORM ADD-CONFIGURED-CATEGORY
               MOVE "INTEREST" TO CATEGORY-TO-FIND
               PERFORM ADD-CONFIGURED-CATEGORY
               MOVE "SERVICE" TO CATEGORY-TO-FIND
               PERFORM ADD-CONFIGURED-CATEGORY
               MOVE "STATEMENT" TO CATEGORY-TO-FIND
               PERFORM ADD-CONFIGURED-CATEGORY
               MOVE "CARD" TO CATEGORY-TO-FIND
               PERFORM ADD-CONFIGURED-CATEGORY
               MOVE "LOAN" TO CATEGORY-TO-FIND
               PERFORM ADD-CONFIGURED-CATEGORY
               MOVE "OTHER" TO CATEGORY-TO-FIND
               PERFORM ADD-CONFIGURED-CATEGORY
           END-IF.

       PARSE-CONFIG.
           MOVE SPACES TO CONFIG-KEY
           MOVE SPACES TO CONFIG-VALUE
           UNSTRING CONFIG-LINE
               DELIMITED BY "="
               INTO CONFIG-KEY CONFIG-VALUE
           END-UNSTRING

           EVALUATE CONFIG-KEY
               WHEN "RESPONSE-DAYS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO RESPONSE-DAYS
               WHEN "EXTENSION-DAYS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO EXTENSION-DAYS
               WHEN "WARNING-DAYS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO WARNING-DAYS
               WHEN "CATEGORY"
                   MOVE FUNCTION UPPER-CASE(CONFIG-VALUE)
                       TO CATEGORY-TO-FIND
                   PERFORM ADD-CONFIGURED-CATEGORY
           END-EVALUATE.

       ADD-CONFIGURED-CATEGORY.
           PERFORM FIND-CATEGORY-SLOT
           IF CATEGORY-SLOT > 0
               MOVE "Y" TO CTA-CONFIGURED (CATEGORY-SLOT)
           END-IF.

       FIND-CATEGORY-SLOT.
           MOVE 0 TO CATEGORY-SLOT
           PERFORM VARYING CTX FROM 1 BY 1 UNTIL CTX > CATEGORY-COUNT
               IF CTA-CATEGORY (CTX) = CATEGORY-TO-FIND
                   MOVE CTX TO CATEGORY-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CATEGORY-SLOT = 0 AND CATEGORY-COUNT < 50
               AND CATEGORY-TO-FIND NOT = SPACES
               ADD 1 TO CATEGORY-COUNT
               INITIALIZE CATEGORY-ARRAY (CATEGORY-COUNT)
               MOVE CATEGORY-TO-FIND TO CTA-CATEGORY (CATEGORY-COUNT)
               MOVE "N" TO CTA-CONFIGURED (CATEGORY-COUNT)
               MOVE CATEGORY-COUNT TO CATEGORY-SLOT
           END-IF.

       LOAD-COMPLAINT-COUNTER.
           OPEN INPUT COMPLAINT-COUNTER-FILE
           IF COMPLAINT-COUNTER-STATUS = "00"
               READ COMPLAINT-COUNTER-FILE
                   INTO COMPLAINT-COUNTER-RECORD
                   NOT AT END
                       MOVE COMPLAINT-COUNTER-VALUE
                           TO NEXT-COMPLAINT-ID
               END-READ
               CLOSE COMPLAINT-COUNTER-FILE
           END-IF.

       SAVE-COMPLAINT-COUNTER.
           OPEN OUTPUT COMPLAINT-COUNTER-FILE
           MOVE NEXT-COMPLAINT-ID TO COMPLAINT-COUNTER-VALUE
           WRITE COMPLAINT-COUNTER-RECORD
           CLOSE COMPLAINT-COUNTER-FILE.

       LOAD-COMPLAINTS.
           OPEN INPUT COMPLAINT-FILE
           IF COMPLAINT-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-COMPLAINT-FILE
           END-IF
           PERFORM UNTIL END-OF-COMPLAINT-FILE = "Y"
               READ COMPLAINT-FILE INTO COMPLAINT-RECORD
                   AT END
                       MOVE "Y" TO END-OF-COMPLAINT-FILE
                       CLOSE COMPLAINT-FILE
                   NOT AT END
                       IF COMPLAINT-COUNT < COMPLAINT-MAX
                           ADD 1 TO COMPLAINT-COUNT
                           MOVE COMPLAINT-RECORD
                               TO COMPLAINT-ARRAY (COMPLAINT-COUNT)
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": ComplaintRegister.txt exceeds the"
                               " complaint table, nothing changed"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-DISPUTE-CASES.
           OPEN INPUT DISPUTE-CASE-FILE
           IF DISPUTE-CASE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-DISPUTE-FILE
           END-IF
           PERFORM UNTIL END-OF-DISPUTE-FILE = "Y"
               READ DISPUTE-CASE-FILE INTO DISPUTE-CASE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-DISPUTE-FILE
                       CLOSE DISPUTE-CASE-FILE
                   NOT AT END
                       IF DISPUTE-COUNT < 20000
                           ADD 1 TO DISPUTE-COUNT
                           MOVE DSP-CASE-ID TO DSA-CASE-ID
                               (DISPUTE-COUNT)
                           MOVE DSP-CPR TO DSA-CPR (DISPUTE-COUNT)
                           MOVE DSP-ACCOUNT-ID TO DSA-ACCOUNT-ID
                               (DISPUTE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-COMPLAINT-ACTIONS.
           OPEN INPUT COMPLAINT-ACTION-FILE
           IF COMPLAINT-ACTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND COMPLAINT-HISTORY-FILE
           IF COMPLAINT-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT COMPLAINT-HISTORY-FILE
           END-IF
           PERFORM UNTIL END-OF-ACTION-FILE = "Y"
               READ COMPLAINT-ACTION-FILE
                   AT END
                       MOVE "Y" TO END-OF-ACTION-FILE
                       CLOSE COMPLAINT-ACTION-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-ACTION
               END-READ
           END-PERFORM
           CLOSE COMPLAINT-HISTORY-FILE
           OPEN OUTPUT COMPLAINT-ACTION-FILE
           CLOSE COMPLAINT-ACTION-FILE.

       TAKE-ONE-ACTION.
           MOVE "N" TO ACTION-REJECTED
           MOVE SPACES TO REJECT-REASON
           MOVE FUNCTION UPPER-CASE(ACT-ACTION) TO ACT-ACTION
           EVALUATE ACT-ACTION
               WHEN "O"
                   PERFORM REGISTER-COMPLAINT
               WHEN "A"
                   PERFORM ACKNOWLEDGE-COMPLAINT
               WHEN "I"
                   PERFORM START-INVESTIGATION
               WHEN "E"
                   PERFORM EXTEND-DEADLINE
               WHEN "C"
                   PERFORM CLOSE-COMPLAINT
               WHEN OTHER
                   MOVE "Y" TO ACTION-REJECTED
                   MOVE "unknown complaint action" TO REJECT-REASON
           END-EVALUATE
           IF ACTION-REJECTED = "Y"
               ADD 1 TO REJECTED-COUNT
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": complaint action " ACT-ACTION " for "
                   ACT-COMPLAINT-ID " rejected - " REJECT-REASON
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           ELSE
               MOVE "Y" TO CHANGES-MADE
               PERFORM WRITE-HISTORY-LINE
           END-IF.

       REGISTER-COMPLAINT.
           IF COMPLAINT-COUNT >= COMPLAINT-MAX
               MOVE "Y" TO ACTION-REJECTED
               MOVE "complaint register is full" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DISPUTE-SLOT
           IF ACT-DISPUTE-CASE-ID NOT = SPACES
               MOVE FUNCTION NUMVAL(ACT-DISPUTE-CASE-ID)
                   TO DISPUTE-TO-FIND
               PERFORM FIND-DISPUTE-CASE
               IF DISPUTE-SLOT = 0
                   MOVE "Y" TO ACTION-REJECTED
                   MOVE "linked dispute case not found"
                       TO REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF ACT-CPR = SPACES
                   MOVE DSA-CPR (DISPUTE-SLOT) TO ACT-CPR
               END-IF
               IF ACT-ACCOUNT-ID = SPACES
                   MOVE DSA-ACCOUNT-ID (DISPUTE-SLOT) TO ACT-ACCOUNT-ID
               END-IF
           END-IF
           IF ACT-RECEIVED-DATE = SPACES
               MOVE RUN-DATE TO ACT-RECEIVED-DATE
           END-IF
           MOVE FUNCTION UPPER-CASE(ACT-CATEGORY) TO ACT-CATEGORY
           MOVE 0 TO CATEGORY-SLOT
           PERFORM VARYING CTX FROM 1 BY 1 UNTIL CTX > CATEGORY-COUNT
               IF CTA-CATEGORY (CTX) = ACT-CATEGORY
                   AND CTA-CONFIGURED (CTX) = "Y"
                   MOVE CTX TO CATEGORY-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ACT-CPR = SPACES
                   MOVE "Y" TO ACTION-REJECTED
                   MOVE "no CPR given" TO REJECT-REASON
               WHEN CATEGORY-SLOT = 0
                   MOVE "Y" TO ACTION-REJECTED
                   MOVE "unknown complaint category" TO REJECT-REASON
               WHEN ACT-RECEIVED-DATE > RUN-DATE
                   MOVE "Y" TO ACTION-REJECTED
                   MOVE "received date is in the future"
                       TO REJECT-REASON
           END-EVALUATE
           IF ACTION-REJECTED = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO REGISTERED-COUNT
           ADD 1 TO COMPLAINT-COUNT
           MOVE COMPLAINT-COUNT TO COMPLAINT-SLOT
           MOVE SPACES TO COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE NEXT-COMPLAINT-ID
               TO CMP-COMPLAINT-ID OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE NEXT-COMPLAINT-ID TO ACT-COMPLAINT-ID
           ADD 1 TO NEXT-COMPLAINT-ID
           MOVE ACT-CPR TO CMP-CPR OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE ACT-CATEGORY
               TO CMP-CATEGORY OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE ACT-ACCOUNT-ID
               TO CMP-ACCOUNT-ID OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           IF DISPUTE-SLOT > 0
               MOVE DSA-CASE-ID (DISPUTE-SLOT) TO CMP-DISPUTE-CASE-ID
                   OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           ELSE
               MOVE 0 TO CMP-DISPUTE-CASE-ID
                   OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           END-IF
           MOVE ACT-RECEIVED-DATE TO CMP-RECEIVED-DATE
               OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE ACT-RECEIVED-DATE TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           COMPUTE DEADLINE-INTEGER = DATE-CONVERT-INTEGER
               + RESPONSE-DAYS
           PERFORM BUILD-DEADLINE-DATE
           MOVE DEADLINE-BUILD TO CMP-DEADLINE-DATE
               OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE "N" TO CMP-EXTENDED OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE SPACES TO OLD-STATUS
           MOVE "RECEIVED"
               TO CMP-STATUS OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE ACT-OPERATOR
               TO CMP-OPERATOR OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE ACT-SUMMARY
               TO CMP-SUMMARY OF COMPLAINT-ARRAY (COMPLAINT-SLOT).

       FIND-DISPUTE-CASE.
           MOVE 0 TO DISPUTE-SLOT
           PERFORM VARYING DSX FROM 1 BY 1 UNTIL DSX > DISPUTE-COUNT
               IF DSA-CASE-ID (DSX) = DISPUTE-TO-FIND
                   MOVE DSX TO DISPUTE-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-COMPLAINT.
           MOVE 0 TO COMPLAINT-SLOT
           PERFORM VARYING CPX FROM 1 BY 1 UNTIL CPX > COMPLAINT-COUNT
               IF CMP-COMPLAINT-ID OF COMPLAINT-ARRAY (CPX) =
                   ACT-COMPLAINT-ID
                   MOVE CPX TO COMPLAINT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF COMPLAINT-SLOT = 0
               MOVE "Y" TO ACTION-REJECTED
               MOVE "complaint not found" TO REJECT-REASON
           ELSE
               MOVE CMP-STATUS OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
                   TO OLD-STATUS
               IF OLD-STATUS = "CLOSED"
                   MOVE "Y" TO ACTION-REJECTED
                   MOVE "complaint is already closed"
                       TO REJECT-REASON
               END-IF
           END-IF.

       ACKNOWLEDGE-COMPLAINT.
           PERFORM FIND-COMPLAINT
           IF ACTION-REJECTED = "Y"
               EXIT PARAGRAPH
           END-IF
           IF OLD-STATUS NOT = "RECEIVED"
               MOVE "Y" TO ACTION-REJECTED
               MOVE "only a received complaint can be acknowledged"
                   TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UPDATED-COUNT
           MOVE "ACKNOWLEDGED"
               TO CMP-STATUS OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE ACT-OPERATOR
               TO CMP-OPERATOR OF COMPLAINT-ARRAY (COMPLAINT-SLOT).

       START-INVESTIGATION.
           PERFORM FIND-COMPLAINT
           IF ACTION-REJECTED = "Y"
               EXIT PARAGRAPH
           END-IF
           IF OLD-STATUS = "INVESTIGATING"
               MOVE "Y" TO ACTION-REJECTED
               MOVE "complaint is already under investigation"
                   TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UPDATED-COUNT
           MOVE "INVESTIGATING"
               TO CMP-STATUS OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE ACT-OPERATOR
               TO CMP-OPERATOR OF COMPLAINT-ARRAY (COMPLAINT-SLOT).

       EXTEND-DEADLINE.
           PERFORM FIND-COMPLAINT
           IF ACTION-REJECTED = "Y"
               EXIT PARAGRAPH
           END-IF
           IF CMP-EXTENDED OF COMPLAINT-ARRAY (COMPLAINT-SLOT) = "Y"
               MOVE "Y" TO ACTION-REJECTED
               MOVE "deadline has already been extended once"
                   TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UPDATED-COUNT
           MOVE CMP-DEADLINE-DATE OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
               TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           COMPUTE DEADLINE-INTEGER = DATE-CONVERT-INTEGER
               + EXTENSION-DAYS
           PERFORM BUILD-DEADLINE-DATE
           MOVE DEADLINE-BUILD TO CMP-DEADLINE-DATE
               OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE "Y" TO CMP-EXTENDED OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE ACT-OPERATOR
               TO CMP-OPERATOR OF COMPLAINT-ARRAY (COMPLAINT-SLOT).

       CLOSE-COMPLAINT.
           PERFORM FIND-COMPLAINT
           IF ACTION-REJECTED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(ACT-OUTCOME) TO ACT-OUTCOME
           IF ACT-OUTCOME NOT = "UPHELD"
               AND ACT-OUTCOME NOT = "PARTIAL"
               AND ACT-OUTCOME NOT = "REJECTED"
               AND ACT-OUTCOME NOT = "WITHDRAWN"
               MOVE "Y" TO ACTION-REJECTED
               MOVE "outcome must be UPHELD/PARTIAL/REJECTED/WITHDRAWN"
                   TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UPDATED-COUNT
           MOVE "CLOSED"
               TO CMP-STATUS OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE ACT-OUTCOME
               TO CMP-OUTCOME OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE RUN-DATE
               TO CMP-CLOSED-DATE OF COMPLAINT-ARRAY (COMPLAINT-SLOT)
           MOVE ACT-OPERATOR
               TO CMP-OPERATOR OF COMPLAINT-ARRAY (COMPLAINT-SLOT).

       BUILD-DEADLINE-DATE.
           COMPUTE DEADLINE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(DEADLINE-INTEGER)
           COMPUTE DL-YEAR = DEADLINE-NUMERIC / 10000
           COMPUTE DL-MONTH = FUNCTION MOD(DEADLINE-NUMERIC / 100, 100)
           COMPUTE DL-DAY = FUNCTION MOD(DEADLINE-NUMERIC, 100)
           MOVE "-" TO DL-DASH-1
           MOVE "-" TO DL-DASH-2.

       WRITE-HISTORY-LINE.
           MOVE SPACES TO COMPLAINT-HISTORY-INFO
           STRING RUN-TIMESTAMP (1:8) " " RUN-TIMESTAMP (9:6) " "
               CMP-COMPLAINT-ID OF COMPLAINT-ARRAY (COMPLAINT-SLOT) " "
               ACT-ACTION " "
               OLD-STATUS " "
               CMP-STATUS OF COMPLAINT-ARRAY (COMPLAINT-SLOT) " "
               CMP-DEADLINE-DATE OF COMPLAINT-ARRAY (COMPLAINT-SLOT) " "
               CMP-OUTCOME OF COMPLAINT-ARRAY (COMPLAINT-SLOT) " "
               ACT-OPERATOR " "
               ACT-SUMMARY
               DELIMITED BY SIZE
               INTO COMPLAINT-HISTORY-INFO
           END-STRING
           WRITE COMPLAINT-HISTORY-RECORD.

       REWRITE-COMPLAINTS.
           OPEN OUTPUT COMPLAINT-FILE
           PERFORM VARYING CPX FROM 1 BY 1 UNTIL CPX > COMPLAINT-COUNT
               MOVE COMPLAINT-ARRAY (CPX) TO COMPLAINT-RECORD
               WRITE COMPLAINT-RECORD
           END-PERFORM
           CLOSE COMPLAINT-FILE.

       WRITE-DEADLINE-REPORT.
           OPEN OUTPUT DEADLINE-REPORT-FILE
           MOVE SPACES TO DEADLINE-REPORT-INFO
           STRING "Complaints deadline report " RUN-DATE
               DELIMITED BY SIZE
               INTO DEADLINE-REPORT-INFO
           END-STRING
           WRITE DEADLINE-REPORT-RECORD
           MOVE SPACES TO DEADLINE-REPORT-INFO
           WRITE DEADLINE-REPORT-RECORD
           STRING "COMPLAINT CPR         CATEGORY   STATUS        "
               "RECEIVED   DEADLINE   DAYS LEFT"
               DELIMITED BY SIZE
               INTO DEADLINE-REPORT-INFO
           END-STRING
           WRITE DEADLINE-REPORT-RECORD
           PERFORM VARYING CPX FROM 1 BY 1 UNTIL CPX > COMPLAINT-COUNT
               PERFORM COUNT-ONE-COMPLAINT
           END-PERFORM
           MOVE SPACES TO DEADLINE-REPORT-INFO
           WRITE DEADLINE-REPORT-RECORD
           MOVE PAST-DEADLINE-COUNT TO COUNT-STRING
           STRING "Past deadline: " COUNT-STRING
               DELIMITED BY SIZE
               INTO DEADLINE-REPORT-INFO
           END-STRING
           MOVE DUE-SOON-COUNT TO COUNT-STRING
           STRING "   Due within warning days: " COUNT-STRING
               DELIMITED BY SIZE
               INTO DEADLINE-REPORT-INFO (21:40)
           END-STRING
           WRITE DEADLINE-REPORT-RECORD
           MOVE SPACES TO DEADLINE-REPORT-INFO
           WRITE DEADLINE-REPORT-RECORD
           MOVE "Complaints by category" TO DEADLINE-REPORT-INFO
           WRITE DEADLINE-REPORT-RECORD
           STRING "CATEGORY        OPEN   OVERDUE REC MONTH"
               " CLS MONTH  REC YEAR  CLS YEAR"
               DELIMITED BY SIZE
               INTO DEADLINE-REPORT-INFO
           END-STRING
           WRITE DEADLINE-REPORT-RECORD
           INITIALIZE CATEGORY-TOTALS
           PERFORM VARYING CTX FROM 1 BY 1 UNTIL CTX > CATEGORY-COUNT
               MOVE SPACES TO CATEGORY-LINE
               MOVE CTA-CATEGORY (CTX) TO CL-CATEGORY
               MOVE CTA-OPEN (CTX) TO CL-COUNT-1
               MOVE CTA-OVERDUE (CTX) TO CL-COUNT-2
               MOVE CTA-RECEIVED-MONTH (CTX) TO CL-COUNT-3
               MOVE CTA-CLOSED-MONTH (CTX) TO CL-COUNT-4
               MOVE CTA-RECEIVED-YEAR (CTX) TO CL-COUNT-5
               MOVE CTA-CLOSED-YEAR (CTX) TO CL-COUNT-6
               MOVE CATEGORY-LINE (1:70) TO DEADLINE-REPORT-INFO
               WRITE DEADLINE-REPORT-RECORD
               ADD CTA-OPEN (CTX) TO TOT-OPEN
               ADD CTA-OVERDUE (CTX) TO TOT-OVERDUE
               ADD CTA-RECEIVED-MONTH (CTX) TO TOT-RECEIVED-MONTH
               ADD CTA-CLOSED-MONTH (CTX) TO TOT-CLOSED-MONTH
               ADD CTA-RECEIVED-YEAR (CTX) TO TOT-RECEIVED-YEAR
               ADD CTA-CLOSED-YEAR (CTX) TO TOT-CLOSED-YEAR
           END-PERFORM
           MOVE SPACES TO CATEGORY-LINE
           MOVE "TOTAL" TO CL-CATEGORY
           MOVE TOT-OPEN TO CL-COUNT-1
           MOVE TOT-OVERDUE TO CL-COUNT-2
           MOVE TOT-RECEIVED-MONTH TO CL-COUNT-3
           MOVE TOT-CLOSED-MONTH TO CL-COUNT-4
           MOVE TOT-RECEIVED-YEAR TO CL-COUNT-5
           MOVE TOT-CLOSED-YEAR TO CL-COUNT-6
           MOVE CATEGORY-LINE (1:70) TO DEADLINE-REPORT-INFO
           WRITE DEADLINE-REPORT-RECORD
           CLOSE DEADLINE-REPORT-FILE.

       COUNT-ONE-COMPLAINT.
           MOVE CMP-CATEGORY OF COMPLAINT-ARRAY (CPX)
               TO CATEGORY-TO-FIND
           PERFORM FIND-CATEGORY-SLOT
           IF CATEGORY-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CMP-RECEIVED-DATE OF COMPLAINT-ARRAY (CPX) (1:7) =
               RUN-DATE (1:7)
               ADD 1 TO CTA-RECEIVED-MONTH (CATEGORY-SLOT)
           END-IF
           IF CMP-RECEIVED-DATE OF COMPLAINT-ARRAY (CPX) (1:4) =
               RUN-DATE (1:4)
               ADD 1 TO CTA-RECEIVED-YEAR (CATEGORY-SLOT)
           END-IF
           IF CMP-STATUS OF COMPLAINT-ARRAY (CPX) = "CLOSED"
               IF CMP-CLOSED-DATE OF COMPLAINT-ARRAY (CPX) (1:7) =
                   RUN-DATE (1:7)
                   ADD 1 TO CTA-CLOSED-MONTH (CATEGORY-SLOT)
               END-IF
               IF CMP-CLOSED-DATE OF COMPLAINT-ARRAY (CPX) (1:4) =
                   RUN-DATE (1:4)
                   ADD 1 TO CTA-CLOSED-YEAR (CATEGORY-SLOT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTA-OPEN (CATEGORY-SLOT)
           MOVE CMP-DEADLINE-DATE OF COMPLAINT-ARRAY (CPX)
               TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           COMPUTE AGE-DAYS = DATE-CONVERT-INTEGER - RUN-DATE-INTEGER
           IF AGE-DAYS < 0
               ADD 1 TO CTA-OVERDUE (CATEGORY-SLOT)
               ADD 1 TO PAST-DEADLINE-COUNT
           ELSE
               IF AGE-DAYS > WARNING-DAYS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DUE-SOON-COUNT
           END-IF
           MOVE AGE-DAYS TO AGE-DAYS-STRING
           MOVE SPACES TO DEADLINE-REPORT-INFO
           STRING CMP-COMPLAINT-ID OF COMPLAINT-ARRAY (CPX) "  "
               CMP-CPR OF COMPLAINT-ARRAY (CPX) " "
               CMP-CATEGORY OF COMPLAINT-ARRAY (CPX) " "
               CMP-STATUS OF COMPLAINT-ARRAY (CPX) " "
               CMP-RECEIVED-DATE OF COMPLAINT-ARRAY (CPX) " "
               CMP-DEADLINE-DATE OF COMPLAINT-ARRAY (CPX) " "
               AGE-DAYS-STRING
               DELIMITED BY SIZE
               INTO DEADLINE-REPORT-INFO
           END-STRING
           IF AGE-DAYS < 0
               MOVE "** PAST DEADLINE" TO DEADLINE-REPORT-INFO (80:16)
           ELSE
               MOVE "due soon" TO DEADLINE-REPORT-INFO (80:8)
           END-IF
           IF CMP-EXTENDED OF COMPLAINT-ARRAY (CPX) = "Y"
               MOVE "(extended)" TO DEADLINE-REPORT-INFO (97:10)
           END-IF
           WRITE DEADLINE-REPORT-RECORD.

       WRITE-ANNUAL-REPORT.
           IF YEAR-ARG = SPACES
               COMPUTE REPORT-YEAR-NUMERIC =
                   FUNCTION NUMVAL(RUN-DATE (1:4)) - 1
           ELSE
               MOVE FUNCTION NUMVAL(YEAR-ARG) TO REPORT-YEAR-NUMERIC
           END-IF
           MOVE REPORT-YEAR-NUMERIC TO REPORT-YEAR
           STRING REPORT-YEAR "-12-31" DELIMITED BY SIZE
               INTO YEAR-END-DATE
           END-STRING
           PERFORM VARYING CPX FROM 1 BY 1 UNTIL CPX > COMPLAINT-COUNT
               PERFORM COUNT-ANNUAL-COMPLAINT
           END-PERFORM

           OPEN OUTPUT ANNUAL-REPORT-FILE
           MOVE SPACES TO ANNUAL-REPORT-INFO
           STRING "Annual complaints report " REPORT-YEAR
               "   produced " RUN-DATE
               DELIMITED BY SIZE
               INTO ANNUAL-REPORT-INFO
           END-STRING
           WRITE ANNUAL-REPORT-RECORD
           MOVE SPACES TO ANNUAL-REPORT-INFO
           WRITE ANNUAL-REPORT-RECORD
           STRING "CATEGORY    RECEIVED    CLOSED    UPHELD"
               "   PARTIAL  REJECTED WITHDRAWN   ON TIME"
               "      LATE  OPEN Y/E  AVG DAYS"
               DELIMITED BY SIZE
               INTO ANNUAL-REPORT-INFO
           END-STRING
           WRITE ANNUAL-REPORT-RECORD
           INITIALIZE CATEGORY-TOTALS
           PERFORM VARYING CTX FROM 1 BY 1 UNTIL CTX > CATEGORY-COUNT
               PERFORM WRITE-ANNUAL-CATEGORY
           END-PERFORM
           MOVE SPACES TO CATEGORY-LINE
           MOVE "TOTAL" TO CL-CATEGORY
           MOVE TOT-RECEIVED-YEAR TO CL-COUNT-1
           MOVE TOT-CLOSED-YEAR TO CL-COUNT-2
           MOVE TOT-UPHELD TO CL-COUNT-3
           MOVE TOT-PARTIAL TO CL-COUNT-4
           MOVE TOT-REJECTED TO CL-COUNT-5
           MOVE TOT-WITHDRAWN TO CL-COUNT-6
           MOVE TOT-ON-TIME TO CL-COUNT-7
           MOVE TOT-LATE TO CL-COUNT-8
           MOVE TOT-OPEN-YEAR-END TO CL-COUNT-9
           MOVE 0 TO AVERAGE-DAYS
           IF TOT-CLOSED-YEAR > 0
               COMPUTE AVERAGE-DAYS ROUNDED =
                   TOT-DAYS-TO-CLOSE / TOT-CLOSED-YEAR
           END-IF
           MOVE SPACES TO ANNUAL-REPORT-INFO
           PERFORM BUILD-ANNUAL-LINE
           WRITE ANNUAL-REPORT-RECORD
           MOVE SPACES TO ANNUAL-REPORT-INFO
           WRITE ANNUAL-REPORT-RECORD
           STRING "On time = closed on or before the response"
               " deadline in force at closure."
               DELIMITED BY SIZE
               INTO ANNUAL-REPORT-INFO
           END-STRING
           WRITE ANNUAL-REPORT-RECORD
           CLOSE ANNUAL-REPORT-FILE
           MOVE TOT-RECEIVED-YEAR TO COUNT-STRING
           DISPLAY "Complaints received in " REPORT-YEAR ": "
               COUNT-STRING
           MOVE TOT-CLOSED-YEAR TO COUNT-STRING
           DISPLAY "Complaints closed in " REPORT-YEAR ": "
               COUNT-STRING.

       COUNT-ANNUAL-COMPLAINT.
           MOVE CMP-CATEGORY OF COMPLAINT-ARRAY (CPX)
               TO CATEGORY-TO-FIND
           PERFORM FIND-CATEGORY-SLOT
           IF CATEGORY-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CMP-RECEIVED-DATE OF COMPLAINT-ARRAY (CPX) (1:4) =
               REPORT-YEAR
               ADD 1 TO CTA-RECEIVED-YEAR (CATEGORY-SLOT)
           END-IF
           IF CMP-RECEIVED-DATE OF COMPLAINT-ARRAY (CPX) <=
               YEAR-END-DATE
               AND (CMP-STATUS OF COMPLAINT-ARRAY (CPX) NOT = "CLOSED"
               OR CMP-CLOSED-DATE OF COMPLAINT-ARRAY (CPX) >
                   YEAR-END-DATE)
               ADD 1 TO CTA-OPEN-YEAR-END (CATEGORY-SLOT)
           END-IF
           IF CMP-STATUS OF COMPLAINT-ARRAY (CPX) NOT = "CLOSED"
               OR CMP-CLOSED-DATE OF COMPLAINT-ARRAY (CPX) (1:4)
                   NOT = REPORT-YEAR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTA-CLOSED-YEAR (CATEGORY-SLOT)
           EVALUATE CMP-OUTCOME OF COMPLAINT-ARRAY (CPX)
               WHEN "UPHELD"
                   ADD 1 TO CTA-UPHELD (CATEGORY-SLOT)
               WHEN "PARTIAL"
                   ADD 1 TO CTA-PARTIAL (CATEGORY-SLOT)
               WHEN "REJECTED"
                   ADD 1 TO CTA-REJECTED (CATEGORY-SLOT)
               WHEN OTHER
                   ADD 1 TO CTA-WITHDRAWN (CATEGORY-SLOT)
           END-EVALUATE
           IF CMP-CLOSED-DATE OF COMPLAINT-ARRAY (CPX) <=
               CMP-DEADLINE-DATE OF COMPLAINT-ARRAY (CPX)
               ADD 1 TO CTA-ON-TIME (CATEGORY-SLOT)
           ELSE
               ADD 1 TO CTA-LATE (CATEGORY-SLOT)
           END-IF
           MOVE CMP-RECEIVED-DATE OF COMPLAINT-ARRAY (CPX)
               TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-CONVERT-INTEGER TO RECEIVED-INTEGER
           MOVE CMP-CLOSED-DATE OF COMPLAINT-ARRAY (CPX)
               TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           IF DATE-CONVERT-INTEGER > RECEIVED-INTEGER
               COMPUTE CTA-DAYS-TO-CLOSE (CATEGORY-SLOT) =
                   CTA-DAYS-TO-CLOSE (CATEGORY-SLOT)
                   + DATE-CONVERT-INTEGER - RECEIVED-INTEGER
           END-IF.

       WRITE-ANNUAL-CATEGORY.
           MOVE SPACES TO CATEGORY-LINE
           MOVE CTA-CATEGORY (CTX) TO CL-CATEGORY
           MOVE CTA-RECEIVED-YEAR (CTX) TO CL-COUNT-1
           MOVE CTA-CLOSED-YEAR (CTX) TO CL-COUNT-2
           MOVE CTA-UPHELD (CTX) TO CL-COUNT-3
           MOVE CTA-PARTIAL (CTX) TO CL-COUNT-4
           MOVE CTA-REJECTED (CTX) TO CL-COUNT-5
           MOVE CTA-WITHDRAWN (CTX) TO CL-COUNT-6
           MOVE CTA-ON-TIME (CTX) TO CL-COUNT-7
           MOVE CTA-LATE (CTX) TO CL-COUNT-8
           MOVE CTA-OPEN-YEAR-END (CTX) TO CL-COUNT-9
           MOVE 0 TO AVERAGE-DAYS
           IF CTA-CLOSED-YEAR (CTX) > 0
               COMPUTE AVERAGE-DAYS ROUNDED =
                   CTA-DAYS-TO-CLOSE (CTX) / CTA-CLOSED-YEAR (CTX)
           END-IF
           ADD CTA-RECEIVED-YEAR (CTX) TO TOT-RECEIVED-YEAR
           ADD CTA-CLOSED-YEAR (CTX) TO TOT-CLOSED-YEAR
           ADD CTA-UPHELD (CTX) TO TOT-UPHELD
           ADD CTA-PARTIAL (CTX) TO TOT-PARTIAL
           ADD CTA-REJECTED (CTX) TO TOT-REJECTED
           ADD CTA-WITHDRAWN (CTX) TO TOT-WITHDRAWN
           ADD CTA-ON-TIME (CTX) TO TOT-ON-TIME
           ADD CTA-LATE (CTX) TO TOT-LATE
           ADD CTA-OPEN-YEAR-END (CTX) TO TOT-OPEN-YEAR-END
           ADD CTA-DAYS-TO-CLOSE (CTX) TO TOT-DAYS-TO-CLOSE
           MOVE SPACES TO ANNUAL-REPORT-INFO
           PERFORM BUILD-ANNUAL-LINE
           WRITE ANNUAL-REPORT-RECORD.

       BUILD-ANNUAL-LINE.
           MOVE AVERAGE-DAYS TO AVERAGE-DAYS-STRING
           MOVE CATEGORY-LINE (1:100) TO ANNUAL-REPORT-INFO
           MOVE AVERAGE-DAYS-STRING TO ANNUAL-REPORT-INFO (104:7).

       CONVERT-DATE-TO-INTEGER.
           STRING DATE-TO-CONVERT (1:4) DATE-TO-CONVERT (6:2)
               DATE-TO-CONVERT (9:2) DELIMITED BY SIZE
               INTO DATE-CONVERT-STRING
           END-STRING
           MOVE FUNCTION NUMVAL(DATE-CONVERT-STRING)
               TO DATE-CONVERT-NUMERIC
           COMPUTE DATE-CONVERT-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-CONVERT-NUMERIC).
