       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE88.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN USING INBOUND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INBOUND-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "InboundFileRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT GATE-CONFIG-FILE ASSIGN TO "InboundGateConfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GATE-CONFIG-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INBOUND-FILE.
       01 INBOUND-RECORD.
           02 INBOUND-INFO PIC X(250).

       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           COPY "INBOUNDFILE.cpy".

       FD GATE-CONFIG-FILE.
       01 GATE-CONFIG-RECORD.
           02 CONFIG-LINE PIC X(80).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-INBOUND-FILE PIC X VALUE "N".
       01 END-OF-REGISTER-FILE PIC X VALUE "N".
       01 END-OF-CONFIG-FILE PIC X VALUE "N".
       01 INBOUND-FILE-STATUS PIC XX.
       01 REGISTER-FILE-STATUS PIC XX.
       01 GATE-CONFIG-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave88".
       01 INBOUND-FILE-NAME PIC X(40) VALUE SPACES.
       01 RUN-MODE-ARGS PIC X(30) VALUE SPACES.
       01 RUN-MODE PIC X(13) VALUE SPACES.
       01 FEED-ARG PIC X(13) VALUE SPACES.
       01 FEED-NAME PIC X(13) VALUE SPACES.
       01 FEED-HAS-AMOUNT PIC X VALUE "N".
       01 TRAILER-REQUIRED PIC X VALUE "Y".
       01 OPERATOR-ID PIC X(08) VALUE SPACES.
       01 CONFIG-KEY PIC X(30) VALUE SPACES.
       01 CONFIG-VALUE PIC X(30) VALUE SPACES.
       01 RUN-TIMESTAMP PIC X(21).
       01 ARRIVAL-TIME PIC X(19) VALUE SPACES.
       01 FILE-FOUND PIC X VALUE "N".
       01 LINE-COUNT PIC 9(9) VALUE 0.
       01 LINE-LENGTH PIC 9(3) VALUE 0.
       01 CX PIC 9(3) VALUE 0.
       01 RECORD-COUNT PIC 9(9) VALUE 0.
       01 AMOUNT-TOTAL PIC 9(13)V99 VALUE 0.
       01 AMOUNT-VALUE PIC S9(13)V99 VALUE 0.
       01 CONTROL-COUNT PIC 9(9) VALUE 0.
       01 CONTROL-TOTAL PIC 9(13)V99 VALUE 0.
       01 CONTROL-RECORDS PIC 9(5) VALUE 0.
       01 CONTROL-INVALID PIC X VALUE "N".
       01 DATA-AFTER-TRAILER PIC X VALUE "N".
       01 CHECK-A PIC 9(5) VALUE 1.
       01 CHECK-B PIC 9(5) VALUE 0.
       01 CHECK-CHAR PIC 9(3) VALUE 0.
       01 CHECKSUM PIC 9(10) VALUE 0.
       01 REJECT-REASON PIC X(40) VALUE SPACES.
       01 DUPLICATE-ARRIVAL PIC X(19) VALUE SPACES.
       01 COUNT-STRING PIC ZZZZZZZZ9.
       01 AMOUNT-STRING PIC Z(12)9.99.
       01 REGISTER-COUNT PIC 9(5) VALUE 0.
       01 REGISTER-MAX PIC 9(5) VALUE 20000.
       01 REGISTER-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON REGISTER-COUNT.
           COPY "INBOUNDFILE.cpy".
       01 RGX PIC 9(5) VALUE 0.
       01 REGISTER-SLOT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) " " RUN-TIMESTAMP (9:2) ":"
               RUN-TIMESTAMP (11:2) ":" RUN-TIMESTAMP (13:2)
               DELIMITED BY SIZE
               INTO ARRIVAL-TIME
           END-STRING

           ACCEPT RUN-MODE-ARGS FROM COMMAND-LINE
           UNSTRING RUN-MODE-ARGS DELIMITED BY ALL SPACE
               INTO RUN-MODE FEED-ARG
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE
           MOVE FUNCTION UPPER-CASE(FEED-ARG) TO FEED-ARG

           IF RUN-MODE = "REOPEN"
               MOVE FEED-ARG TO FEED-NAME
               PERFORM SET-FEED-FILE
               PERFORM GET-OPERATOR-ID
               PERFORM REOPEN-LAST-ACCEPTED
               STOP RUN
           END-IF

           MOVE RUN-MODE TO FEED-NAME
           PERFORM SET-FEED-FILE
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF OPERATOR-ID = SPACES
               MOVE "BATCH" TO OPERATOR-ID
           END-IF
           PERFORM LOAD-GATE-CONFIG
           PERFORM SCAN-INBOUND-FILE
           IF FILE-FOUND NOT = "Y" OR RECORD-COUNT = 0
               DISPLAY "No " FUNCTION TRIM(INBOUND-FILE-NAME)
                   " received, nothing to gate"
               STOP RUN
           END-IF

           COMPUTE CHECKSUM = CHECK-B * 65536 + CHECK-A
           PERFORM CHECK-DUPLICATE
           IF REJECT-REASON = SPACES
               IF FEED-NAME = "SALARY"
                   PERFORM CHECK-SALARY-HEADER
               ELSE
                   PERFORM CHECK-TRAILER
               END-IF
           END-IF
           PERFORM WRITE-REGISTER-ENTRY

           MOVE RECORD-COUNT TO COUNT-STRING
           MOVE AMOUNT-TOTAL TO AMOUNT-STRING
           DISPLAY FUNCTION TRIM(INBOUND-FILE-NAME) ": records "
               COUNT-STRING " amount total " AMOUNT-STRING
               " checksum " CHECKSUM
           IF REJECT-REASON = SPACES
               DISPLAY "Inbound file accepted for "
                   FUNCTION TRIM(FEED-NAME)
           ELSE
               DISPLAY "Inbound file rejected for "
                   FUNCTION TRIM(FEED-NAME) " - "
                   FUNCTION TRIM(REJECT-REASON)
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   FEED-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INBOUND-FILE-NAME DELIMITED BY SPACE
                   " rejected - " REJECT-REASON
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

       GET-OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF OPERATOR-ID = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT OPERATOR-ID
           END-IF
           IF OPERATOR-ID = SPACES
               DISPLAY "An operator ID is required to reopen a file"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SET-FEED-FILE.
           MOVE "N" TO FEED-HAS-AMOUNT
           EVALUATE FEED-NAME
               WHEN "CLEARING"
                   MOVE "ClearingFile.txt" TO INBOUND-FILE-NAME
                   MOVE "Y" TO FEED-HAS-AMOUNT
               WHEN "SALARY"
                   MOVE "SalaryFile.txt" TO INBOUND-FILE-NAME
                   MOVE "Y" TO FEED-HAS-AMOUNT
               WHEN "DNBRATES"
                   MOVE "DNBRates.txt" TO INBOUND-FILE-NAME
               WHEN "SANCTIONDELTA"
                   MOVE "src/InputFiles/SanctionDelta.txt"
                       TO INBOUND-FILE-NAME
               WHEN "CARDAUTH"
                   MOVE "CardAuthorizations.txt" TO INBOUND-FILE-NAME
                   MOVE "Y" TO FEED-HAS-AMOUNT
               WHEN "BSRETURNS"
                   MOVE "BSReturns.txt" TO INBOUND-FILE-NAME
                   MOVE "Y" TO FEED-HAS-AMOUNT
               WHEN OTHER
                   DISPLAY "Feed must be CLEARING, SALARY, DNBRATES, "
                       "SANCTIONDELTA, CARDAUTH or BSRETURNS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOAD-GATE-CONFIG.
           MOVE "Y" TO TRAILER-REQUIRED
           IF FEED-NAME = "SALARY"
               MOVE "N" TO TRAILER-REQUIRED
           END-IF
           OPEN INPUT GATE-CONFIG-FILE
           IF GATE-CONFIG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CONFIG-FILE
           END-IF
           PERFORM UNTIL END-OF-CONFIG-FILE = "Y"
               READ GATE-CONFIG-FILE
                   AT END
                       MOVE "Y" TO END-OF-CONFIG-FILE
                       CLOSE GATE-CONFIG-FILE
                   NOT AT END
                       PERFORM PARSE-CONFIG
               END-READ
           END-PERFORM.

       PARSE-CONFIG.
           MOVE SPACES TO CONFIG-KEY
           MOVE SPACES TO CONFIG-VALUE
           UNSTRING CONFIG-LINE
               DELIMITED BY "="
               INTO CONFIG-KEY CONFIG-VALUE
           END-UNSTRING

           EVALUATE CONFIG-KEY
               WHEN "TRAILER-OPTIONAL"
                   IF FUNCTION UPPER-CASE(CONFIG-VALUE) = FEED-NAME
                       MOVE "N" TO TRAILER-REQUIRED
                   END-IF
           END-EVALUATE.

       SCAN-INBOUND-FILE.
           OPEN INPUT INBOUND-FILE
           IF INBOUND-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-INBOUND-FILE
           ELSE
               MOVE "Y" TO FILE-FOUND
           END-IF
           PERFORM UNTIL END-OF-INBOUND-FILE = "Y"
               READ INBOUND-FILE
                   AT END
                       MOVE "Y" TO END-OF-INBOUND-FILE
                       CLOSE INBOUND-FILE
                   NOT AT END
                       PERFORM SCAN-ONE-LINE
               END-READ
           END-PERFORM.

       SCAN-ONE-LINE.
           ADD 1 TO LINE-COUNT
           PERFORM ADD-LINE-TO-CHECKSUM
           IF INBOUND-INFO = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FEED-NAME
               WHEN "CLEARING"
                   PERFORM SCAN-CLEARING-LINE
               WHEN "SALARY"
                   PERFORM SCAN-SALARY-LINE
               WHEN OTHER
                   PERFORM SCAN-GENERIC-LINE
           END-EVALUATE.

       ADD-LINE-TO-CHECKSUM.
           IF INBOUND-INFO = SPACES
               MOVE 0 TO LINE-LENGTH
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(INBOUND-INFO
                   TRAILING)) TO LINE-LENGTH
           END-IF
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > LINE-LENGTH
               COMPUTE CHECK-CHAR = FUNCTION ORD(INBOUND-INFO (CX:1))
               COMPUTE CHECK-A = FUNCTION MOD(CHECK-A + CHECK-CHAR,
                   65521)
               COMPUTE CHECK-B = FUNCTION MOD(CHECK-B + CHECK-A,
                   65521)
           END-PERFORM
           COMPUTE CHECK-A = FUNCTION MOD(CHECK-A + 10, 65521)
           COMPUTE CHECK-B = FUNCTION MOD(CHECK-B + CHECK-A, 65521).

       SCAN-CLEARING-LINE.
           IF CONTROL-RECORDS > 0
               MOVE "Y" TO DATA-AFTER-TRAILER
           END-IF
           EVALUATE INBOUND-INFO (30:7)
               WHEN "HEADER "
                   CONTINUE
               WHEN "TRAILER"
                   ADD 1 TO CONTROL-RECORDS
                   IF INBOUND-INFO (20:10) NUMERIC
                       AND INBOUND-INFO (115:13) NUMERIC
                       MOVE FUNCTION NUMVAL(INBOUND-INFO (20:10))
                           TO CONTROL-COUNT
                       COMPUTE CONTROL-TOTAL =
                           FUNCTION NUMVAL(INBOUND-INFO (115:13)) / 100
                   ELSE
                       MOVE "Y" TO CONTROL-INVALID
                   END-IF
               WHEN OTHER
                   ADD 1 TO RECORD-COUNT
                   IF INBOUND-INFO (115:13) NUMERIC
                       COMPUTE AMOUNT-TOTAL = AMOUNT-TOTAL +
                           FUNCTION NUMVAL(INBOUND-INFO (115:13)) / 100
                   END-IF
           END-EVALUATE.

       SCAN-SALARY-LINE.
           EVALUATE INBOUND-INFO (1:1)
               WHEN "H"
                   ADD 1 TO CONTROL-RECORDS
                   IF INBOUND-INFO (72:6) NUMERIC
                       AND INBOUND-INFO (78:15) NUMERIC
                       MOVE FUNCTION NUMVAL(INBOUND-INFO (72:6))
                           TO CONTROL-COUNT
                       COMPUTE CONTROL-TOTAL =
                           FUNCTION NUMVAL(INBOUND-INFO (78:15)) / 100
                   ELSE
                       MOVE "Y" TO CONTROL-INVALID
                   END-IF
               WHEN "D"
                   ADD 1 TO RECORD-COUNT
                   IF INBOUND-INFO (62:15) NUMERIC
                       COMPUTE AMOUNT-TOTAL = AMOUNT-TOTAL +
                           FUNCTION NUMVAL(INBOUND-INFO (62:15)) / 100
                   END-IF
           END-EVALUATE.

       SCAN-GENERIC-LINE.
           IF CONTROL-RECORDS > 0
               MOVE "Y" TO DATA-AFTER-TRAILER
           END-IF
           IF INBOUND-INFO (1:7) = "TRAILER"
               ADD 1 TO CONTROL-RECORDS
               IF INBOUND-INFO (8:10) NUMERIC
                   AND INBOUND-INFO (18:15) NUMERIC
                   MOVE FUNCTION NUMVAL(INBOUND-INFO (8:10))
                       TO CONTROL-COUNT
                   COMPUTE CONTROL-TOTAL =
                       FUNCTION NUMVAL(INBOUND-INFO (18:15)) / 100
               ELSE
                   MOVE "Y" TO CONTROL-INVALID
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RECORD-COUNT
           MOVE 0 TO AMOUNT-VALUE
           EVALUATE FEED-NAME
               WHEN "CARDAUTH"
                   IF INBOUND-INFO (36:15) NOT = SPACES
                       MOVE FUNCTION NUMVAL(INBOUND-INFO (36:15))
                           TO AMOUNT-VALUE
                   END-IF
               WHEN "BSRETURNS"
                   IF INBOUND-INFO (45:15) NOT = SPACES
                       MOVE FUNCTION NUMVAL(INBOUND-INFO (45:15))
                           TO AMOUNT-VALUE
                   END-IF
           END-EVALUATE
           COMPUTE AMOUNT-TOTAL = AMOUNT-TOTAL
               + FUNCTION ABS(AMOUNT-VALUE).

       CHECK-DUPLICATE.
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
                       IF IBF-FEED OF REGISTER-RECORD = FEED-NAME
                           AND IBF-STATUS OF REGISTER-RECORD
                               = "ACCEPTED"
                           AND IBF-CHECKSUM OF REGISTER-RECORD
                               = CHECKSUM
                           AND IBF-RECORD-COUNT OF REGISTER-RECORD
                               = RECORD-COUNT
                           AND IBF-AMOUNT-TOTAL OF REGISTER-RECORD
                               = AMOUNT-TOTAL
                           MOVE IBF-ARRIVAL OF REGISTER-RECORD
                               TO DUPLICATE-ARRIVAL
                       END-IF
               END-READ
           END-PERFORM
           IF DUPLICATE-ARRIVAL NOT = SPACES
               STRING "duplicate of file accepted "
                   DUPLICATE-ARRIVAL (1:10)
                   DELIMITED BY SIZE
                   INTO REJECT-REASON
               END-STRING
           END-IF.

       CHECK-SALARY-HEADER.
           EVALUATE TRUE
               WHEN CONTROL-RECORDS = 0
                   MOVE "no employer header record" TO REJECT-REASON
               WHEN CONTROL-RECORDS > 1
                   MOVE "more than one header record" TO REJECT-REASON
               WHEN CONTROL-INVALID = "Y"
                   MOVE "header count or total not numeric"
                       TO REJECT-REASON
               WHEN CONTROL-COUNT NOT = RECORD-COUNT
                   MOVE "record count differs from header"
                       TO REJECT-REASON
               WHEN CONTROL-TOTAL NOT = AMOUNT-TOTAL
                   MOVE "amount total differs from header"
                       TO REJECT-REASON
           END-EVALUATE.

       CHECK-TRAILER.
           EVALUATE TRUE
               WHEN CONTROL-RECORDS = 0
                   IF TRAILER-REQUIRED = "Y"
                       MOVE "no trailer record, file may be truncated"
                           TO REJECT-REASON
                   END-IF
               WHEN CONTROL-RECORDS > 1
                   MOVE "more than one trailer record"
                       TO REJECT-REASON
               WHEN DATA-AFTER-TRAILER = "Y"
                   MOVE "records follow the trailer record"
                       TO REJECT-REASON
               WHEN CONTROL-INVALID = "Y"
                   MOVE "trailer count or total not numeric"
                       TO REJECT-REASON
               WHEN CONTROL-COUNT NOT = RECORD-COUNT
                   MOVE "record count differs from trailer"
                       TO REJECT-REASON
               WHEN FEED-HAS-AMOUNT = "Y"
                   AND CONTROL-TOTAL NOT = AMOUNT-TOTAL
                   MOVE "amount total differs from trailer"
                       TO REJECT-REASON
           END-EVALUATE.

       WRITE-REGISTER-ENTRY.
           MOVE SPACES TO REGISTER-RECORD
           MOVE FEED-NAME TO IBF-FEED OF REGISTER-RECORD
           MOVE INBOUND-FILE-NAME TO IBF-FILE-NAME OF REGISTER-RECORD
           MOVE ARRIVAL-TIME TO IBF-ARRIVAL OF REGISTER-RECORD
           MOVE RECORD-COUNT TO IBF-RECORD-COUNT OF REGISTER-RECORD
           MOVE AMOUNT-TOTAL TO IBF-AMOUNT-TOTAL OF REGISTER-RECORD
           MOVE CONTROL-COUNT TO IBF-TRAILER-COUNT OF REGISTER-RECORD
           MOVE CONTROL-TOTAL TO IBF-TRAILER-TOTAL OF REGISTER-RECORD
           MOVE CHECKSUM TO IBF-CHECKSUM OF REGISTER-RECORD
           IF REJECT-REASON = SPACES
               MOVE "ACCEPTED" TO IBF-STATUS OF REGISTER-RECORD
           ELSE
               MOVE "REJECTED" TO IBF-STATUS OF REGISTER-RECORD
           END-IF
           MOVE REJECT-REASON TO IBF-REASON OF REGISTER-RECORD
           MOVE OPERATOR-ID TO IBF-OPERATOR OF REGISTER-RECORD
           OPEN EXTEND REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "InboundFileRegister.txt cannot be written"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE.

       REOPEN-LAST-ACCEPTED.
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
                       IF REGISTER-COUNT < REGISTER-MAX
                           ADD 1 TO REGISTER-COUNT
                           MOVE REGISTER-RECORD
                               TO REGISTER-ARRAY (REGISTER-COUNT)
                           IF IBF-FEED OF REGISTER-RECORD = FEED-NAME
                               AND IBF-STATUS OF REGISTER-RECORD
                                   = "ACCEPTED"
                               MOVE REGISTER-COUNT TO REGISTER-SLOT
                           END-IF
                       ELSE
                           DISPLAY "InboundFileRegister.txt exceeds "
                               "the register table, nothing changed"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF REGISTER-SLOT = 0
               DISPLAY "No accepted " FUNCTION TRIM(FEED-NAME)
                   " file in InboundFileRegister.txt to reopen"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "REOPENED" TO IBF-STATUS OF REGISTER-ARRAY
               (REGISTER-SLOT)
           MOVE "reopened for a rerun of the owning job"
               TO IBF-REASON OF REGISTER-ARRAY (REGISTER-SLOT)
           MOVE OPERATOR-ID TO IBF-OPERATOR OF REGISTER-ARRAY
               (REGISTER-SLOT)
           OPEN OUTPUT REGISTER-FILE
           PERFORM VARYING RGX FROM 1 BY 1 UNTIL RGX > REGISTER-COUNT
               MOVE REGISTER-ARRAY (RGX) TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-PERFORM
           CLOSE REGISTER-FILE
           STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               FEED-NAME DELIMITED BY SPACE
               " file of " IBF-ARRIVAL OF REGISTER-ARRAY (REGISTER-SLOT)
               " reopened by " OPERATOR-ID
               DELIMITED BY SIZE
               INTO EXCEPTION-LOG-INFO
           END-STRING
           PERFORM LOG-EXCEPTION
           DISPLAY FUNCTION TRIM(FEED-NAME) " file of "
               IBF-ARRIVAL OF REGISTER-ARRAY (REGISTER-SLOT)
               " reopened, it will pass the gate once more".
