       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE70.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LoanMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-MASTER-STATUS.
           SELECT ARREARS-FILE ASSIGN TO "LoanArrears.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARREARS-FILE-STATUS.
           SELECT PROVISION-CONFIG-FILE ASSIGN TO "ProvisionConfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROVISION-CONFIG-STATUS.
           SELECT PROVISION-FILE ASSIGN TO "LoanProvisions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROVISION-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ProvisionReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROVISION-JOURNAL-FILE
               ASSIGN TO "ProvisionJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROVISION-JOURNAL-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-RECORD.
           COPY "LOANMASTER.cpy".

       FD ARREARS-FILE.
       01 ARREARS-RECORD.
           02 ARREARS-INFO PIC X(120).

       FD PROVISION-CONFIG-FILE.
       01 PROVISION-CONFIG-RECORD.
           02 PROVISION-CONFIG-LINE PIC X(20).

       FD PROVISION-FILE.
       01 PROVISION-RECORD.
           COPY "LOANPROVISION.cpy".

       FD REPORT-FILE.
       01 REPORT-RECORD.
           02 REPORT-INFO PIC X(132).

       FD PROVISION-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           02 GL-JOURNAL-INFO PIC X(100).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-LOAN-FILE PIC X VALUE "N".
       01 END-OF-ARREARS-FILE PIC X VALUE "N".
       01 END-OF-PROVISION-FILE PIC X VALUE "N".
       01 LOAN-MASTER-STATUS PIC XX.
       01 ARREARS-FILE-STATUS PIC XX.
       01 PROVISION-CONFIG-STATUS PIC XX.
       01 PROVISION-FILE-STATUS PIC XX.
       01 PROVISION-JOURNAL-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave70".
       01 PROVISION-ARGS PIC X(40) VALUE SPACES.
       01 CURRENT-QUARTER PIC X(07) VALUE SPACES.
       01 PREVIOUS-QUARTER PIC X(07) VALUE SPACES.
       01 STAGE-2-DAYS PIC 9(5) VALUE 30.
       01 STAGE-3-DAYS PIC 9(5) VALUE 90.
       01 STAGE-RATE-TABLE.
           02 STAGE-RATE PIC 9(3)V99 OCCURS 3 TIMES.
       01 EXPENSE-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 ALLOWANCE-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 LOAN-COUNT PIC 9(4) VALUE 0.
       01 LOAN-MAX PIC 9(4) VALUE 5000.
       01 LOAN-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON LOAN-COUNT.
           COPY "LOANMASTER.cpy".
       01 LX PIC 9(4) VALUE 0.
       01 ARREARS-COUNT PIC 9(4) VALUE 0.
       01 ARREARS-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON ARREARS-COUNT.
           02 ARA-ACCOUNT-ID PIC X(15).
           02 ARA-DAYS PIC 9(5).
       01 AX PIC 9(4) VALUE 0.
       01 ARREARS-REPORT-DATE PIC X(10) VALUE SPACES.
       01 LINE-ACCOUNT-ID PIC X(15) VALUE SPACES.
       01 LINE-CPR PIC X(11) VALUE SPACES.
       01 LINE-MISSED-TEXT PIC X(10) VALUE SPACES.
       01 LINE-DAYS-TEXT PIC X(10) VALUE SPACES.
       01 PREVIOUS-COUNT PIC 9(4) VALUE 0.
       01 PREVIOUS-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON PREVIOUS-COUNT.
           COPY "LOANPROVISION.cpy".
       01 PREVIOUS-MATCHED-TABLE.
           02 PREVIOUS-MATCHED PIC X OCCURS 5000 TIMES.
       01 PX PIC 9(4) VALUE 0.
       01 CURRENT-COUNT PIC 9(4) VALUE 0.
       01 CURRENT-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON CURRENT-COUNT.
           COPY "LOANPROVISION.cpy".
       01 CX PIC 9(4) VALUE 0.
       01 STAGE-TOTAL-TABLE.
           02 STAGE-TOTAL OCCURS 3 TIMES.
               03 ST-COUNT PIC 9(5).
               03 ST-EXPOSURE PIC 9(15)V99.
               03 ST-PROVISION PIC 9(15)V99.
               03 ST-PREVIOUS-COUNT PIC 9(5).
               03 ST-PREVIOUS PIC 9(15)V99.
       01 SX PIC 9(1) VALUE 0.
       01 LOAN-STAGE PIC 9(1) VALUE 0.
       01 LOAN-DAYS PIC 9(5) VALUE 0.
       01 PREVIOUS-PROVISION PIC 9(13)V99 VALUE ZEROS.
       01 PREVIOUS-STAGE PIC 9(1) VALUE 0.
       01 MOVEMENT PIC S9(15)V99 VALUE ZEROS.
       01 TOTAL-EXPOSURE PIC 9(15)V99 VALUE ZEROS.
       01 TOTAL-PROVISION PIC 9(15)V99 VALUE ZEROS.
       01 TOTAL-PREVIOUS PIC 9(15)V99 VALUE ZEROS.
       01 TOTAL-MOVEMENT PIC S9(15)V99 VALUE ZEROS.
       01 JOURNAL-BALANCE PIC S9(15)V99 VALUE ZEROS.
       01 LINE-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 JOURNAL-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 JOURNAL-TYPE PIC X(20) VALUE SPACES.
       01 AMOUNT-STRING PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       01 AMOUNT-EDIT-2 PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       01 AMOUNT-EDIT-3 PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       01 AMOUNT-EDIT-4 PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       01 RATE-EDIT PIC ZZ9.99.
       01 DAYS-STRING PIC ZZZZ9.
       01 COUNT-STRING PIC ZZZZ9.
       01 TALLY-STRING PIC ZZZZZ9.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 RUN-MONTH-NUM PIC 9(2) VALUE 0.
       01 QUARTER-NUM PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING
           MOVE RUN-TIMESTAMP (5:2) TO RUN-MONTH-NUM

           PERFORM SET-CURRENT-QUARTER
           PERFORM LOAD-PROVISION-CONFIG
           PERFORM LOAD-LOANS
           PERFORM LOAD-ARREARS
           PERFORM LOAD-PREVIOUS-PROVISIONS
           IF PREVIOUS-QUARTER NOT = SPACES
               AND PREVIOUS-QUARTER >= CURRENT-QUARTER
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": provisions already booked for "
                   PREVIOUS-QUARTER ", run for " CURRENT-QUARTER
                   " refused" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               DISPLAY "Provisions already booked for "
                   PREVIOUS-QUARTER " - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COMPUTE-PROVISIONS
           PERFORM WRITE-PROVISION-REPORT
           PERFORM WRITE-PROVISION-JOURNAL
           PERFORM SAVE-PROVISIONS

           MOVE CURRENT-COUNT TO COUNT-STRING
           DISPLAY "Loans provisioned for " CURRENT-QUARTER ": "
               COUNT-STRING
           MOVE TOTAL-PROVISION TO AMOUNT-EDIT
           DISPLAY "Total provision: "
               FUNCTION TRIM(AMOUNT-EDIT LEADING)
           MOVE TOTAL-MOVEMENT TO AMOUNT-EDIT
           DISPLAY "Movement against " PREVIOUS-QUARTER ": "
               FUNCTION TRIM(AMOUNT-EDIT LEADING)
       STOP RUN.

       LOG-EXCEPTION.
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF EXCEPTION-LOG-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF
           INSPECT EXCEPTION-LOG-RECORD
               REPLACING ALL LOW-VALUE BY SPACE
           WRITE EXCEPTION-LOG-RECORD
           MOVE SPACES TO EXCEPTION-LOG-RECORD
           CLOSE EXCEPTION-LOG-FILE.

       SET-CURRENT-QUARTER.
           ACCEPT PROVISION-ARGS FROM COMMAND-LINE
           IF PROVISION-ARGS NOT = SPACES
               MOVE PROVISION-ARGS (1:7) TO CURRENT-QUARTER
               IF CURRENT-QUARTER (1:4) IS NOT NUMERIC
                   OR CURRENT-QUARTER (5:2) NOT = "-Q"
                   OR CURRENT-QUARTER (7:1) < "1"
                   OR CURRENT-QUARTER (7:1) > "4"
                   DISPLAY "Usage: Opgave70 [YYYY-Qn]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               COMPUTE QUARTER-NUM = (RUN-MONTH-NUM + 2) / 3
               STRING RUN-DATE (1:4) "-Q" QUARTER-NUM
                   DELIMITED BY SIZE
                   INTO CURRENT-QUARTER
               END-STRING
           END-IF.

       LOAD-PROVISION-CONFIG.
           MOVE 1.00 TO STAGE-RATE (1)
           MOVE 5.00 TO STAGE-RATE (2)
           MOVE 40.00 TO STAGE-RATE (3)
           OPEN INPUT PROVISION-CONFIG-FILE
           IF PROVISION-CONFIG-STATUS = "00"
               READ PROVISION-CONFIG-FILE INTO PROVISION-CONFIG-RECORD
                   NOT AT END
                       MOVE FUNCTION NUMVAL(PROVISION-CONFIG-LINE)
                           TO STAGE-2-DAYS
               END-READ
               READ PROVISION-CONFIG-FILE INTO PROVISION-CONFIG-RECORD
                   NOT AT END
                       MOVE FUNCTION NUMVAL(PROVISION-CONFIG-LINE)
                           TO STAGE-3-DAYS
               END-READ
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 3
                   READ PROVISION-CONFIG-FILE
                       INTO PROVISION-CONFIG-RECORD
                       NOT AT END
                           MOVE FUNCTION NUMVAL(PROVISION-CONFIG-LINE)
                               TO STAGE-RATE (SX)
                   END-READ
               END-PERFORM
               READ PROVISION-CONFIG-FILE INTO PROVISION-CONFIG-RECORD
                   NOT AT END
                       MOVE PROVISION-CONFIG-LINE
                           TO EXPENSE-GL-ACCOUNT
               END-READ
               READ PROVISION-CONFIG-FILE INTO PROVISION-CONFIG-RECORD
                   NOT AT END
                       MOVE PROVISION-CONFIG-LINE
                           TO ALLOWANCE-GL-ACCOUNT
               END-READ
               CLOSE PROVISION-CONFIG-FILE
           END-IF
           IF EXPENSE-GL-ACCOUNT = SPACES
               OR ALLOWANCE-GL-ACCOUNT = SPACES
               OR STAGE-3-DAYS < STAGE-2-DAYS
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": ProvisionConfig.txt must give ascending stage"
                   " days and the impairment expense and allowance"
                   " GL accounts" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               DISPLAY "ProvisionConfig.txt incomplete - run aborted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-LOAN-FILE
           END-IF
           PERFORM UNTIL END-OF-LOAN-FILE = "Y"
               READ LOAN-MASTER-FILE INTO LOAN-MASTER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-LOAN-FILE
                       CLOSE LOAN-MASTER-FILE
                   NOT AT END
                       IF LOAN-COUNT < LOAN-MAX
                           ADD 1 TO LOAN-COUNT
                           MOVE LOAN-MASTER-RECORD
                               TO LOAN-ARRAY (LOAN-COUNT)
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": LoanMaster.txt exceeds the loan"
                               " table, no provisions booked"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ARREARS.
           OPEN INPUT ARREARS-FILE
           IF ARREARS-FILE-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": no LoanArrears.txt, all loans without a"
                   " default flag taken as performing"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE "Y" TO END-OF-ARREARS-FILE
           END-IF
           PERFORM UNTIL END-OF-ARREARS-FILE = "Y"
               READ ARREARS-FILE
                   AT END
                       MOVE "Y" TO END-OF-ARREARS-FILE
                       CLOSE ARREARS-FILE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ARREARS-INFO (1:19) =
                               "Loan arrears report"
                               MOVE ARREARS-INFO (21:10)
                                   TO ARREARS-REPORT-DATE
                           WHEN ARREARS-INFO = SPACES
                               CONTINUE
                           WHEN ARREARS-INFO (1:8) = "ACCOUNT "
                               CONTINUE
                           WHEN OTHER
                               PERFORM STORE-ARREARS-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       STORE-ARREARS-LINE.
           IF ARREARS-COUNT >= 5000
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINE-ACCOUNT-ID LINE-CPR LINE-MISSED-TEXT
               LINE-DAYS-TEXT
           UNSTRING ARREARS-INFO DELIMITED BY ALL SPACE
               INTO LINE-ACCOUNT-ID LINE-CPR LINE-MISSED-TEXT
                   LINE-DAYS-TEXT
           END-UNSTRING
           ADD 1 TO ARREARS-COUNT
           MOVE LINE-ACCOUNT-ID TO ARA-ACCOUNT-ID (ARREARS-COUNT)
           MOVE FUNCTION NUMVAL(LINE-DAYS-TEXT)
               TO ARA-DAYS (ARREARS-COUNT).

       LOAD-PREVIOUS-PROVISIONS.
           OPEN INPUT PROVISION-FILE
           IF PROVISION-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-PROVISION-FILE
           END-IF
           PERFORM UNTIL END-OF-PROVISION-FILE = "Y"
               READ PROVISION-FILE INTO PROVISION-RECORD
                   AT END
                       MOVE "Y" TO END-OF-PROVISION-FILE
                       CLOSE PROVISION-FILE
                   NOT AT END
                       IF PREVIOUS-COUNT < 5000
                           ADD 1 TO PREVIOUS-COUNT
                           MOVE PROVISION-RECORD
                               TO PREVIOUS-ARRAY (PREVIOUS-COUNT)
                           MOVE PRV-QUARTER OF PROVISION-RECORD
                               TO PREVIOUS-QUARTER
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": LoanProvisions.txt exceeds the"
                               " provision table, no provisions"
                               " booked" DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           MOVE ALL "N" TO PREVIOUS-MATCHED-TABLE.

       COMPUTE-PROVISIONS.
           INITIALIZE STAGE-TOTAL-TABLE
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOAN-COUNT
               IF LOAN-BALANCE OF LOAN-ARRAY (LX) > 0
                   PERFORM PROVISION-ONE-LOAN
               END-IF
           END-PERFORM
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PREVIOUS-COUNT
               IF PREVIOUS-MATCHED (PX) = "N"
                   MOVE PRV-STAGE OF PREVIOUS-ARRAY (PX) TO SX
                   ADD 1 TO ST-PREVIOUS-COUNT (SX)
                   ADD PRV-PROVISION OF PREVIOUS-ARRAY (PX)
                       TO ST-PREVIOUS (SX)
                   ADD PRV-PROVISION OF PREVIOUS-ARRAY (PX)
                       TO TOTAL-PREVIOUS
               END-IF
           END-PERFORM
           COMPUTE TOTAL-MOVEMENT = TOTAL-PROVISION - TOTAL-PREVIOUS.

       PROVISION-ONE-LOAN.
           MOVE 0 TO LOAN-DAYS
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ARREARS-COUNT
               IF ARA-ACCOUNT-ID (AX) =
                   LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX)
                   MOVE ARA-DAYS (AX) TO LOAN-DAYS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN LOAN-STATUS OF LOAN-ARRAY (LX) = "D"
                   MOVE 3 TO LOAN-STAGE
               WHEN LOAN-DAYS > STAGE-3-DAYS
                   MOVE 3 TO LOAN-STAGE
               WHEN LOAN-DAYS > STAGE-2-DAYS
                   MOVE 2 TO LOAN-STAGE
               WHEN OTHER
                   MOVE 1 TO LOAN-STAGE
           END-EVALUATE
           IF CURRENT-COUNT >= 5000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CURRENT-COUNT
           MOVE CURRENT-COUNT TO CX
           MOVE SPACES TO CURRENT-ARRAY (CX)
           MOVE CURRENT-QUARTER TO PRV-QUARTER OF CURRENT-ARRAY (CX)
           MOVE LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX)
               TO PRV-ACCOUNT-ID OF CURRENT-ARRAY (CX)
           MOVE LOAN-CPR OF LOAN-ARRAY (LX)
               TO PRV-CPR OF CURRENT-ARRAY (CX)
           MOVE LOAN-STAGE TO PRV-STAGE OF CURRENT-ARRAY (CX)
           MOVE LOAN-DAYS TO PRV-DAYS-PAST-DUE OF CURRENT-ARRAY (CX)
           MOVE LOAN-BALANCE OF LOAN-ARRAY (LX)
               TO PRV-EXPOSURE OF CURRENT-ARRAY (CX)
           MOVE STAGE-RATE (LOAN-STAGE)
               TO PRV-LOSS-RATE OF CURRENT-ARRAY (CX)
           COMPUTE PRV-PROVISION OF CURRENT-ARRAY (CX) ROUNDED =
               LOAN-BALANCE OF LOAN-ARRAY (LX)
               * STAGE-RATE (LOAN-STAGE) / 100
           MOVE RUN-DATE TO PRV-RUN-DATE OF CURRENT-ARRAY (CX)
           ADD 1 TO ST-COUNT (LOAN-STAGE)
           ADD LOAN-BALANCE OF LOAN-ARRAY (LX)
               TO ST-EXPOSURE (LOAN-STAGE)
           ADD PRV-PROVISION OF CURRENT-ARRAY (CX)
               TO ST-PROVISION (LOAN-STAGE)
           ADD LOAN-BALANCE OF LOAN-ARRAY (LX) TO TOTAL-EXPOSURE
           ADD PRV-PROVISION OF CURRENT-ARRAY (CX) TO TOTAL-PROVISION
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PREVIOUS-COUNT
               IF PRV-ACCOUNT-ID OF PREVIOUS-ARRAY (PX) =
                   LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX)
                   AND PREVIOUS-MATCHED (PX) = "N"
                   MOVE "Y" TO PREVIOUS-MATCHED (PX)
                   MOVE PRV-STAGE OF PREVIOUS-ARRAY (PX) TO SX
                   ADD 1 TO ST-PREVIOUS-COUNT (SX)
                   ADD PRV-PROVISION OF PREVIOUS-ARRAY (PX)
                       TO ST-PREVIOUS (SX)
                   ADD PRV-PROVISION OF PREVIOUS-ARRAY (PX)
                       TO TOTAL-PREVIOUS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-PROVISION-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-INFO
           STRING "Loan loss provisions " CURRENT-QUARTER
               " run " RUN-DATE " - days past due from arrears"
               " report " ARREARS-REPORT-DATE
               DELIMITED BY SIZE
               INTO REPORT-INFO
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-INFO
           MOVE STAGE-2-DAYS TO DAYS-STRING
           MOVE STAGE-3-DAYS TO COUNT-STRING
           STRING "Stage 2 above "
               FUNCTION TRIM(DAYS-STRING LEADING)
               " days past due, stage 3 above "
               FUNCTION TRIM(COUNT-STRING LEADING)
               " days past due or defaulted"
               DELIMITED BY SIZE
               INTO REPORT-INFO
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-INFO
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-INFO
           STRING "ACCOUNT         CPR         S   DPD   RATE"
               "             EXPOSURE            PROVISION"
               "             PREVIOUS (S)             MOVEMENT"
               DELIMITED BY SIZE
               INTO REPORT-INFO
           END-STRING
           WRITE REPORT-RECORD
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CURRENT-COUNT
               PERFORM WRITE-LOAN-LINE
           END-PERFORM
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PREVIOUS-COUNT
               IF PREVIOUS-MATCHED (PX) = "N"
                   PERFORM WRITE-RELEASED-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-INFO
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-INFO
           STRING "STAGE  LOANS            EXPOSURE           PROVISION"
               "  PREV LOANS            PREVIOUS            MOVEMENT"
               DELIMITED BY SIZE
               INTO REPORT-INFO
           END-STRING
           WRITE REPORT-RECORD
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 3
               COMPUTE MOVEMENT = ST-PROVISION (SX) - ST-PREVIOUS (SX)
               MOVE ST-EXPOSURE (SX) TO AMOUNT-EDIT
               MOVE ST-PROVISION (SX) TO AMOUNT-EDIT-2
               MOVE ST-PREVIOUS (SX) TO AMOUNT-EDIT-3
               MOVE MOVEMENT TO AMOUNT-EDIT-4
               MOVE ST-COUNT (SX) TO COUNT-STRING
               MOVE ST-PREVIOUS-COUNT (SX) TO TALLY-STRING
               MOVE SPACES TO REPORT-INFO
               STRING "  " SX "    " COUNT-STRING " " AMOUNT-EDIT
                   " " AMOUNT-EDIT-2 "     " TALLY-STRING " "
                   AMOUNT-EDIT-3 " " AMOUNT-EDIT-4
                   DELIMITED BY SIZE
                   INTO REPORT-INFO
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE TOTAL-EXPOSURE TO AMOUNT-EDIT
           MOVE TOTAL-PROVISION TO AMOUNT-EDIT-2
           MOVE TOTAL-PREVIOUS TO AMOUNT-EDIT-3
           MOVE TOTAL-MOVEMENT TO AMOUNT-EDIT-4
           MOVE CURRENT-COUNT TO COUNT-STRING
           MOVE PREVIOUS-COUNT TO TALLY-STRING
           MOVE SPACES TO REPORT-INFO
           STRING "TOTAL  " COUNT-STRING " " AMOUNT-EDIT
               " " AMOUNT-EDIT-2 "     " TALLY-STRING " "
               AMOUNT-EDIT-3 " " AMOUNT-EDIT-4
               DELIMITED BY SIZE
               INTO REPORT-INFO
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-INFO
           IF PREVIOUS-QUARTER = SPACES
               MOVE "No previous quarter on file - full provision"
                   TO REPORT-INFO
           ELSE
               STRING "Movement measured against " PREVIOUS-QUARTER
                   DELIMITED BY SIZE
                   INTO REPORT-INFO
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

       WRITE-LOAN-LINE.
           MOVE 0 TO PREVIOUS-PROVISION
           MOVE 0 TO PREVIOUS-STAGE
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PREVIOUS-COUNT
               IF PRV-ACCOUNT-ID OF PREVIOUS-ARRAY (PX) =
                   PRV-ACCOUNT-ID OF CURRENT-ARRAY (CX)
                   MOVE PRV-PROVISION OF PREVIOUS-ARRAY (PX)
                       TO PREVIOUS-PROVISION
                   MOVE PRV-STAGE OF PREVIOUS-ARRAY (PX)
                       TO PREVIOUS-STAGE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE MOVEMENT = PRV-PROVISION OF CURRENT-ARRAY (CX)
               - PREVIOUS-PROVISION
           MOVE PRV-DAYS-PAST-DUE OF CURRENT-ARRAY (CX) TO DAYS-STRING
           MOVE PRV-LOSS-RATE OF CURRENT-ARRAY (CX) TO RATE-EDIT
           MOVE PRV-EXPOSURE OF CURRENT-ARRAY (CX) TO AMOUNT-EDIT
           MOVE PRV-PROVISION OF CURRENT-ARRAY (CX) TO AMOUNT-EDIT-2
           MOVE PREVIOUS-PROVISION TO AMOUNT-EDIT-3
           MOVE MOVEMENT TO AMOUNT-EDIT-4
           MOVE SPACES TO REPORT-INFO
           STRING PRV-ACCOUNT-ID OF CURRENT-ARRAY (CX) " "
               PRV-CPR OF CURRENT-ARRAY (CX) " "
               PRV-STAGE OF CURRENT-ARRAY (CX) " "
               DAYS-STRING " " RATE-EDIT AMOUNT-EDIT
               AMOUNT-EDIT-2 AMOUNT-EDIT-3 " (" PREVIOUS-STAGE
               ")" AMOUNT-EDIT-4
               DELIMITED BY SIZE
               INTO REPORT-INFO
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-RELEASED-LINE.
           COMPUTE MOVEMENT = 0 - PRV-PROVISION OF PREVIOUS-ARRAY (PX)
           MOVE 0 TO AMOUNT-EDIT
           MOVE 0 TO AMOUNT-EDIT-2
           MOVE PRV-PROVISION OF PREVIOUS-ARRAY (PX) TO AMOUNT-EDIT-3
           MOVE MOVEMENT TO AMOUNT-EDIT-4
           MOVE 0 TO RATE-EDIT
           MOVE 0 TO DAYS-STRING
           MOVE SPACES TO REPORT-INFO
           STRING PRV-ACCOUNT-ID OF PREVIOUS-ARRAY (PX) " "
               PRV-CPR OF PREVIOUS-ARRAY (PX) " - "
               DAYS-STRING " " RATE-EDIT AMOUNT-EDIT
               AMOUNT-EDIT-2 AMOUNT-EDIT-3 " ("
               PRV-STAGE OF PREVIOUS-ARRAY (PX)
               ")" AMOUNT-EDIT-4
               DELIMITED BY SIZE
               INTO REPORT-INFO
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-PROVISION-JOURNAL.
           IF ST-PROVISION (1) = ST-PREVIOUS (1)
               AND ST-PROVISION (2) = ST-PREVIOUS (2)
               AND ST-PROVISION (3) = ST-PREVIOUS (3)
               DISPLAY "No change in provisions, no journal written"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PROVISION-JOURNAL-FILE
           IF PROVISION-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT PROVISION-JOURNAL-FILE
           END-IF
           MOVE SPACES TO GL-JOURNAL-INFO
           STRING "HDR " RUN-DATE " LOAN LOSS PROVISIONS "
               CURRENT-QUARTER
               INTO GL-JOURNAL-INFO
           END-STRING
           WRITE GL-JOURNAL-RECORD
           MOVE ZEROES TO JOURNAL-BALANCE
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 3
               COMPUTE MOVEMENT = ST-PROVISION (SX) - ST-PREVIOUS (SX)
               IF MOVEMENT NOT = 0
                   MOVE SPACES TO JOURNAL-TYPE
                   STRING "PROVISION STAGE " SX DELIMITED BY SIZE
                       INTO JOURNAL-TYPE
                   END-STRING
                   IF MOVEMENT > 0
                       MOVE MOVEMENT TO LINE-AMOUNT
                       MOVE EXPENSE-GL-ACCOUNT TO JOURNAL-GL-ACCOUNT
                       PERFORM WRITE-DEBIT-LINE
                       COMPUTE LINE-AMOUNT = 0 - MOVEMENT
                       MOVE ALLOWANCE-GL-ACCOUNT
                           TO JOURNAL-GL-ACCOUNT
                       PERFORM WRITE-CREDIT-LINE
                   ELSE
                       COMPUTE LINE-AMOUNT = 0 - MOVEMENT
                       MOVE ALLOWANCE-GL-ACCOUNT
                           TO JOURNAL-GL-ACCOUNT
                       PERFORM WRITE-DEBIT-LINE
                       MOVE MOVEMENT TO LINE-AMOUNT
                       MOVE EXPENSE-GL-ACCOUNT TO JOURNAL-GL-ACCOUNT
                       PERFORM WRITE-CREDIT-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE JOURNAL-BALANCE TO AMOUNT-STRING
           MOVE SPACES TO GL-JOURNAL-INFO
           STRING "TRL batch total "
               FUNCTION TRIM(AMOUNT-STRING LEADING)
               INTO GL-JOURNAL-INFO
           END-STRING
           WRITE GL-JOURNAL-RECORD
           CLOSE PROVISION-JOURNAL-FILE.

       WRITE-DEBIT-LINE.
           ADD LINE-AMOUNT TO JOURNAL-BALANCE
           MOVE LINE-AMOUNT TO AMOUNT-STRING
           MOVE ST-COUNT (SX) TO TALLY-STRING
           MOVE SPACES TO GL-JOURNAL-INFO
           STRING "DTL " JOURNAL-GL-ACCOUNT " DR "
               FUNCTION TRIM(AMOUNT-STRING LEADING)
               " " JOURNAL-TYPE
               " (" FUNCTION TRIM(TALLY-STRING LEADING)
               " loans)"
               INTO GL-JOURNAL-INFO
           END-STRING
           WRITE GL-JOURNAL-RECORD.

       WRITE-CREDIT-LINE.
           ADD LINE-AMOUNT TO JOURNAL-BALANCE
           MOVE LINE-AMOUNT TO AMOUNT-STRING
           MOVE SPACES TO GL-JOURNAL-INFO
           STRING "DTL " JOURNAL-GL-ACCOUNT " CR "
               FUNCTION TRIM(AMOUNT-STRING LEADING)
               " " JOURNAL-TYPE
               INTO GL-JOURNAL-INFO
           END-STRING
           WRITE GL-JOURNAL-RECORD.

       SAVE-PROVISIONS.
           OPEN OUTPUT PROVISION-FILE
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CURRENT-COUNT
               MOVE CURRENT-ARRAY (CX) TO PROVISION-RECORD
               WRITE PROVISION-RECORD
           END-PERFORM
           CLOSE PROVISION-FILE.
