       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE72.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-DRAWER-FILE ASSIGN TO "CashDrawers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-DRAWER-STATUS.
           SELECT DRAWER-CONFIG-FILE ASSIGN TO "CashDrawerConfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRAWER-CONFIG-STATUS.
           SELECT JOURNAL-AUDIT-FILE
               ASSIGN TO "TellerJournalAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-AUDIT-STATUS.
           SELECT DRAWER-REPORT-FILE ASSIGN TO "CashDrawerReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIFFERENCE-JOURNAL-FILE
               ASSIGN TO "CashDifferenceJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIFFERENCE-JOURNAL-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CASH-DRAWER-FILE.
       01 CASH-DRAWER-RECORD.
           COPY "CASHDRAWER.cpy".

       FD DRAWER-CONFIG-FILE.
       01 DRAWER-CONFIG-RECORD.
           02 DRAWER-CONFIG-LINE PIC X(20).

       FD JOURNAL-AUDIT-FILE.
       01 JOURNAL-AUDIT-RECORD.
           02 JOURNAL-AUDIT-INFO PIC X(130).

       FD DRAWER-REPORT-FILE.
       01 DRAWER-REPORT-RECORD.
           02 DRAWER-REPORT-INFO PIC X(132).

       FD DIFFERENCE-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           02 GL-JOURNAL-INFO PIC X(100).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 RUN-MODE-ARGS PIC X(30) VALUE SPACES.
       01 RUN-MODE PIC X(10) VALUE SPACES.
       01 DATE-ARG PIC X(10) VALUE SPACES.
       01 CASH-DRAWER-STATUS PIC XX.
       01 DRAWER-CONFIG-STATUS PIC XX.
       01 JOURNAL-AUDIT-STATUS PIC XX.
       01 DIFFERENCE-JOURNAL-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave72".
       01 END-OF-DRAWER-FILE PIC X VALUE "N".
       01 END-OF-AUDIT-FILE PIC X VALUE "N".
       01 OPERATOR-ID PIC X(08) VALUE SPACES.
       01 DRAWER-COUNT PIC 9(4) VALUE 0.
       01 DRAWER-MAX PIC 9(4) VALUE 5000.
       01 DRAWER-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON DRAWER-COUNT.
           COPY "CASHDRAWER.cpy".
       01 DX PIC 9(4) VALUE 0.
       01 DRAWER-SLOT PIC 9(4) VALUE 0.
       01 DRAWERS-CHANGED PIC X VALUE "N".
       01 BALANCE-DATE PIC X(10) VALUE SPACES.
       01 TOLERANCE-AMOUNT PIC 9(07)V99 VALUE 50.00.
       01 DIFFERENCE-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 TELLER-CASH-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 INPUT-AMOUNT PIC X(15) VALUE SPACES.
       01 INPUT-ANSWER PIC X(01) VALUE SPACES.
       01 AMOUNT-VALUE PIC S9(13)V99 VALUE ZEROS.
       01 AUDIT-TYPE PIC X(20) VALUE SPACES.
       01 AUDIT-REST PIC X(60) VALUE SPACES.
       01 AUDIT-AMOUNT-TEXT PIC X(20) VALUE SPACES.
       01 AUDIT-CURRENCY PIC X(03) VALUE SPACES.
       01 ABSOLUTE-DIFFERENCE PIC 9(11)V99 VALUE ZEROS.
       01 DRAWERS-FOR-DATE PIC 9(4) VALUE 0.
       01 DRAWERS-BALANCED PIC 9(4) VALUE 0.
       01 DRAWERS-OPEN PIC 9(4) VALUE 0.
       01 DRAWERS-BOOKED PIC 9(4) VALUE 0.
       01 DRAWERS-SIGNED PIC 9(4) VALUE 0.
       01 FOREIGN-CASH-COUNT PIC 9(5) VALUE 0.
       01 ORPHAN-COUNT PIC 9(3) VALUE 0.
       01 ORPHAN-ARRAY
           OCCURS 1 TO 200 TIMES
           DEPENDING ON ORPHAN-COUNT.
           02 ORP-OPERATOR PIC X(08).
           02 ORP-POSTINGS PIC 9(5).
           02 ORP-AMOUNT PIC S9(13)V99.
       01 OX PIC 9(3) VALUE 0.
       01 JOURNAL-OPENED PIC X VALUE "N".
       01 JOURNAL-BALANCE PIC S9(15)V99 VALUE ZEROS.
       01 LINE-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 JOURNAL-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 JOURNAL-TYPE PIC X(20) VALUE SPACES.
       01 RESULT-TEXT PIC X(24) VALUE SPACES.
       01 AMOUNT-STRING PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       01 AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99-.
       01 AMOUNT-EDIT-2 PIC ZZZ,ZZZ,ZZ9.99-.
       01 AMOUNT-EDIT-3 PIC ZZZ,ZZZ,ZZ9.99-.
       01 AMOUNT-EDIT-4 PIC ZZZ,ZZZ,ZZ9.99-.
       01 AMOUNT-EDIT-5 PIC ZZZ,ZZZ,ZZ9.99-.
       01 AMOUNT-EDIT-6 PIC ZZZ,ZZZ,ZZ9.99-.
       01 TOLERANCE-EDIT PIC Z,ZZZ,ZZ9.99.
       01 COUNT-STRING PIC ZZZZ9.
       01 RUN-TIMESTAMP PIC X(21).
       01 TODAY-DATE PIC X(10) VALUE SPACES.
       01 NOW-TIME PIC X(08) VALUE SPACES.
       01 AUDIT-STAMP PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO TODAY-DATE
           END-STRING
           STRING RUN-TIMESTAMP (9:2) ":" RUN-TIMESTAMP (11:2) ":"
               RUN-TIMESTAMP (13:2) DELIMITED BY SIZE
               INTO NOW-TIME
           END-STRING
           STRING TODAY-DATE " " NOW-TIME DELIMITED BY SIZE
               INTO AUDIT-STAMP
           END-STRING

           ACCEPT RUN-MODE-ARGS FROM COMMAND-LINE
           UNSTRING RUN-MODE-ARGS DELIMITED BY ALL SPACE
               INTO RUN-MODE DATE-ARG
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE
           IF DATE-ARG = SPACES
               MOVE TODAY-DATE TO BALANCE-DATE
           ELSE
               MOVE DATE-ARG TO BALANCE-DATE
           END-IF

           PERFORM LOAD-DRAWERS
           EVALUATE RUN-MODE
               WHEN "OPEN"
                   PERFORM GET-OPERATOR-ID
                   PERFORM OPEN-DRAWER
               WHEN "CLOSE"
                   PERFORM GET-OPERATOR-ID
                   PERFORM CLOSE-DRAWER
               WHEN "BALANCE"
                   PERFORM LOAD-DRAWER-CONFIG
                   PERFORM BALANCE-DRAWERS
               WHEN "SIGNOFF"
                   PERFORM GET-OPERATOR-ID
                   PERFORM SIGN-OFF-DRAWERS
               WHEN OTHER
                   DISPLAY "Run mode must be OPEN, CLOSE, BALANCE"
                       " [date] or SIGNOFF [date]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF DRAWERS-CHANGED = "Y"
               PERFORM SAVE-DRAWERS
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
           MOVE SPACES TO EXCEPTION-LOG-RECORD
           CLOSE EXCEPTION-LOG-FILE.

       GET-OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF OPERATOR-ID = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT OPERATOR-ID
           END-IF
           IF OPERATOR-ID = SPACES
               DISPLAY "An operator ID is required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-DRAWERS.
           OPEN INPUT CASH-DRAWER-FILE
           IF CASH-DRAWER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-DRAWER-FILE
           END-IF
           PERFORM UNTIL END-OF-DRAWER-FILE = "Y"
               READ CASH-DRAWER-FILE INTO CASH-DRAWER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-DRAWER-FILE
                       CLOSE CASH-DRAWER-FILE
                   NOT AT END
                       IF DRAWER-COUNT < DRAWER-MAX
                           ADD 1 TO DRAWER-COUNT
                           MOVE CASH-DRAWER-RECORD
                               TO DRAWER-ARRAY (DRAWER-COUNT)
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": CashDrawers.txt exceeds the drawer"
                               " table, run aborted"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-DRAWER-CONFIG.
           OPEN INPUT DRAWER-CONFIG-FILE
           IF DRAWER-CONFIG-STATUS = "00"
               READ DRAWER-CONFIG-FILE INTO DRAWER-CONFIG-RECORD
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DRAWER-CONFIG-LINE)
                           TO TOLERANCE-AMOUNT
               END-READ
               READ DRAWER-CONFIG-FILE INTO DRAWER-CONFIG-RECORD
                   NOT AT END
                       MOVE DRAWER-CONFIG-LINE
                           TO DIFFERENCE-GL-ACCOUNT
               END-READ
               READ DRAWER-CONFIG-FILE INTO DRAWER-CONFIG-RECORD
                   NOT AT END
                       MOVE DRAWER-CONFIG-LINE
                           TO TELLER-CASH-GL-ACCOUNT
               END-READ
               CLOSE DRAWER-CONFIG-FILE
           END-IF
           IF DIFFERENCE-GL-ACCOUNT = SPACES
               OR TELLER-CASH-GL-ACCOUNT = SPACES
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": CashDrawerConfig.txt must give the tolerance,"
                   " the cash difference GL account and the teller"
                   " cash GL account" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               DISPLAY "CashDrawerConfig.txt incomplete - run aborted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-OPERATOR-DRAWER.
           MOVE 0 TO DRAWER-SLOT
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DRAWER-COUNT
               IF DRW-DATE OF DRAWER-ARRAY (DX) = BALANCE-DATE
                   AND DRW-OPERATOR OF DRAWER-ARRAY (DX) = OPERATOR-ID
                   MOVE DX TO DRAWER-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPEN-DRAWER.
           MOVE TODAY-DATE TO BALANCE-DATE
           PERFORM FIND-OPERATOR-DRAWER
           IF DRAWER-SLOT > 0
               DISPLAY "A drawer for " OPERATOR-ID " was already"
                   " opened today (status "
                   DRW-STATUS OF DRAWER-ARRAY (DRAWER-SLOT) ")"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF DRAWER-COUNT >= DRAWER-MAX
               DISPLAY "Drawer register full - drawer not opened"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Opening float counted (DKK): " WITH NO ADVANCING
           MOVE SPACES TO INPUT-AMOUNT
           ACCEPT INPUT-AMOUNT
           IF INPUT-AMOUNT = SPACES
               DISPLAY "The opening float is required"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(INPUT-AMOUNT) TO AMOUNT-VALUE
           IF AMOUNT-VALUE < 0
               DISPLAY "The opening float cannot be negative"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DRAWER-COUNT
           INITIALIZE DRAWER-ARRAY (DRAWER-COUNT)
           MOVE TODAY-DATE TO DRW-DATE OF DRAWER-ARRAY (DRAWER-COUNT)
           MOVE OPERATOR-ID
               TO DRW-OPERATOR OF DRAWER-ARRAY (DRAWER-COUNT)
           MOVE "O" TO DRW-STATUS OF DRAWER-ARRAY (DRAWER-COUNT)
           MOVE AMOUNT-VALUE
               TO DRW-OPENING-FLOAT OF DRAWER-ARRAY (DRAWER-COUNT)
           MOVE NOW-TIME
               TO DRW-OPENED-AT OF DRAWER-ARRAY (DRAWER-COUNT)
           MOVE "N" TO DRW-BOOKED OF DRAWER-ARRAY (DRAWER-COUNT)
           MOVE "Y" TO DRAWERS-CHANGED
           MOVE AMOUNT-VALUE TO AMOUNT-EDIT
           DISPLAY "Drawer opened for " OPERATOR-ID
               " with float " AMOUNT-EDIT.

       CLOSE-DRAWER.
           MOVE TODAY-DATE TO BALANCE-DATE
           PERFORM FIND-OPERATOR-DRAWER
           IF DRAWER-SLOT = 0
               DISPLAY "No drawer was opened today for " OPERATOR-ID
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF DRW-STATUS OF DRAWER-ARRAY (DRAWER-SLOT) NOT = "O"
               DISPLAY "The drawer for " OPERATOR-ID
                   " is already closed"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cash counted at close (DKK): " WITH NO ADVANCING
           MOVE SPACES TO INPUT-AMOUNT
           ACCEPT INPUT-AMOUNT
           IF INPUT-AMOUNT = SPACES
               DISPLAY "The counted cash is required"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(INPUT-AMOUNT) TO AMOUNT-VALUE
           IF AMOUNT-VALUE < 0
               DISPLAY "The counted cash cannot be negative"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO DRW-STATUS OF DRAWER-ARRAY (DRAWER-SLOT)
           MOVE AMOUNT-VALUE
               TO DRW-COUNTED-CASH OF DRAWER-ARRAY (DRAWER-SLOT)
           MOVE NOW-TIME
               TO DRW-CLOSED-AT OF DRAWER-ARRAY (DRAWER-SLOT)
           MOVE "Y" TO DRAWERS-CHANGED
           MOVE AMOUNT-VALUE TO AMOUNT-EDIT
           DISPLAY "Drawer closed for " OPERATOR-ID
               " with count " AMOUNT-EDIT
               " - no further teller postings today".

       BALANCE-DRAWERS.
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DRAWER-COUNT
               IF DRW-DATE OF DRAWER-ARRAY (DX) = BALANCE-DATE
                   ADD 1 TO DRAWERS-FOR-DATE
                   IF DRW-STATUS OF DRAWER-ARRAY (DX) = "O"
                       OR DRW-STATUS OF DRAWER-ARRAY (DX) = "C"
                       MOVE 0 TO DRW-CASH-IN OF DRAWER-ARRAY (DX)
                       MOVE 0 TO DRW-CASH-OUT OF DRAWER-ARRAY (DX)
                   END-IF
               END-IF
           END-PERFORM
           IF DRAWERS-FOR-DATE = 0
               DISPLAY "No cash drawers recorded for " BALANCE-DATE
           END-IF
           PERFORM ACCUMULATE-CASH-POSTINGS
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DRAWER-COUNT
               IF DRW-DATE OF DRAWER-ARRAY (DX) = BALANCE-DATE
                   EVALUATE DRW-STATUS OF DRAWER-ARRAY (DX)
                       WHEN "O"
                           ADD 1 TO DRAWERS-OPEN
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": cash drawer " BALANCE-DATE " "
                               DRW-OPERATOR OF DRAWER-ARRAY (DX)
                               " never closed, cannot be balanced"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                       WHEN "C"
                           PERFORM BALANCE-ONE-DRAWER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF JOURNAL-OPENED = "Y"
               PERFORM CLOSE-DIFFERENCE-JOURNAL
           END-IF
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > ORPHAN-COUNT
               MOVE ORP-POSTINGS (OX) TO COUNT-STRING
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": " FUNCTION TRIM(COUNT-STRING LEADING)
                   " cash postings on " BALANCE-DATE " by "
                   ORP-OPERATOR (OX) " without a cash drawer"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           END-PERFORM
           PERFORM WRITE-DRAWER-REPORT

           MOVE DRAWERS-BALANCED TO COUNT-STRING
           DISPLAY "Drawers balanced: " COUNT-STRING
           MOVE DRAWERS-BOOKED TO COUNT-STRING
           DISPLAY "Differences over tolerance booked: " COUNT-STRING
           MOVE DRAWERS-OPEN TO COUNT-STRING
           DISPLAY "Drawers still open: " COUNT-STRING
           IF DRAWERS-OPEN > 0 OR DRAWERS-BOOKED > 0
               OR ORPHAN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       ACCUMULATE-CASH-POSTINGS.
           OPEN INPUT JOURNAL-AUDIT-FILE
           IF JOURNAL-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-AUDIT-FILE = "Y"
               READ JOURNAL-AUDIT-FILE
                   AT END
                       MOVE "Y" TO END-OF-AUDIT-FILE
                       CLOSE JOURNAL-AUDIT-FILE
                   NOT AT END
                       IF JOURNAL-AUDIT-INFO (1:10) = BALANCE-DATE
                           AND JOURNAL-AUDIT-INFO (29:9) = " account "
                           PERFORM ADD-AUDIT-POSTING
                       END-IF
               END-READ
           END-PERFORM.

       ADD-AUDIT-POSTING.
           MOVE SPACES TO AUDIT-TYPE
           MOVE SPACES TO AUDIT-REST
           MOVE SPACES TO AUDIT-AMOUNT-TEXT
           MOVE SPACES TO AUDIT-CURRENCY
           UNSTRING JOURNAL-AUDIT-INFO (54:77)
               DELIMITED BY " amount "
               INTO AUDIT-TYPE AUDIT-REST
           END-UNSTRING
           IF AUDIT-TYPE NOT = "CASH DEPOSIT"
               AND AUDIT-TYPE NOT = "CASH WITHDRAWAL"
               EXIT PARAGRAPH
           END-IF
           UNSTRING AUDIT-REST DELIMITED BY ALL SPACE
               INTO AUDIT-AMOUNT-TEXT AUDIT-CURRENCY
           END-UNSTRING
           IF AUDIT-CURRENCY NOT = "DKK"
               ADD 1 TO FOREIGN-CASH-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(AUDIT-AMOUNT-TEXT) TO AMOUNT-VALUE
           MOVE JOURNAL-AUDIT-INFO (21:8) TO OPERATOR-ID
           PERFORM FIND-OPERATOR-DRAWER
           IF DRAWER-SLOT = 0
               PERFORM ADD-ORPHAN-POSTING
               EXIT PARAGRAPH
           END-IF
           IF DRW-STATUS OF DRAWER-ARRAY (DRAWER-SLOT) NOT = "O"
               AND DRW-STATUS OF DRAWER-ARRAY (DRAWER-SLOT) NOT = "C"
               EXIT PARAGRAPH
           END-IF
           IF AMOUNT-VALUE > 0
               ADD AMOUNT-VALUE
                   TO DRW-CASH-IN OF DRAWER-ARRAY (DRAWER-SLOT)
           ELSE
               COMPUTE DRW-CASH-OUT OF DRAWER-ARRAY (DRAWER-SLOT) =
                   DRW-CASH-OUT OF DRAWER-ARRAY (DRAWER-SLOT)
                   - AMOUNT-VALUE
           END-IF.

       ADD-ORPHAN-POSTING.
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > ORPHAN-COUNT
               IF ORP-OPERATOR (OX) = OPERATOR-ID
                   ADD 1 TO ORP-POSTINGS (OX)
                   ADD AMOUNT-VALUE TO ORP-AMOUNT (OX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF ORPHAN-COUNT < 200
               ADD 1 TO ORPHAN-COUNT
               MOVE OPERATOR-ID TO ORP-OPERATOR (ORPHAN-COUNT)
               MOVE 1 TO ORP-POSTINGS (ORPHAN-COUNT)
               MOVE AMOUNT-VALUE TO ORP-AMOUNT (ORPHAN-COUNT)
           END-IF.

       BALANCE-ONE-DRAWER.
           COMPUTE DRW-EXPECTED-CASH OF DRAWER-ARRAY (DX) =
               DRW-OPENING-FLOAT OF DRAWER-ARRAY (DX)
               + DRW-CASH-IN OF DRAWER-ARRAY (DX)
               - DRW-CASH-OUT OF DRAWER-ARRAY (DX)
           COMPUTE DRW-DIFFERENCE OF DRAWER-ARRAY (DX) =
               DRW-COUNTED-CASH OF DRAWER-ARRAY (DX)
               - DRW-EXPECTED-CASH OF DRAWER-ARRAY (DX)
           MOVE "B" TO DRW-STATUS OF DRAWER-ARRAY (DX)
           MOVE "N" TO DRW-BOOKED OF DRAWER-ARRAY (DX)
           MOVE "Y" TO DRAWERS-CHANGED
           ADD 1 TO DRAWERS-BALANCED
           IF DRW-DIFFERENCE OF DRAWER-ARRAY (DX) < 0
               COMPUTE ABSOLUTE-DIFFERENCE =
                   0 - DRW-DIFFERENCE OF DRAWER-ARRAY (DX)
           ELSE
               MOVE DRW-DIFFERENCE OF DRAWER-ARRAY (DX)
                   TO ABSOLUTE-DIFFERENCE
           END-IF
           IF ABSOLUTE-DIFFERENCE > TOLERANCE-AMOUNT
               MOVE "Y" TO DRW-BOOKED OF DRAWER-ARRAY (DX)
               ADD 1 TO DRAWERS-BOOKED
               MOVE DRW-DIFFERENCE OF DRAWER-ARRAY (DX)
                   TO AMOUNT-STRING
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": cash drawer " BALANCE-DATE " "
                   DRW-OPERATOR OF DRAWER-ARRAY (DX)
                   " over/short "
                   FUNCTION TRIM(AMOUNT-STRING LEADING)
                   " over tolerance, booked"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               PERFORM BOOK-CASH-DIFFERENCE
           END-IF.

       BOOK-CASH-DIFFERENCE.
           IF JOURNAL-OPENED = "N"
               OPEN EXTEND DIFFERENCE-JOURNAL-FILE
               IF DIFFERENCE-JOURNAL-STATUS NOT = "00"
                   OPEN OUTPUT DIFFERENCE-JOURNAL-FILE
               END-IF
               MOVE SPACES TO GL-JOURNAL-INFO
               STRING "HDR " BALANCE-DATE " TELLER CASH DIFFERENCES"
                   INTO GL-JOURNAL-INFO
               END-STRING
               WRITE GL-JOURNAL-RECORD
               MOVE ZEROES TO JOURNAL-BALANCE
               MOVE "Y" TO JOURNAL-OPENED
           END-IF
           IF DRW-DIFFERENCE OF DRAWER-ARRAY (DX) < 0
               MOVE "TELLER CASH SHORT" TO JOURNAL-TYPE
               MOVE ABSOLUTE-DIFFERENCE TO LINE-AMOUNT
               MOVE DIFFERENCE-GL-ACCOUNT TO JOURNAL-GL-ACCOUNT
               PERFORM WRITE-DEBIT-LINE
               COMPUTE LINE-AMOUNT = 0 - ABSOLUTE-DIFFERENCE
               MOVE TELLER-CASH-GL-ACCOUNT TO JOURNAL-GL-ACCOUNT
               PERFORM WRITE-CREDIT-LINE
           ELSE
               MOVE "TELLER CASH OVER" TO JOURNAL-TYPE
               MOVE ABSOLUTE-DIFFERENCE TO LINE-AMOUNT
               MOVE TELLER-CASH-GL-ACCOUNT TO JOURNAL-GL-ACCOUNT
               PERFORM WRITE-DEBIT-LINE
               COMPUTE LINE-AMOUNT = 0 - ABSOLUTE-DIFFERENCE
               MOVE DIFFERENCE-GL-ACCOUNT TO JOURNAL-GL-ACCOUNT
               PERFORM WRITE-CREDIT-LINE
           END-IF.

       WRITE-DEBIT-LINE.
           ADD LINE-AMOUNT TO JOURNAL-BALANCE
           MOVE LINE-AMOUNT TO AMOUNT-STRING
           MOVE SPACES TO GL-JOURNAL-INFO
           STRING "DTL " JOURNAL-GL-ACCOUNT " DR "
               FUNCTION TRIM(AMOUNT-STRING LEADING)
               " " JOURNAL-TYPE
               " (operator "
               FUNCTION TRIM(DRW-OPERATOR OF DRAWER-ARRAY (DX))
               ")"
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

       CLOSE-DIFFERENCE-JOURNAL.
           MOVE JOURNAL-BALANCE TO AMOUNT-STRING
           MOVE SPACES TO GL-JOURNAL-INFO
           STRING "TRL batch total "
               FUNCTION TRIM(AMOUNT-STRING LEADING)
               INTO GL-JOURNAL-INFO
           END-STRING
           WRITE GL-JOURNAL-RECORD
           CLOSE DIFFERENCE-JOURNAL-FILE.

       WRITE-DRAWER-REPORT.
           OPEN OUTPUT DRAWER-REPORT-FILE
           MOVE SPACES TO DRAWER-REPORT-INFO
           MOVE TOLERANCE-AMOUNT TO TOLERANCE-EDIT
           STRING "Teller cash drawer balancing " BALANCE-DATE
               " (run " TODAY-DATE ", tolerance "
               FUNCTION TRIM(TOLERANCE-EDIT LEADING) ")"
               DELIMITED BY SIZE
               INTO DRAWER-REPORT-INFO
           END-STRING
           WRITE DRAWER-REPORT-RECORD
           MOVE SPACES TO DRAWER-REPORT-INFO
           WRITE DRAWER-REPORT-RECORD
           MOVE SPACES TO DRAWER-REPORT-INFO
           STRING "OPERATOR "
               "  OPENING FLOAT        CASH IN       CASH OUT"
               "       EXPECTED        COUNTED     OVER/SHORT"
               " RESULT"
               DELIMITED BY SIZE
               INTO DRAWER-REPORT-INFO
           END-STRING
           WRITE DRAWER-REPORT-RECORD
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DRAWER-COUNT
               IF DRW-DATE OF DRAWER-ARRAY (DX) = BALANCE-DATE
                   PERFORM WRITE-DRAWER-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > ORPHAN-COUNT
               MOVE ORP-POSTINGS (OX) TO COUNT-STRING
               MOVE ORP-AMOUNT (OX) TO AMOUNT-EDIT
               MOVE SPACES TO DRAWER-REPORT-INFO
               STRING ORP-OPERATOR (OX) " "
                   FUNCTION TRIM(COUNT-STRING LEADING)
                   " cash postings, net "
                   FUNCTION TRIM(AMOUNT-EDIT)
                   ", with no drawer opened"
                   DELIMITED BY SIZE
                   INTO DRAWER-REPORT-INFO
               END-STRING
               WRITE DRAWER-REPORT-RECORD
           END-PERFORM
           IF FOREIGN-CASH-COUNT > 0
               MOVE FOREIGN-CASH-COUNT TO COUNT-STRING
               MOVE SPACES TO DRAWER-REPORT-INFO
               STRING FUNCTION TRIM(COUNT-STRING LEADING)
                   " foreign currency cash postings are not part of"
                   " the DKK drawer balance"
                   DELIMITED BY SIZE
                   INTO DRAWER-REPORT-INFO
               END-STRING
               WRITE DRAWER-REPORT-RECORD
           END-IF
           MOVE SPACES TO DRAWER-REPORT-INFO
           WRITE DRAWER-REPORT-RECORD
           MOVE "Branch manager sign-off: each drawer above must be"
               TO DRAWER-REPORT-INFO
           WRITE DRAWER-REPORT-RECORD
           MOVE "signed off through the drawer sign-off run."
               TO DRAWER-REPORT-INFO
           WRITE DRAWER-REPORT-RECORD
           CLOSE DRAWER-REPORT-FILE.

       WRITE-DRAWER-LINE.
           MOVE SPACES TO RESULT-TEXT
           EVALUATE DRW-STATUS OF DRAWER-ARRAY (DX)
               WHEN "O"
                   MOVE "NOT CLOSED" TO RESULT-TEXT
               WHEN "C"
                   MOVE "NOT BALANCED" TO RESULT-TEXT
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN DRW-DIFFERENCE OF DRAWER-ARRAY (DX) = 0
                           MOVE "BALANCED" TO RESULT-TEXT
                       WHEN DRW-DIFFERENCE OF DRAWER-ARRAY (DX) < 0
                           MOVE "SHORT" TO RESULT-TEXT
                       WHEN OTHER
                           MOVE "OVER" TO RESULT-TEXT
                   END-EVALUATE
                   IF DRW-BOOKED OF DRAWER-ARRAY (DX) = "Y"
                       STRING FUNCTION TRIM(RESULT-TEXT TRAILING)
                           " - BOOKED" DELIMITED BY SIZE
                           INTO RESULT-TEXT
                       END-STRING
                   END-IF
                   IF DRW-STATUS OF DRAWER-ARRAY (DX) = "S"
                       STRING FUNCTION TRIM(RESULT-TEXT TRAILING)
                           " SIGNED" DELIMITED BY SIZE
                           INTO RESULT-TEXT
                       END-STRING
                   END-IF
           END-EVALUATE
           MOVE DRW-OPENING-FLOAT OF DRAWER-ARRAY (DX) TO AMOUNT-EDIT
           MOVE DRW-CASH-IN OF DRAWER-ARRAY (DX) TO AMOUNT-EDIT-2
           MOVE DRW-CASH-OUT OF DRAWER-ARRAY (DX) TO AMOUNT-EDIT-3
           MOVE DRW-EXPECTED-CASH OF DRAWER-ARRAY (DX)
               TO AMOUNT-EDIT-4
           MOVE DRW-COUNTED-CASH OF DRAWER-ARRAY (DX) TO AMOUNT-EDIT-5
           MOVE DRW-DIFFERENCE OF DRAWER-ARRAY (DX) TO AMOUNT-EDIT-6
           MOVE SPACES TO DRAWER-REPORT-INFO
           STRING DRW-OPERATOR OF DRAWER-ARRAY (DX) " "
               AMOUNT-EDIT AMOUNT-EDIT-2 AMOUNT-EDIT-3
               AMOUNT-EDIT-4 AMOUNT-EDIT-5 AMOUNT-EDIT-6 " "
               RESULT-TEXT
               DELIMITED BY SIZE
               INTO DRAWER-REPORT-INFO
           END-STRING
           WRITE DRAWER-REPORT-RECORD.

       SIGN-OFF-DRAWERS.
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DRAWER-COUNT
               IF DRW-DATE OF DRAWER-ARRAY (DX) = BALANCE-DATE
                   ADD 1 TO DRAWERS-FOR-DATE
                   PERFORM SIGN-OFF-ONE-DRAWER
               END-IF
           END-PERFORM
           IF DRAWERS-FOR-DATE = 0
               DISPLAY "No cash drawers recorded for " BALANCE-DATE
           END-IF
           MOVE DRAWERS-SIGNED TO COUNT-STRING
           DISPLAY "Drawers signed off: " COUNT-STRING.

       SIGN-OFF-ONE-DRAWER.
           EVALUATE DRW-STATUS OF DRAWER-ARRAY (DX)
               WHEN "S"
                   DISPLAY DRW-OPERATOR OF DRAWER-ARRAY (DX)
                       " already signed off by "
                       DRW-SIGNED-OFF-BY OF DRAWER-ARRAY (DX)
                   EXIT PARAGRAPH
               WHEN "B"
                   CONTINUE
               WHEN OTHER
                   DISPLAY DRW-OPERATOR OF DRAWER-ARRAY (DX)
                       " not yet closed and balanced - cannot sign"
                   EXIT PARAGRAPH
           END-EVALUATE
           IF DRW-OPERATOR OF DRAWER-ARRAY (DX) = OPERATOR-ID
               DISPLAY DRW-OPERATOR OF DRAWER-ARRAY (DX)
                   " is your own drawer - another manager must sign"
               EXIT PARAGRAPH
           END-IF
           MOVE DRW-EXPECTED-CASH OF DRAWER-ARRAY (DX) TO AMOUNT-EDIT
           MOVE DRW-COUNTED-CASH OF DRAWER-ARRAY (DX) TO AMOUNT-EDIT-2
           MOVE DRW-DIFFERENCE OF DRAWER-ARRAY (DX) TO AMOUNT-EDIT-3
           DISPLAY DRW-OPERATOR OF DRAWER-ARRAY (DX)
               " expected " AMOUNT-EDIT
               " counted " AMOUNT-EDIT-2
               " over/short " AMOUNT-EDIT-3
           DISPLAY "Sign off this drawer (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO INPUT-ANSWER
           ACCEPT INPUT-ANSWER
           IF INPUT-ANSWER = "Y" OR INPUT-ANSWER = "y"
               MOVE "S" TO DRW-STATUS OF DRAWER-ARRAY (DX)
               MOVE OPERATOR-ID
                   TO DRW-SIGNED-OFF-BY OF DRAWER-ARRAY (DX)
               MOVE AUDIT-STAMP
                   TO DRW-SIGNED-OFF-AT OF DRAWER-ARRAY (DX)
               MOVE "Y" TO DRAWERS-CHANGED
               ADD 1 TO DRAWERS-SIGNED
           END-IF.

       SAVE-DRAWERS.
           OPEN OUTPUT CASH-DRAWER-FILE
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DRAWER-COUNT
               MOVE DRAWER-ARRAY (DX) TO CASH-DRAWER-RECORD
               WRITE CASH-DRAWER-RECORD
           END-PERFORM
           CLOSE CASH-DRAWER-FILE.
