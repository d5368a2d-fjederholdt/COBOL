       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE90.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT MASTER-FILE ASSIGN USING MASTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT COPY-FILE ASSIGN USING COPY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "GenerationCatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT GENERATION-CONFIG-FILE
               ASSIGN TO "GenerationConfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-CONFIG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "RestoreAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD MASTER-FILE.
       01 MASTER-RECORD.
           02 MASTER-INFO PIC X(500).

       FD COPY-FILE.
       01 COPY-RECORD.
           02 COPY-INFO PIC X(500).

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "GENERATION.cpy".

       FD GENERATION-CONFIG-FILE.
       01 GENERATION-CONFIG-RECORD.
           02 CONFIG-LINE PIC X(80).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           02 AUDIT-INFO PIC X(150).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-MASTER-FILE PIC X VALUE "N".
       01 END-OF-COPY-FILE PIC X VALUE "N".
       01 END-OF-CATALOG-FILE PIC X VALUE "N".
       01 END-OF-CONFIG-FILE PIC X VALUE "N".
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 MASTER-FILE-STATUS PIC XX.
       01 COPY-FILE-STATUS PIC XX.
       01 CATALOG-FILE-STATUS PIC XX.
       01 GENERATION-CONFIG-STATUS PIC XX.
       01 AUDIT-FILE-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave90".
       01 MASTER-FILE-NAME PIC X(40) VALUE SPACES.
       01 COPY-FILE-NAME PIC X(60) VALUE SPACES.
       01 RUN-MODE-ARGS PIC X(80) VALUE SPACES.
       01 RUN-MODE PIC X(10) VALUE SPACES.
       01 GENERATION-ARG PIC X(15) VALUE SPACES.
       01 FILE-ARG PIC X(40) VALUE SPACES.
       01 OPERATOR-ID PIC X(08) VALUE SPACES.
       01 CONFIRM-ANSWER PIC X VALUE SPACE.
       01 CONFIG-KEY PIC X(30) VALUE SPACES.
       01 CONFIG-VALUE PIC X(40) VALUE SPACES.
       01 RUN-TIMESTAMP PIC X(21).
       01 AUDIT-STAMP PIC X(19) VALUE SPACES.
       01 NEW-GENERATION-ID PIC X(15) VALUE SPACES.
       01 KEEP-GENERATIONS PIC 9(2) VALUE 7.
       01 LAST-SLOT PIC 9(2) VALUE 0.
       01 NEW-SLOT PIC 9(2) VALUE 0.
       01 SLOT-STRING PIC 99.
       01 MASTER-LIST-COUNT PIC 9(3) VALUE 0.
       01 MASTER-LIST-MAX PIC 9(3) VALUE 100.
       01 MASTER-LIST
           OCCURS 1 TO 100 TIMES
           DEPENDING ON MASTER-LIST-COUNT.
           02 ML-FILE-NAME PIC X(40).
       01 MX PIC 9(3) VALUE 0.
       01 MASTER-SLOT PIC 9(3) VALUE 0.
       01 CATALOG-COUNT PIC 9(5) VALUE 0.
       01 CATALOG-MAX PIC 9(5) VALUE 10000.
       01 CATALOG-ARRAY
           OCCURS 1 TO 10000 TIMES
           DEPENDING ON CATALOG-COUNT.
           COPY "GENERATION.cpy".
       01 GX PIC 9(5) VALUE 0.
       01 KX PIC 9(5) VALUE 0.
       01 SELECTED-COUNT PIC 9(5) VALUE 0.
       01 FAILED-COUNT PIC 9(5) VALUE 0.
       01 RESTORED-COUNT PIC 9(5) VALUE 0.
       01 LINE-WORK PIC X(500) VALUE SPACES.
       01 LINE-LENGTH PIC 9(3) VALUE 0.
       01 CX PIC 9(3) VALUE 0.
       01 CHECK-A PIC 9(5) VALUE 1.
       01 CHECK-B PIC 9(5) VALUE 0.
       01 CHECK-CHAR PIC 9(3) VALUE 0.
       01 SCAN-FOUND PIC X VALUE "N".
       01 SCAN-COUNT PIC 9(9) VALUE 0.
       01 SCAN-CHECKSUM PIC 9(10) VALUE 0.
       01 WRITE-FAILED PIC X VALUE "N".
       01 RESULT-TEXT PIC X(40) VALUE SPACES.
       01 COUNT-STRING PIC ZZZZZZZZ9.
       01 FILES-STRING PIC ZZ9.
       01 LIST-ID PIC X(15) VALUE SPACES.
       01 LIST-FILES PIC 9(3) VALUE 0.
       01 LIST-RECORDS PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:8) "-" RUN-TIMESTAMP (9:6)
               DELIMITED BY SIZE
               INTO NEW-GENERATION-ID
           END-STRING
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) " " RUN-TIMESTAMP (9:2) ":"
               RUN-TIMESTAMP (11:2) ":" RUN-TIMESTAMP (13:2)
               DELIMITED BY SIZE
               INTO AUDIT-STAMP
           END-STRING

           ACCEPT RUN-MODE-ARGS FROM COMMAND-LINE
           UNSTRING RUN-MODE-ARGS DELIMITED BY ALL SPACE
               INTO RUN-MODE GENERATION-ARG FILE-ARG
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE

           PERFORM LOAD-GENERATION-CONFIG
           PERFORM LOAD-CATALOG

           EVALUATE RUN-MODE
               WHEN SPACES
               WHEN "BACKUP"
                   PERFORM BACKUP-GENERATION
               WHEN "LIST"
                   PERFORM LIST-GENERATIONS
               WHEN "RESTORE"
                   PERFORM RESTORE-GENERATION
               WHEN OTHER
                   DISPLAY "Usage: Opgave90 [BACKUP]"
                   DISPLAY "       Opgave90 LIST [generation]"
                   DISPLAY "       Opgave90 RESTORE generation [file]"
                   MOVE 8 TO RETURN-CODE
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

       GET-OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF OPERATOR-ID = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT OPERATOR-ID
           END-IF
           IF OPERATOR-ID = SPACES
               DISPLAY "An operator ID is required to restore"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-GENERATION-CONFIG.
           MOVE 0 TO MASTER-LIST-COUNT
           MOVE "AccountMaster.dat" TO CONFIG-VALUE
           PERFORM ADD-MASTER-FILE
           MOVE "OpeningBalances.txt" TO CONFIG-VALUE
           PERFORM ADD-MASTER-FILE
           MOVE "LoanMaster.txt" TO CONFIG-VALUE
           PERFORM ADD-MASTER-FILE
           MOVE "TermDeposits.txt" TO CONFIG-VALUE
           PERFORM ADD-MASTER-FILE
           MOVE "StandingOrders.txt" TO CONFIG-VALUE
           PERFORM ADD-MASTER-FILE
           MOVE "src/SanctionCases.txt" TO CONFIG-VALUE
           PERFORM ADD-MASTER-FILE
           MOVE "OpenAuthorizations.txt" TO CONFIG-VALUE
           PERFORM ADD-MASTER-FILE
           MOVE "BalanceHistory.txt" TO CONFIG-VALUE
           PERFORM ADD-MASTER-FILE
           MOVE "AccountOpeningCounter.txt" TO CONFIG-VALUE
           PERFORM ADD-MASTER-FILE
           MOVE "ComplaintCounter.txt" TO CONFIG-VALUE
           PERFORM ADD-MASTER-FILE
           MOVE "DisputeCounter.txt" TO CONFIG-VALUE
           PERFORM ADD-MASTER-FILE
           MOVE "FilingCounter.txt" TO CONFIG-VALUE
           PERFORM ADD-MASTER-FILE
           MOVE "HoldCounter.txt" TO CONFIG-VALUE
           PERFORM ADD-MASTER-FILE
           MOVE "src/SanctionCaseCounter.txt" TO CONFIG-VALUE
           PERFORM ADD-MASTER-FILE

           OPEN INPUT GENERATION-CONFIG-FILE
           IF GENERATION-CONFIG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CONFIG-FILE
           END-IF
           PERFORM UNTIL END-OF-CONFIG-FILE = "Y"
               READ GENERATION-CONFIG-FILE
                   AT END
                       MOVE "Y" TO END-OF-CONFIG-FILE
                       CLOSE GENERATION-CONFIG-FILE
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
               WHEN "KEEP"
                   IF FUNCTION TRIM(CONFIG-VALUE) IS NUMERIC
                       AND FUNCTION NUMVAL(CONFIG-VALUE) > 0
                       AND FUNCTION NUMVAL(CONFIG-VALUE) < 100
                       MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                           TO KEEP-GENERATIONS
                   END-IF
               WHEN "FILE"
                   IF CONFIG-VALUE NOT = SPACES
                       PERFORM ADD-MASTER-FILE
                   END-IF
           END-EVALUATE.

       ADD-MASTER-FILE.
           MOVE 0 TO MASTER-SLOT
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MASTER-LIST-COUNT
               IF ML-FILE-NAME (MX) = CONFIG-VALUE
                   MOVE MX TO MASTER-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MASTER-SLOT = 0 AND MASTER-LIST-COUNT < MASTER-LIST-MAX
               ADD 1 TO MASTER-LIST-COUNT
               MOVE CONFIG-VALUE TO ML-FILE-NAME (MASTER-LIST-COUNT)
           END-IF.

       LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF CATALOG-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CATALOG-FILE
           END-IF
           PERFORM UNTIL END-OF-CATALOG-FILE = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-CATALOG-FILE
                       CLOSE CATALOG-FILE
                   NOT AT END
                       IF CATALOG-COUNT < CATALOG-MAX
                           ADD 1 TO CATALOG-COUNT
                           MOVE CATALOG-RECORD
                               TO CATALOG-ARRAY (CATALOG-COUNT)
                           MOVE GEN-SLOT OF CATALOG-RECORD
                               TO LAST-SLOT
                       ELSE
                           DISPLAY "GenerationCatalog.txt exceeds "
                               "the catalog table"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       BACKUP-GENERATION.
           IF LAST-SLOT = 0
               MOVE 1 TO NEW-SLOT
           ELSE
               COMPUTE NEW-SLOT =
                   FUNCTION MOD(LAST-SLOT, KEEP-GENERATIONS) + 1
           END-IF
           PERFORM DROP-SLOT-ENTRIES
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MASTER-LIST-COUNT
               PERFORM BACKUP-ONE-FILE
           END-PERFORM
           OPEN OUTPUT CATALOG-FILE
           IF CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "GenerationCatalog.txt cannot be written"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > CATALOG-COUNT
               MOVE CATALOG-ARRAY (GX) TO CATALOG-RECORD
               WRITE CATALOG-RECORD
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE MASTER-LIST-COUNT TO FILES-STRING
           MOVE NEW-SLOT TO SLOT-STRING
           DISPLAY "Generation " NEW-GENERATION-ID " saved in slot "
               SLOT-STRING ", " FUNCTION TRIM(FILES-STRING) " files".

       DROP-SLOT-ENTRIES.
           MOVE 0 TO GX
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > CATALOG-COUNT
               IF GEN-SLOT OF CATALOG-ARRAY (KX) NOT = NEW-SLOT
                   AND GEN-SLOT OF CATALOG-ARRAY (KX)
                       NOT > KEEP-GENERATIONS
                   ADD 1 TO GX
                   IF GX NOT = KX
                       MOVE CATALOG-ARRAY (KX) TO CATALOG-ARRAY (GX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE GX TO CATALOG-COUNT.

       BACKUP-ONE-FILE.
           MOVE ML-FILE-NAME (MX) TO MASTER-FILE-NAME
           MOVE NEW-SLOT TO SLOT-STRING
           MOVE SPACES TO COPY-FILE-NAME
           STRING "Generations/G" SLOT-STRING "-"
               DELIMITED BY SIZE
               MASTER-FILE-NAME DELIMITED BY SPACE
               INTO COPY-FILE-NAME
           END-STRING
           INSPECT COPY-FILE-NAME (15:) REPLACING ALL "/" BY "-"
           MOVE 1 TO CHECK-A
           MOVE 0 TO CHECK-B
           MOVE 0 TO SCAN-COUNT
           MOVE "N" TO SCAN-FOUND
           IF MASTER-FILE-NAME = "AccountMaster.dat"
               PERFORM COPY-ACCOUNT-MASTER-OUT
           ELSE
               PERFORM COPY-MASTER-FILE-OUT
           END-IF
           COMPUTE SCAN-CHECKSUM = CHECK-B * 65536 + CHECK-A

           IF CATALOG-COUNT NOT < CATALOG-MAX
               DISPLAY "GenerationCatalog.txt exceeds the catalog "
                   "table"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CATALOG-COUNT
           MOVE SPACES TO CATALOG-ARRAY (CATALOG-COUNT)
           MOVE NEW-GENERATION-ID
               TO GEN-ID OF CATALOG-ARRAY (CATALOG-COUNT)
           MOVE NEW-SLOT TO GEN-SLOT OF CATALOG-ARRAY (CATALOG-COUNT)
           MOVE MASTER-FILE-NAME
               TO GEN-FILE-NAME OF CATALOG-ARRAY (CATALOG-COUNT)
           MOVE COPY-FILE-NAME
               TO GEN-COPY-NAME OF CATALOG-ARRAY (CATALOG-COUNT)
           MOVE SCAN-COUNT
               TO GEN-RECORD-COUNT OF CATALOG-ARRAY (CATALOG-COUNT)
           MOVE SCAN-CHECKSUM
               TO GEN-CHECKSUM OF CATALOG-ARRAY (CATALOG-COUNT)
           MOVE SCAN-COUNT TO COUNT-STRING
           IF SCAN-FOUND = "Y"
               MOVE "SAVED" TO GEN-STATUS OF CATALOG-ARRAY
                   (CATALOG-COUNT)
               DISPLAY "  " FUNCTION TRIM(MASTER-FILE-NAME)
                   " records " COUNT-STRING
                   " checksum " SCAN-CHECKSUM
           ELSE
               MOVE "MISSING" TO GEN-STATUS OF CATALOG-ARRAY
                   (CATALOG-COUNT)
               DISPLAY "  " FUNCTION TRIM(MASTER-FILE-NAME)
                   " not present"
           END-IF.

       OPEN-COPY-FOR-OUTPUT.
           OPEN OUTPUT COPY-FILE
           IF COPY-FILE-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(COPY-FILE-NAME)
                   " cannot be written, no generation taken"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   COPY-FILE-NAME DELIMITED BY SPACE
                   " cannot be written, generation failed"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       COPY-ACCOUNT-MASTER-OUT.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SCAN-FOUND
           PERFORM OPEN-COPY-FOR-OUTPUT
           MOVE "N" TO END-OF-MASTER-FILE
           PERFORM UNTIL END-OF-MASTER-FILE = "Y"
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO END-OF-MASTER-FILE
                   NOT AT END
                       MOVE ACCOUNT-MASTER-RECORD TO LINE-WORK
                       PERFORM ADD-LINE-TO-CHECKSUM
                       MOVE LINE-WORK TO COPY-INFO
                       WRITE COPY-RECORD
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE COPY-FILE.

       COPY-MASTER-FILE-OUT.
           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SCAN-FOUND
           PERFORM OPEN-COPY-FOR-OUTPUT
           MOVE "N" TO END-OF-MASTER-FILE
           PERFORM UNTIL END-OF-MASTER-FILE = "Y"
               READ MASTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-MASTER-FILE
                   NOT AT END
                       MOVE MASTER-INFO TO LINE-WORK
                       PERFORM ADD-LINE-TO-CHECKSUM
                       MOVE LINE-WORK TO COPY-INFO
                       WRITE COPY-RECORD
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           CLOSE COPY-FILE.

       ADD-LINE-TO-CHECKSUM.
           ADD 1 TO SCAN-COUNT
           IF LINE-WORK = SPACES
               MOVE 0 TO LINE-LENGTH
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LINE-WORK
                   TRAILING)) TO LINE-LENGTH
           END-IF
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > LINE-LENGTH
               COMPUTE CHECK-CHAR = FUNCTION ORD(LINE-WORK (CX:1))
               COMPUTE CHECK-A = FUNCTION MOD(CHECK-A + CHECK-CHAR,
                   65521)
               COMPUTE CHECK-B = FUNCTION MOD(CHECK-B + CHECK-A,
                   65521)
           END-PERFORM
           COMPUTE CHECK-A = FUNCTION MOD(CHECK-A + 10, 65521)
           COMPUTE CHECK-B = FUNCTION MOD(CHECK-B + CHECK-A, 65521).

       LIST-GENERATIONS.
           IF CATALOG-COUNT = 0
               DISPLAY "No generations in GenerationCatalog.txt"
               EXIT PARAGRAPH
           END-IF
           IF GENERATION-ARG NOT = SPACES
               PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > CATALOG-COUNT
                   IF GEN-ID OF CATALOG-ARRAY (GX) = GENERATION-ARG
                       MOVE GEN-RECORD-COUNT OF CATALOG-ARRAY (GX)
                           TO COUNT-STRING
                       DISPLAY GEN-FILE-NAME OF CATALOG-ARRAY (GX)
                           " " GEN-STATUS OF CATALOG-ARRAY (GX)
                           " records " COUNT-STRING
                           " checksum " GEN-CHECKSUM
                           OF CATALOG-ARRAY (GX)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Generation      Slot Files   Records"
           MOVE GEN-ID OF CATALOG-ARRAY (1) TO LIST-ID
           MOVE GEN-SLOT OF CATALOG-ARRAY (1) TO NEW-SLOT
           MOVE 0 TO LIST-FILES
           MOVE 0 TO LIST-RECORDS
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > CATALOG-COUNT
               IF GEN-ID OF CATALOG-ARRAY (GX) NOT = LIST-ID
                   PERFORM DISPLAY-GENERATION-LINE
                   MOVE GEN-ID OF CATALOG-ARRAY (GX) TO LIST-ID
                   MOVE GEN-SLOT OF CATALOG-ARRAY (GX) TO NEW-SLOT
                   MOVE 0 TO LIST-FILES
                   MOVE 0 TO LIST-RECORDS
               END-IF
               IF GEN-STATUS OF CATALOG-ARRAY (GX) = "SAVED"
                   ADD 1 TO LIST-FILES
                   ADD GEN-RECORD-COUNT OF CATALOG-ARRAY (GX)
                       TO LIST-RECORDS
               END-IF
           END-PERFORM
           PERFORM DISPLAY-GENERATION-LINE.

       DISPLAY-GENERATION-LINE.
           MOVE NEW-SLOT TO SLOT-STRING
           MOVE LIST-FILES TO FILES-STRING
           MOVE LIST-RECORDS TO COUNT-STRING
           DISPLAY LIST-ID " " SLOT-STRING "   " FILES-STRING " "
               COUNT-STRING.

       RESTORE-GENERATION.
           IF GENERATION-ARG = SPACES
               DISPLAY "Name the generation to restore, see "
                   "Opgave90 LIST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GET-OPERATOR-ID
           MOVE 0 TO SELECTED-COUNT
           MOVE 0 TO FAILED-COUNT
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > CATALOG-COUNT
               IF GEN-ID OF CATALOG-ARRAY (GX) = GENERATION-ARG
                   AND (FILE-ARG = SPACES OR
                       GEN-FILE-NAME OF CATALOG-ARRAY (GX) = FILE-ARG)
                   ADD 1 TO SELECTED-COUNT
                   IF GEN-STATUS OF CATALOG-ARRAY (GX) = "SAVED"
                       PERFORM VERIFY-GENERATION-COPY
                   END-IF
               END-IF
           END-PERFORM
           IF SELECTED-COUNT = 0
               DISPLAY "Generation " FUNCTION TRIM(GENERATION-ARG)
                   " " FUNCTION TRIM(FILE-ARG)
                   " not found in GenerationCatalog.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FAILED-COUNT > 0
               DISPLAY "Generation " GENERATION-ARG
                   " does not match its catalog, nothing restored"
               MOVE SPACES TO MASTER-FILE-NAME
               MOVE "REFUSED copy fails verification"
                   TO RESULT-TEXT
               PERFORM WRITE-RESTORE-AUDIT
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": restore of generation " GENERATION-ARG
                   " refused, copy fails verification"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Restore generation " GENERATION-ARG
               " over the current files (Y/N): " WITH NO ADVANCING
           ACCEPT CONFIRM-ANSWER
           IF FUNCTION UPPER-CASE(CONFIRM-ANSWER) NOT = "Y"
               DISPLAY "Restore cancelled, nothing changed"
               MOVE SPACES TO MASTER-FILE-NAME
               MOVE "CANCELLED by the operator" TO RESULT-TEXT
               PERFORM WRITE-RESTORE-AUDIT
               STOP RUN
           END-IF

           MOVE 0 TO RESTORED-COUNT
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > CATALOG-COUNT
               IF GEN-ID OF CATALOG-ARRAY (GX) = GENERATION-ARG
                   AND (FILE-ARG = SPACES OR
                       GEN-FILE-NAME OF CATALOG-ARRAY (GX) = FILE-ARG)
                   PERFORM RESTORE-ONE-FILE
               END-IF
           END-PERFORM

           MOVE RESTORED-COUNT TO FILES-STRING
           MOVE FAILED-COUNT TO COUNT-STRING
           STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
               ": generation " GENERATION-ARG " restored by "
               DELIMITED BY SIZE
               OPERATOR-ID DELIMITED BY SPACE
               ", files " FUNCTION TRIM(FILES-STRING)
               ", mismatches " FUNCTION TRIM(COUNT-STRING)
               DELIMITED BY SIZE
               INTO EXCEPTION-LOG-INFO
           END-STRING
           PERFORM LOG-EXCEPTION
           IF FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "Generation " GENERATION-ARG " restored, "
               FUNCTION TRIM(FILES-STRING) " files"
           IF FAILED-COUNT > 0
               DISPLAY "Restored files differ from the catalog, see "
                   "RestoreAudit.txt"
           END-IF.

       VERIFY-GENERATION-COPY.
           MOVE GEN-COPY-NAME OF CATALOG-ARRAY (GX) TO COPY-FILE-NAME
           PERFORM SCAN-COPY-FILE
           IF SCAN-FOUND NOT = "Y"
               OR SCAN-COUNT NOT = GEN-RECORD-COUNT
                   OF CATALOG-ARRAY (GX)
               OR SCAN-CHECKSUM NOT = GEN-CHECKSUM
                   OF CATALOG-ARRAY (GX)
               ADD 1 TO FAILED-COUNT
               DISPLAY "  " FUNCTION TRIM(COPY-FILE-NAME)
                   " is missing or differs from the catalog"
           END-IF.

       SCAN-COPY-FILE.
           MOVE 1 TO CHECK-A
           MOVE 0 TO CHECK-B
           MOVE 0 TO SCAN-COUNT
           MOVE "N" TO SCAN-FOUND
           OPEN INPUT COPY-FILE
           IF COPY-FILE-STATUS = "00"
               MOVE "Y" TO SCAN-FOUND
               MOVE "N" TO END-OF-COPY-FILE
           ELSE
               MOVE "Y" TO END-OF-COPY-FILE
           END-IF
           PERFORM UNTIL END-OF-COPY-FILE = "Y"
               READ COPY-FILE
                   AT END
                       MOVE "Y" TO END-OF-COPY-FILE
                       CLOSE COPY-FILE
                   NOT AT END
                       MOVE COPY-INFO TO LINE-WORK
                       PERFORM ADD-LINE-TO-CHECKSUM
               END-READ
           END-PERFORM
           COMPUTE SCAN-CHECKSUM = CHECK-B * 65536 + CHECK-A.

       RESTORE-ONE-FILE.
           MOVE GEN-FILE-NAME OF CATALOG-ARRAY (GX) TO MASTER-FILE-NAME
           MOVE GEN-COPY-NAME OF CATALOG-ARRAY (GX) TO COPY-FILE-NAME
           IF GEN-STATUS OF CATALOG-ARRAY (GX) NOT = "SAVED"
               DISPLAY "  " FUNCTION TRIM(MASTER-FILE-NAME)
                   " was not present in "
                   "this generation, left as it is"
               MOVE "SKIPPED not present in the generation"
                   TO RESULT-TEXT
               PERFORM WRITE-RESTORE-AUDIT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WRITE-FAILED
           IF MASTER-FILE-NAME = "AccountMaster.dat"
               PERFORM COPY-ACCOUNT-MASTER-BACK
               PERFORM SCAN-ACCOUNT-MASTER
           ELSE
               PERFORM COPY-MASTER-FILE-BACK
               PERFORM SCAN-MASTER-FILE
           END-IF
           MOVE SCAN-COUNT TO COUNT-STRING
           IF WRITE-FAILED = "N"
               AND SCAN-COUNT = GEN-RECORD-COUNT OF CATALOG-ARRAY (GX)
               AND SCAN-CHECKSUM = GEN-CHECKSUM OF CATALOG-ARRAY (GX)
               ADD 1 TO RESTORED-COUNT
               MOVE "RESTORED counts and checksum agree"
                   TO RESULT-TEXT
               DISPLAY "  " FUNCTION TRIM(MASTER-FILE-NAME)
                   " restored, records "
                   COUNT-STRING
           ELSE
               ADD 1 TO FAILED-COUNT
               MOVE "MISMATCH restored file differs" TO RESULT-TEXT
               DISPLAY "  " FUNCTION TRIM(MASTER-FILE-NAME)
                   " restored with records "
                   COUNT-STRING ", differs from the catalog"
           END-IF
           PERFORM WRITE-RESTORE-AUDIT.

       COPY-ACCOUNT-MASTER-BACK.
           OPEN INPUT COPY-FILE
           IF COPY-FILE-STATUS NOT = "00"
               MOVE "Y" TO WRITE-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "Y" TO WRITE-FAILED
               CLOSE COPY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-COPY-FILE
           PERFORM UNTIL END-OF-COPY-FILE = "Y"
               READ COPY-FILE
                   AT END
                       MOVE "Y" TO END-OF-COPY-FILE
                   NOT AT END
                       MOVE COPY-INFO TO ACCOUNT-MASTER-RECORD
                       WRITE ACCOUNT-MASTER-RECORD
                           INVALID KEY
                               MOVE "Y" TO WRITE-FAILED
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE COPY-FILE
           CLOSE ACCOUNT-MASTER-FILE.

       COPY-MASTER-FILE-BACK.
           OPEN INPUT COPY-FILE
           IF COPY-FILE-STATUS NOT = "00"
               MOVE "Y" TO WRITE-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "Y" TO WRITE-FAILED
               CLOSE COPY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-COPY-FILE
           PERFORM UNTIL END-OF-COPY-FILE = "Y"
               READ COPY-FILE
                   AT END
                       MOVE "Y" TO END-OF-COPY-FILE
                   NOT AT END
                       MOVE COPY-INFO TO MASTER-INFO
                       WRITE MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE COPY-FILE
           CLOSE MASTER-FILE.

       SCAN-ACCOUNT-MASTER.
           MOVE 1 TO CHECK-A
           MOVE 0 TO CHECK-B
           MOVE 0 TO SCAN-COUNT
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS = "00"
               MOVE "N" TO END-OF-MASTER-FILE
           ELSE
               MOVE "Y" TO END-OF-MASTER-FILE
               MOVE "Y" TO WRITE-FAILED
           END-IF
           PERFORM UNTIL END-OF-MASTER-FILE = "Y"
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO END-OF-MASTER-FILE
                       CLOSE ACCOUNT-MASTER-FILE
                   NOT AT END
                       MOVE ACCOUNT-MASTER-RECORD TO LINE-WORK
                       PERFORM ADD-LINE-TO-CHECKSUM
               END-READ
           END-PERFORM
           COMPUTE SCAN-CHECKSUM = CHECK-B * 65536 + CHECK-A.

       SCAN-MASTER-FILE.
           MOVE 1 TO CHECK-A
           MOVE 0 TO CHECK-B
           MOVE 0 TO SCAN-COUNT
           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS = "00"
               MOVE "N" TO END-OF-MASTER-FILE
           ELSE
               MOVE "Y" TO END-OF-MASTER-FILE
               MOVE "Y" TO WRITE-FAILED
           END-IF
           PERFORM UNTIL END-OF-MASTER-FILE = "Y"
               READ MASTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-MASTER-FILE
                       CLOSE MASTER-FILE
                   NOT AT END
                       MOVE MASTER-INFO TO LINE-WORK
                       PERFORM ADD-LINE-TO-CHECKSUM
               END-READ
           END-PERFORM
           COMPUTE SCAN-CHECKSUM = CHECK-B * 65536 + CHECK-A.

       WRITE-RESTORE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO AUDIT-INFO
           STRING AUDIT-STAMP " " OPERATOR-ID " " GENERATION-ARG " "
               MASTER-FILE-NAME " "
               FUNCTION TRIM(RESULT-TEXT TRAILING)
               DELIMITED BY SIZE
               INTO AUDIT-INFO
           END-STRING
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
