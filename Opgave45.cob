               ASSIGN TO "GLDepositLiabilityAccount.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIABILITY-CONFIG-STATUS.
           SELECT SUSPENSE-CONFIG-FILE ASSIGN TO "SuspenseConfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-CONFIG-STATUS.
           SELECT SUSPENSE-REGISTER-FILE
               ASSIGN TO "SuspenseRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-REGISTER-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBalances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-BALANCE-STATUS.
           SELECT RECON-EXCEPTION-FILE
               ASSIGN TO "ReconciliationExceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01 LIABILITY-CONFIG-RECORD.
           02 LIABILITY-CONFIG-LINE PIC X(08).

       FD SUSPENSE-CONFIG-FILE.
       01 SUSPENSE-CONFIG-RECORD.
           02 SUSPENSE-CONFIG-LINE PIC X(50).

       FD SUSPENSE-REGISTER-FILE.
       01 SUSPENSE-REGISTER-RECORD.
           COPY "SUSPENSEITEM.cpy".

       FD GL-BALANCE-FILE.
       01 GL-BALANCE-RECORD.
           COPY "GLBALANCE.cpy".

       FD RECON-EXCEPTION-FILE.
       01 RECON-EXCEPTION-RECORD.
           02 RECON-EXCEPTION-INFO PIC X(130).
       01 OPENING-BALANCE-STATUS PIC XX.
       01 LIABILITY-CONFIG-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 SUSPENSE-CONFIG-STATUS PIC XX.
       01 SUSPENSE-REGISTER-STATUS PIC XX.
       01 GL-BALANCE-STATUS PIC XX.
       01 END-OF-SUSPENSE-FILE PIC X VALUE "N".
       01 SUSPENSE-CONFIG-KEY PIC X(20) VALUE SPACES.
       01 SUSPENSE-CONFIG-VALUE PIC X(20) VALUE SPACES.
       01 SUSPENSE-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 SUSPENSE-OPEN-TOTAL PIC S9(15)V99 VALUE ZEROS.
       01 SUSPENSE-GL-BALANCE PIC S9(15)V99 VALUE ZEROS.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave45".
       01 LIABILITY-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 JOURNAL-DATE PIC X(10) VALUE SPACES.
       01 JOURNAL-DATE-TOTAL PIC S9(15)V99 VALUE ZEROS.
       01 JOURNAL-BATCH-DAILY PIC X VALUE "Y".
       01 JOURNAL-NET-MOVEMENT PIC S9(15)V99 VALUE ZEROS.
       01 LIABILITY-MOVEMENT PIC S9(15)V99 VALUE ZEROS.
       01 LINE-AMOUNT PIC S9(15)V99 VALUE ZEROS.
           PERFORM SUM-ACCOUNT-MASTER
           PERFORM SUM-OPENING-BALANCES
           PERFORM CHECK-MASTER-VS-LIABILITY
           PERFORM CHECK-SUSPENSE-VS-GL

           MOVE SPACES TO RECON-EXCEPTION-INFO
           WRITE RECON-EXCEPTION-RECORD
           IF BREAK-COUNT = 0
               MOVE "No breaks - all legs agree."
                   TO RECON-EXCEPTION-INFO
               WRITE RECON-EXCEPTION-RECORD
           END-IF
                               END-IF
                               MOVE GL-JOURNAL-INFO (5:10)
                                   TO JOURNAL-DATE
                               IF GL-JOURNAL-INFO (16:23) =
                                   "DAILY BANKING MOVEMENTS"
                                   MOVE "Y" TO JOURNAL-BATCH-DAILY
                               ELSE
                                   MOVE "N" TO JOURNAL-BATCH-DAILY
                               END-IF
                               MOVE ZEROES TO JOURNAL-DATE-TOTAL
                           WHEN "DTL "
                               PERFORM TALLY-JOURNAL-LINE
           END-UNSTRING
           MOVE FUNCTION NUMVAL-C(LINE-AMOUNT-TEXT) TO LINE-AMOUNT
           ADD LINE-AMOUNT TO JOURNAL-DATE-TOTAL
           IF LINE-DRCR = "DR" AND JOURNAL-BATCH-DAILY = "Y"
               ADD LINE-AMOUNT TO JOURNAL-NET-MOVEMENT
           END-IF
           IF LINE-GL-ACCOUNT = LIABILITY-GL-ACCOUNT
               END-STRING
               WRITE RECON-EXCEPTION-RECORD
           END-IF.

       CHECK-SUSPENSE-VS-GL.
           OPEN INPUT SUSPENSE-CONFIG-FILE
           IF SUSPENSE-CONFIG-STATUS = "00"
               PERFORM UNTIL END-OF-SUSPENSE-FILE = "Y"
                   READ SUSPENSE-CONFIG-FILE
                       AT END
                           MOVE "Y" TO END-OF-SUSPENSE-FILE
                       NOT AT END
                           MOVE SPACES TO SUSPENSE-CONFIG-KEY
                           MOVE SPACES TO SUSPENSE-CONFIG-VALUE
                           UNSTRING SUSPENSE-CONFIG-LINE
                               DELIMITED BY "="
                               INTO SUSPENSE-CONFIG-KEY
                                   SUSPENSE-CONFIG-VALUE
                           END-UNSTRING
                           IF SUSPENSE-CONFIG-KEY = "SUSPENSE-GL"
                               MOVE SUSPENSE-CONFIG-VALUE
                                   TO SUSPENSE-GL-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-CONFIG-FILE
           END-IF
           IF SUSPENSE-GL-ACCOUNT = SPACES
               MOVE SPACES TO RECON-EXCEPTION-INFO
               STRING "No SUSPENSE-GL in SuspenseConfig.txt - suspense"
                   " leg not checked" DELIMITED BY SIZE
                   INTO RECON-EXCEPTION-INFO
               END-STRING
               WRITE RECON-EXCEPTION-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-SUSPENSE-FILE
           OPEN INPUT SUSPENSE-REGISTER-FILE
           IF SUSPENSE-REGISTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-SUSPENSE-FILE
           END-IF
           PERFORM UNTIL END-OF-SUSPENSE-FILE = "Y"
               READ SUSPENSE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-SUSPENSE-FILE
                       CLOSE SUSPENSE-REGISTER-FILE
                   NOT AT END
                       IF SUS-STATUS = "O"
                           ADD SUS-DKK-AMOUNT TO SUSPENSE-OPEN-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO END-OF-SUSPENSE-FILE
           OPEN INPUT GL-BALANCE-FILE
           IF GL-BALANCE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-SUSPENSE-FILE
           END-IF
           PERFORM UNTIL END-OF-SUSPENSE-FILE = "Y"
               READ GL-BALANCE-FILE
                   AT END
                       MOVE "Y" TO END-OF-SUSPENSE-FILE
                       CLOSE GL-BALANCE-FILE
                   NOT AT END
                       IF GLB-ACCOUNT = SUSPENSE-GL-ACCOUNT
                           AND GLB-CURRENCY = "DKK"
                           MOVE GLB-BALANCE TO SUSPENSE-GL-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE BREAK-AMOUNT = SUSPENSE-OPEN-TOTAL
               + SUSPENSE-GL-BALANCE
           MOVE SUSPENSE-OPEN-TOTAL TO AMOUNT-EDIT
           MOVE SUSPENSE-GL-BALANCE TO AMOUNT-EDIT-2
           MOVE SPACES TO RECON-EXCEPTION-INFO
           IF BREAK-AMOUNT NOT = 0
               ADD 1 TO BREAK-COUNT
               STRING "BREAK: open suspense items "
                   FUNCTION TRIM(AMOUNT-EDIT LEADING)
                   " vs GL suspense " SUSPENSE-GL-ACCOUNT
                   " balance "
                   FUNCTION TRIM(AMOUNT-EDIT-2 LEADING)
                   INTO RECON-EXCEPTION-INFO
               END-STRING
               WRITE RECON-EXCEPTION-RECORD
               MOVE BREAK-AMOUNT TO AMOUNT-EDIT
               MOVE SPACES TO RECON-EXCEPTION-INFO
               STRING "       difference "
                   FUNCTION TRIM(AMOUNT-EDIT LEADING)
                   INTO RECON-EXCEPTION-INFO
               END-STRING
               WRITE RECON-EXCEPTION-RECORD
           ELSE
               STRING "Info: open suspense items "
                   FUNCTION TRIM(AMOUNT-EDIT LEADING)
                   " agree with GL suspense " SUSPENSE-GL-ACCOUNT
                   " balance "
                   FUNCTION TRIM(AMOUNT-EDIT-2 LEADING)
                   INTO RECON-EXCEPTION-INFO
               END-STRING
               WRITE RECON-EXCEPTION-RECORD
           END-IF.
