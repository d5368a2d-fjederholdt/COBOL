               ASSIGN TO "OverdraftLimits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERDRAFT-LIMIT-STATUS.
           SELECT PRODUCT-CATALOGUE-FILE
               ASSIGN TO "ProductCatalogue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-CATALOGUE-STATUS.
           SELECT OVERDRAFT-FILE ASSIGN USING OVERDRAFT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHOP-WORK-FILE ASSIGN USING SHOP-WORK-FILE-NAME
       01 OVERDRAFT-LIMIT-RECORD.
           COPY "OVERDRAFTLIMIT.cpy".

       FD PRODUCT-CATALOGUE-FILE.
       01 PRODUCT-CATALOGUE-RECORD.
           COPY "PRODUCTCATALOGUE.cpy".

       FD OVERDRAFT-FILE.
       01 OVERDRAFT-RECORD.
           02 OVERDRAFT-INFO PIC X(120).
           02 ASA-STATUS PIC X(01).
           02 ASA-EFFECTIVE-DATE PIC X(10).
           02 ASA-CURRENCY PIC X(03).
           02 ASA-ACCOUNT-TYPE PIC X(10).
       01 ASX PIC 9(4) VALUE 0.
       01 ACCOUNT-CURRENCY-HELD PIC X(03) VALUE "DKK".
       01 NATIVE-NUMBER PIC S9(15)V99 VALUE ZEROS.
       01 OD-SEARCH-HIGH PIC 9(6) VALUE 0.
       01 OD-SEARCH-MID PIC 9(6) VALUE 0.
       01 OD-LIMIT-CURRENT PIC 9(15)V99 VALUE ZEROS.
       01 OD-LIMIT-FOUND PIC X VALUE "N".
       01 PRODUCT-CATALOGUE-STATUS PIC XX VALUE SPACES.
       01 END-OF-PRODUCT-CATALOGUE-FILE PIC X VALUE "N".
       01 PRODUCT-LIMIT-COUNT PIC 9(3) VALUE 0.
       01 PRODUCT-LIMIT-ARRAY
           OCCURS 1 TO 100 TIMES
           DEPENDING ON PRODUCT-LIMIT-COUNT.
           02 PLA-ACCOUNT-TYPE PIC X(10).
           02 PLA-DEFAULT-LIMIT PIC 9(15)V99.
       01 PLX PIC 9(3) VALUE 0.
       01 RUNNING-BALANCE PIC S9(15)V99 VALUE ZEROS.
       01 OD-BREACHED PIC X VALUE "N".
       01 OD-IN-BREACH PIC X VALUE "N".
           PERFORM LOAD-BANK-CALENDAR
           PERFORM LOAD-CUTOFF-TIME
           PERFORM LOAD-OVERDRAFT-LIMITS
           PERFORM LOAD-PRODUCT-LIMITS
           PERFORM LOAD-LARGE-TXN-THRESHOLD
           PERFORM LOAD-DORMANT-THRESHOLD
           PERFORM LOAD-TOP-N-COUNT
                           MOVE CURRENCY-CODE
                               OF ACCOUNT-MASTER-RECORD
                               TO ASA-CURRENCY (ACCOUNT-STATUS-COUNT)
                           MOVE ACCOUNT-TYPE
                               OF ACCOUNT-MASTER-RECORD
                               TO ASA-ACCOUNT-TYPE
                                   (ACCOUNT-STATUS-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
                       MOVE ASA-EFFECTIVE-DATE (ASX)
                           TO BLOCKED-DATE-HELD
                   END-IF
                   IF ASA-STATUS (ASX) = "C"
                       AND TRANSACTION-DATE OF TRANSACTION-RECORD (1:10)
                           NOT > ASA-EFFECTIVE-DATE (ASX)
                       AND (TRANSACTION-TYPE OF TRANSACTION-RECORD
                               = "INTEREST"
                           OR TRANSACTION-TYPE OF TRANSACTION-RECORD
                               = "FEE"
                           OR TRANSACTION-TYPE OF TRANSACTION-RECORD
                               = "CLOSURE PAYOUT")
                       MOVE "N" TO ACCOUNT-BLOCKED
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE OVERDRAFT-LIMIT-WORK
               TO OVERDRAFT-LIMIT-ARRAY (OD-SORT-J).

       LOAD-PRODUCT-LIMITS.
           OPEN INPUT PRODUCT-CATALOGUE-FILE
           IF PRODUCT-CATALOGUE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-PRODUCT-CATALOGUE-FILE
           END-IF
           PERFORM UNTIL END-OF-PRODUCT-CATALOGUE-FILE = "Y"
               READ PRODUCT-CATALOGUE-FILE
                   INTO PRODUCT-CATALOGUE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-PRODUCT-CATALOGUE-FILE
                       CLOSE PRODUCT-CATALOGUE-FILE
                   NOT AT END
                       IF PC-ENTRY-KIND = "O"
                           AND PRODUCT-LIMIT-COUNT < 100
                           ADD 1 TO PRODUCT-LIMIT-COUNT
                           MOVE PC-ACCOUNT-TYPE TO PLA-ACCOUNT-TYPE
                               (PRODUCT-LIMIT-COUNT)
                           MOVE PC-DEFAULT-LIMIT TO PLA-DEFAULT-LIMIT
                               (PRODUCT-LIMIT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       FIND-PRODUCT-LIMIT.
           PERFORM VARYING ASX FROM 1 BY 1
               UNTIL ASX > ACCOUNT-STATUS-COUNT
               IF ASA-ACCOUNT-ID (ASX) =
                   ACCOUNT-ID OF TRANSACTION-ARRAY (IX)
                   PERFORM VARYING PLX FROM 1 BY 1
                       UNTIL PLX > PRODUCT-LIMIT-COUNT
                       IF PLA-ACCOUNT-TYPE (PLX) =
                           ASA-ACCOUNT-TYPE (ASX)
                           MOVE PLA-DEFAULT-LIMIT (PLX)
                               TO OD-LIMIT-CURRENT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-OVERDRAFT-LIMIT.
           MOVE ZEROES TO OD-LIMIT-CURRENT
           MOVE "N" TO OD-LIMIT-FOUND
           MOVE 1 TO OD-SEARCH-LOW
           MOVE OVERDRAFT-LIMIT-COUNT TO OD-SEARCH-HIGH
           PERFORM UNTIL OD-SEARCH-LOW > OD-SEARCH-HIGH
                   ACCOUNT-ID OF TRANSACTION-ARRAY (IX)
                   MOVE AUTHORIZED-LIMIT OF OVERDRAFT-LIMIT-ARRAY
                       (OD-SEARCH-MID) TO OD-LIMIT-CURRENT
                   MOVE "Y" TO OD-LIMIT-FOUND
                   EXIT PERFORM
               ELSE
                   IF ACCOUNT-ID OF OVERDRAFT-LIMIT-ARRAY
                       COMPUTE OD-SEARCH-HIGH = OD-SEARCH-MID - 1
                   END-IF
               END-IF
           END-PERFORM
           IF OD-LIMIT-FOUND NOT = "Y"
               PERFORM FIND-PRODUCT-LIMIT
           END-IF.

       TRACK-OVERDRAFT.
           ADD NATIVE-NUMBER TO RUNNING-BALANCE
