               FILE STATUS IS FEE-MTD-STATUS.
           SELECT FEE-REPORT-FILE ASSIGN TO "FeeIncomeReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-CATALOGUE-FILE
               ASSIGN TO "ProductCatalogue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-CATALOGUE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.
       01 FEE-REPORT-RECORD.
           02 FEE-REPORT-INFO PIC X(100).

       FD PRODUCT-CATALOGUE-FILE.
       01 PRODUCT-CATALOGUE-RECORD.
           COPY "PRODUCTCATALOGUE.cpy".

       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".
           COPY "FEESCHEDULE.cpy".
       01 FEE-SCHEDULE-INDEX PIC 9(2) VALUE 0.
       01 FEE-SCHEDULE-FOUND PIC X VALUE "N".
       01 APPLIED-FEE-ENTRY.
           COPY "FEESCHEDULE.cpy".
       01 PRODUCT-CATALOGUE-STATUS PIC XX.
       01 END-OF-PRODUCT-CATALOGUE-FILE PIC X VALUE "N".
       01 PRODUCT-FEE-COUNT PIC 9(3) VALUE 0.
       01 PRODUCT-FEE-ARRAY
           OCCURS 1 TO 500 TIMES
           DEPENDING ON PRODUCT-FEE-COUNT.
           02 PFA-ACCOUNT-TYPE PIC X(10).
           COPY "FEESCHEDULE.cpy".
       01 PRODUCT-FEE-INDEX PIC 9(3) VALUE 0.
       01 PRODUCT-FEES-HELD PIC X VALUE "N".
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 END-OF-ACCOUNT-MASTER-FILE PIC X VALUE "N".
       01 ACCOUNT-TYPE-COUNT PIC 9(4) VALUE 0.
       01 ACCOUNT-TYPE-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON ACCOUNT-TYPE-COUNT.
           02 ATA-ACCOUNT-ID PIC X(15).
           02 ATA-ACCOUNT-TYPE PIC X(10).
       01 ATX PIC 9(4) VALUE 0.
       01 ACCOUNT-TYPE-HELD PIC X(10) VALUE SPACES.
       01 CURRENCY-RATE-COUNT PIC 9(4) VALUE 0.
       01 CURRENCY-RATE-ARRAY
           OCCURS 1 TO 2000 TIMES
       MAIN-PROCEDURE.

           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-PRODUCT-CATALOGUE
           PERFORM LOAD-ACCOUNT-TYPES
           PERFORM LOAD-CURRENCY-RATES
           PERFORM LOAD-FEE-MTD

           END-PERFORM
           CLOSE FEE-SCHEDULE-FILE.

       LOAD-PRODUCT-CATALOGUE.
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
                       IF PC-ENTRY-KIND = "F"
                           AND PRODUCT-FEE-COUNT < 500
                           ADD 1 TO PRODUCT-FEE-COUNT
                           MOVE PC-ACCOUNT-TYPE TO PFA-ACCOUNT-TYPE
                               (PRODUCT-FEE-COUNT)
                           MOVE PC-FEE-TYPE TO FEE-TYPE
                               OF PRODUCT-FEE-ARRAY (PRODUCT-FEE-COUNT)
                           MOVE PC-FLAT-FEE TO FLAT-FEE
                               OF PRODUCT-FEE-ARRAY (PRODUCT-FEE-COUNT)
                           MOVE PC-PCT-FEE TO PCT-FEE
                               OF PRODUCT-FEE-ARRAY (PRODUCT-FEE-COUNT)
                           MOVE PC-MONTHLY-CAP TO MONTHLY-CAP
                               OF PRODUCT-FEE-ARRAY (PRODUCT-FEE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ACCOUNT-TYPES.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-ACCOUNT-MASTER-FILE
           END-IF
           PERFORM UNTIL END-OF-ACCOUNT-MASTER-FILE = "Y"
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-MASTER-FILE
                       CLOSE ACCOUNT-MASTER-FILE
                   NOT AT END
                       IF ACCOUNT-TYPE-COUNT < 5000
                           ADD 1 TO ACCOUNT-TYPE-COUNT
                           MOVE ACCOUNT-NUMBER
                               OF ACCOUNT-MASTER-RECORD
                               TO ATA-ACCOUNT-ID (ACCOUNT-TYPE-COUNT)
                           MOVE ACCOUNT-TYPE
                               OF ACCOUNT-MASTER-RECORD
                               TO ATA-ACCOUNT-TYPE (ACCOUNT-TYPE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       FIND-ACCOUNT-TYPE.
           MOVE SPACES TO ACCOUNT-TYPE-HELD
           PERFORM VARYING ATX FROM 1 BY 1
               UNTIL ATX > ACCOUNT-TYPE-COUNT
               IF ATA-ACCOUNT-ID (ATX) =
                   ACCOUNT-ID OF TRANSACTION-RECORD
                   MOVE ATA-ACCOUNT-TYPE (ATX) TO ACCOUNT-TYPE-HELD
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-PRODUCT-FEE.
           MOVE "N" TO PRODUCT-FEES-HELD
           IF ACCOUNT-TYPE-HELD = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PRODUCT-FEE-INDEX FROM 1 BY 1
               UNTIL PRODUCT-FEE-INDEX > PRODUCT-FEE-COUNT
               IF PFA-ACCOUNT-TYPE (PRODUCT-FEE-INDEX) =
                   ACCOUNT-TYPE-HELD
                   MOVE "Y" TO PRODUCT-FEES-HELD
                   IF FEE-TYPE OF PRODUCT-FEE-ARRAY (PRODUCT-FEE-INDEX)
                       = TRANSACTION-TYPE OF TRANSACTION-RECORD
                       MOVE "Y" TO FEE-SCHEDULE-FOUND
                       MOVE FEE-TYPE OF PRODUCT-FEE-ARRAY
                           (PRODUCT-FEE-INDEX)
                           TO FEE-TYPE OF APPLIED-FEE-ENTRY
                       MOVE FLAT-FEE OF PRODUCT-FEE-ARRAY
                           (PRODUCT-FEE-INDEX)
                           TO FLAT-FEE OF APPLIED-FEE-ENTRY
                       MOVE PCT-FEE OF PRODUCT-FEE-ARRAY
                           (PRODUCT-FEE-INDEX)
                           TO PCT-FEE OF APPLIED-FEE-ENTRY
                       MOVE MONTHLY-CAP OF PRODUCT-FEE-ARRAY
                           (PRODUCT-FEE-INDEX)
                           TO MONTHLY-CAP OF APPLIED-FEE-ENTRY
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-CURRENCY-RATES.
           OPEN INPUT CURRENCY-RATE-FILE
           IF CURRENCY-RATE-STATUS NOT = "00"

       CALCULATE-TRANSACTION-FEE.
           MOVE "N" TO FEE-SCHEDULE-FOUND
           PERFORM FIND-ACCOUNT-TYPE
           PERFORM FIND-PRODUCT-FEE
           IF PRODUCT-FEES-HELD NOT = "Y"
               PERFORM VARYING FEE-SCHEDULE-INDEX FROM 1 BY 1
                   UNTIL FEE-SCHEDULE-INDEX > FEE-SCHEDULE-COUNT
                   IF FEE-TYPE OF FEE-SCHEDULE-ARRAY
                       (FEE-SCHEDULE-INDEX)
                       = TRANSACTION-TYPE OF TRANSACTION-RECORD
                       MOVE "Y" TO FEE-SCHEDULE-FOUND
                       MOVE FEE-SCHEDULE-ARRAY (FEE-SCHEDULE-INDEX)
                           TO APPLIED-FEE-ENTRY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF FEE-SCHEDULE-FOUND = "Y"
               PERFORM CHECK-AMOUNT
               IF AMOUNT-VALID NOT = "Y"
               END-IF
               PERFORM CONVERT-CURRENCY
               COMPUTE FEE-AMOUNT ROUNDED =
                   FLAT-FEE OF APPLIED-FEE-ENTRY
                   + FUNCTION ABS(DKK-NUMBER)
                   * PCT-FEE OF APPLIED-FEE-ENTRY / 100
               PERFORM APPLY-MONTHLY-CAP
               IF FEE-AMOUNT > 0
                   PERFORM ADD-PENDING-FEE
           END-IF.

       APPLY-MONTHLY-CAP.
           IF MONTHLY-CAP OF APPLIED-FEE-ENTRY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TXN-MONTH
               END-IF
           END-IF
           COMPUTE FEE-HEADROOM =
               MONTHLY-CAP OF APPLIED-FEE-ENTRY
               - MTD-ENTRY-ACCUMULATED (MTD-SLOT)
           IF FEE-HEADROOM < 0
               MOVE ZEROES TO FEE-HEADROOM
