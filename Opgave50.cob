       01 LX PIC 9(4) VALUE 0.
       01 MONTHLY-RATE PIC 9(3)V9(9) VALUE ZEROS.
       01 COMPOUND-FACTOR PIC 9(9)V9(9) VALUE ZEROS.
       01 ANNUITY-FACTOR PIC 9(3)V9(12) VALUE ZEROS.
       01 MONTH-INDEX PIC 9(3) VALUE 0.
       01 COMPOUND-INDEX PIC 9(3) VALUE 0.
       01 ANNUITY-PAYMENT PIC 9(13)V99 VALUE ZEROS.
                   COMPUTE COMPOUND-FACTOR ROUNDED =
                       COMPOUND-FACTOR * (1 + MONTHLY-RATE)
               END-PERFORM
               COMPUTE ANNUITY-FACTOR =
                   MONTHLY-RATE * COMPOUND-FACTOR
               COMPUTE ANNUITY-FACTOR ROUNDED =
                   ANNUITY-FACTOR / (COMPOUND-FACTOR - 1)
               COMPUTE ANNUITY-PAYMENT ROUNDED =
                   LOAN-PRINCIPAL OF LOAN-ARRAY (LX)
                   * ANNUITY-FACTOR
           END-IF.

       WRITE-SCHEDULES.
           OPEN OUTPUT SCHEDULE-FILE
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOAN-COUNT
               IF LOAN-BALANCE OF LOAN-ARRAY (LX) > 0
                   AND LOAN-STATUS OF LOAN-ARRAY (LX) NOT = "D"
                   PERFORM WRITE-ONE-SCHEDULE
               END-IF
           END-PERFORM
           CLOSE SCHEDULE-FILE.

                   < LOAN-TERM-MONTHS OF LOAN-ARRAY (LX)
                   AND LOAN-LAST-POSTED OF LOAN-ARRAY (LX)
                       NOT = RUN-MONTH
                   AND LOAN-STATUS OF LOAN-ARRAY (LX) NOT = "D"
                   PERFORM COMPUTE-MONTHS-ELAPSED
                   IF MONTHS-ELAPSED >
                       LOAN-PAID-INSTALLMENTS OF LOAN-ARRAY (LX)
