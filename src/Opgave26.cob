       01 MAINTENANCE-RECORD.
           02 MAINT-ACTION PIC X(01).
           02 MAINT-OPERATOR PIC X(03).
           02 MAINT-CUSTOMER PIC X(177).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           02 AUDIT-INFO PIC X(250).

       FD PENDING-CHANGE-FILE.
       01 PENDING-CHANGE-RECORD.
           02 PND-MAKER PIC X(03).
           02 PND-CHECKER PIC X(08).
           02 PND-ACTION PIC X(01).
           02 PND-CUSTOMER PIC X(177).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON CUSTOMER-COUNT.
               10 SLOT-DELETED PIC X(01).
               10 SLOT-CUSTOMER PIC X(177).
       01 IX PIC 9(4) VALUE 0.
       01 MATCH-SLOT PIC 9(4) VALUE 0.
       01 MAINT-WORK.
       01 APPLIED-COUNT PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-STRING PIC ZZZZ9.
       01 BEFORE-IMAGE PIC X(177) VALUE SPACES.
       01 RUN-MODE-ARGS PIC X(20) VALUE SPACES.
       01 PENDING-CHANGE-STATUS PIC XX.
       01 END-OF-PENDING-FILE PIC X VALUE "N".
               10 PNA-MAKER PIC X(03).
               10 PNA-CHECKER PIC X(08).
               10 PNA-ACTION PIC X(01).
               10 PNA-CUSTOMER PIC X(177).
       01 PNX PIC 9(4) VALUE 0.
       01 WORK-ACTION PIC X(01) VALUE SPACE.
       01 WORK-OPERATOR PIC X(03) VALUE SPACES.
       01 WORK-CHECKER PIC X(08) VALUE SPACES.
       01 WORK-CUSTOMER-IMAGE PIC X(177) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       IF CUSTOMER-COUNT < CUSTOMER-MAX
                           ADD 1 TO CUSTOMER-COUNT
                           MOVE "N" TO SLOT-DELETED (CUSTOMER-COUNT)
                           IF TAX-RESIDENCE OF CUSTOMER-RECORD = SPACES
                               MOVE COUNTRY-CODE OF CUSTOMER-RECORD
                                   TO TAX-RESIDENCE OF CUSTOMER-RECORD
                           END-IF
                           IF PREFERRED-LANGUAGE OF CUSTOMER-RECORD
                               = SPACES
                               MOVE "DA" TO PREFERRED-LANGUAGE
                                   OF CUSTOMER-RECORD
                           END-IF
                           MOVE CUSTOMER-RECORD
                               TO SLOT-CUSTOMER (CUSTOMER-COUNT)
                       ELSE
               MOVE "blank country code" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TAX-RESIDENCE OF MAINT-WORK = SPACES
               MOVE COUNTRY-CODE OF MAINT-WORK
                   TO TAX-RESIDENCE OF MAINT-WORK
               MOVE MAINT-WORK TO WORK-CUSTOMER-IMAGE
           END-IF
           IF TAX-RESIDENCE OF MAINT-WORK NOT ALPHABETIC-UPPER
               OR TAX-RESIDENCE OF MAINT-WORK (1:1) = SPACE
               OR TAX-RESIDENCE OF MAINT-WORK (2:1) = SPACE
               MOVE "N" TO RECORD-VALID
               MOVE "tax residence not a country code"
                   TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF PREFERRED-LANGUAGE OF MAINT-WORK = SPACES
               MOVE "DA" TO PREFERRED-LANGUAGE OF MAINT-WORK
               MOVE MAINT-WORK TO WORK-CUSTOMER-IMAGE
           END-IF
           IF PREFERRED-LANGUAGE OF MAINT-WORK NOT = "DA"
               AND PREFERRED-LANGUAGE OF MAINT-WORK NOT = "EN"
               MOVE "N" TO RECORD-VALID
               MOVE "preferred language must be DA or EN"
                   TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ZIPCODE OF MAINT-WORK NOT NUMERIC
               MOVE "N" TO RECORD-VALID
               MOVE "zipcode not numeric" TO REJECT-REASON
