           SELECT AUDIT-FILE ASSIGN TO "CustomerAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT PENDING-PEP-FILE
               ASSIGN TO "PendingPepDecisions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-PEP-STATUS.
           SELECT PEP-REGISTER-FILE ASSIGN TO "PepRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEP-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 PND-MAKER PIC X(03).
           02 PND-CHECKER PIC X(08).
           02 PND-ACTION PIC X(01).
           02 PND-CUSTOMER PIC X(177).

       FD PENDING-DECISION-FILE.
       01 PENDING-DECISION-RECORD.

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           02 AUDIT-INFO PIC X(250).

       FD PENDING-PEP-FILE.
       01 PENDING-PEP-RECORD.
           02 PPD-STATUS PIC X(01).
           02 PPD-CUSTOMER-ID PIC X(10).
           02 PPD-PEP-ID PIC X(10).
           02 PPD-NEW-STATUS PIC X(15).
           02 PPD-MAKER PIC X(08).
           02 PPD-CHECKER PIC X(08).
           02 PPD-NOTE PIC X(40).
           02 PPD-DATE PIC X(10).

       FD PEP-REGISTER-FILE.
       01 PEP-REGISTER-RECORD.
           COPY "PEPREGISTER.cpy".

       WORKING-STORAGE SECTION.
       01 PENDING-CHANGE-STATUS PIC XX.
               10 PNA-MAKER PIC X(03).
               10 PNA-CHECKER PIC X(08).
               10 PNA-ACTION PIC X(01).
               10 PNA-CUSTOMER PIC X(177).
       01 PNX PIC 9(4) VALUE 0.
       01 DECISION-COUNT PIC 9(4) VALUE 0.
       01 DECISION-TABLE.
           DEPENDING ON CASE-COUNT.
           COPY "SANCTIONCASE.cpy".
       01 CSX PIC 9(6) VALUE 0.
       01 PENDING-PEP-STATUS PIC XX.
       01 PEP-REGISTER-STATUS PIC XX.
       01 END-OF-PEP-DECISION-FILE PIC X VALUE "N".
       01 END-OF-PEP-REGISTER PIC X VALUE "N".
       01 PEP-DECISION-COUNT PIC 9(4) VALUE 0.
       01 PEP-DECISION-TABLE.
           05 PEP-DECISION-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON PEP-DECISION-COUNT.
               10 PDA-STATUS PIC X(01).
               10 PDA-CUSTOMER-ID PIC X(10).
               10 PDA-PEP-ID PIC X(10).
               10 PDA-NEW-STATUS PIC X(15).
               10 PDA-MAKER PIC X(08).
               10 PDA-CHECKER PIC X(08).
               10 PDA-NOTE PIC X(40).
               10 PDA-DATE PIC X(10).
       01 PDX PIC 9(4) VALUE 0.
       01 PEP-COUNT PIC 9(6) VALUE 0.
       01 PEP-ARRAY
           OCCURS 1 TO 100000 TIMES
           DEPENDING ON PEP-COUNT.
           COPY "PEPREGISTER.cpy".
       01 PX PIC 9(6) VALUE 0.
       01 PEP-CHANGES-MADE PIC X VALUE "N".
       01 CHECKER-ID PIC X(08) VALUE SPACES.
       01 INPUT-LINE PIC X(40) VALUE SPACES.
       01 ITEM-NUMBER-STRING PIC ZZZ9.

           PERFORM LOAD-PENDING-CHANGES
           PERFORM LOAD-PENDING-DECISIONS
           PERFORM LOAD-PENDING-PEP-DECISIONS
           IF PENDING-COUNT = 0 AND DECISION-COUNT = 0
               AND PEP-DECISION-COUNT = 0
               DISPLAY "Nothing awaiting approval"
               STOP RUN
           END-IF

           PERFORM REVIEW-CUSTOMER-CHANGES
           PERFORM REVIEW-CASE-DECISIONS
           PERFORM REVIEW-PEP-DECISIONS

           IF CHANGES-MADE = "Y"
               PERFORM REWRITE-PENDING-CHANGES
               PERFORM APPLY-APPROVED-DECISIONS
               PERFORM REWRITE-PENDING-DECISIONS
           END-IF
           IF PEP-CHANGES-MADE = "Y"
               PERFORM APPLY-APPROVED-PEP-DECISIONS
               PERFORM REWRITE-PENDING-PEP-DECISIONS
           END-IF
       STOP RUN.

       LOAD-PENDING-CHANGES.
               END-IF
           END-PERFORM
           CLOSE PENDING-DECISION-FILE.

       LOAD-PENDING-PEP-DECISIONS.
           OPEN INPUT PENDING-PEP-FILE
           IF PENDING-PEP-STATUS NOT = "00"
               MOVE "Y" TO END-OF-PEP-DECISION-FILE
           END-IF
           PERFORM UNTIL END-OF-PEP-DECISION-FILE = "Y"
               READ PENDING-PEP-FILE
                   AT END
                       MOVE "Y" TO END-OF-PEP-DECISION-FILE
                       CLOSE PENDING-PEP-FILE
                   NOT AT END
                       IF PEP-DECISION-COUNT < 5000
                           ADD 1 TO PEP-DECISION-COUNT
                           MOVE PPD-STATUS
                               TO PDA-STATUS (PEP-DECISION-COUNT)
                           MOVE PPD-CUSTOMER-ID
                               TO PDA-CUSTOMER-ID (PEP-DECISION-COUNT)
                           MOVE PPD-PEP-ID
                               TO PDA-PEP-ID (PEP-DECISION-COUNT)
                           MOVE PPD-NEW-STATUS
                               TO PDA-NEW-STATUS (PEP-DECISION-COUNT)
                           MOVE PPD-MAKER
                               TO PDA-MAKER (PEP-DECISION-COUNT)
                           MOVE PPD-CHECKER
                               TO PDA-CHECKER (PEP-DECISION-COUNT)
                           MOVE PPD-NOTE
                               TO PDA-NOTE (PEP-DECISION-COUNT)
                           MOVE PPD-DATE
                               TO PDA-DATE (PEP-DECISION-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       REVIEW-PEP-DECISIONS.
           MOVE "Y" TO KEEP-GOING
           PERFORM UNTIL KEEP-GOING NOT = "Y"
               PERFORM LIST-PENDING-PEP-DECISIONS
               IF SHOWN-COUNT = 0
                   MOVE "N" TO KEEP-GOING
               ELSE
                   DISPLAY "PEP decision number to review (blank to"
                       " skip): " WITH NO ADVANCING
                   MOVE SPACES TO INPUT-LINE
                   ACCEPT INPUT-LINE
                   IF INPUT-LINE = SPACES
                       MOVE "N" TO KEEP-GOING
                   ELSE
                       MOVE FUNCTION NUMVAL(INPUT-LINE)
                           TO SELECTED-ITEM
                       PERFORM WORK-ONE-PEP-DECISION
                   END-IF
               END-IF
           END-PERFORM.

       LIST-PENDING-PEP-DECISIONS.
           DISPLAY " "
           DISPLAY "Pending PEP decisions:"
           DISPLAY "NO    CUSTOMER   PEP-ID     MAKER    NEW STATUS"
           MOVE 0 TO SHOWN-COUNT
           PERFORM VARYING PDX FROM 1 BY 1
               UNTIL PDX > PEP-DECISION-COUNT
               IF PDA-STATUS (PDX) = "P"
                   ADD 1 TO SHOWN-COUNT
                   MOVE PDX TO ITEM-NUMBER-STRING
                   DISPLAY ITEM-NUMBER-STRING "  "
                       PDA-CUSTOMER-ID (PDX) " "
                       PDA-PEP-ID (PDX) " "
                       PDA-MAKER (PDX) " "
                       PDA-NEW-STATUS (PDX)
                   DISPLAY "      note: " PDA-NOTE (PDX)
               END-IF
           END-PERFORM
           IF SHOWN-COUNT = 0
               DISPLAY "  none awaiting approval"
           END-IF
           DISPLAY " ".

       WORK-ONE-PEP-DECISION.
           IF SELECTED-ITEM < 1 OR SELECTED-ITEM > PEP-DECISION-COUNT
               DISPLAY "No such decision"
               EXIT PARAGRAPH
           END-IF
           MOVE SELECTED-ITEM TO PDX
           IF PDA-STATUS (PDX) NOT = "P"
               DISPLAY "Decision is not pending"
               EXIT PARAGRAPH
           END-IF
           IF PDA-MAKER (PDX) = CHECKER-ID
               DISPLAY "Maker and checker must be different operators"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Decision - 1) approve  2) reject: "
               WITH NO ADVANCING
           MOVE SPACES TO INPUT-LINE
           ACCEPT INPUT-LINE
           EVALUATE INPUT-LINE (1:1)
               WHEN "1"
                   MOVE "A" TO PDA-STATUS (PDX)
                   MOVE CHECKER-ID TO PDA-CHECKER (PDX)
                   MOVE "Y" TO PEP-CHANGES-MADE
                   DISPLAY "Decision approved"
               WHEN "2"
                   MOVE "R" TO PDA-STATUS (PDX)
                   MOVE CHECKER-ID TO PDA-CHECKER (PDX)
                   MOVE "Y" TO PEP-CHANGES-MADE
                   DISPLAY "Decision rejected"
               WHEN OTHER
                   DISPLAY "Unknown choice"
           END-EVALUATE.

       APPLY-APPROVED-PEP-DECISIONS.
           PERFORM LOAD-PEP-REGISTER
           PERFORM VARYING PDX FROM 1 BY 1
               UNTIL PDX > PEP-DECISION-COUNT
               IF PDA-STATUS (PDX) = "A"
                   PERFORM APPLY-ONE-PEP-DECISION
               END-IF
           END-PERFORM
           PERFORM REWRITE-PEP-REGISTER
           DISPLAY "Approved PEP decisions applied to the PEP register".

       APPLY-ONE-PEP-DECISION.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PEP-COUNT
               IF PEPR-CUSTOMER-ID OF PEP-ARRAY (PX) =
                   PDA-CUSTOMER-ID (PDX)
                   AND PEPR-PEP-ID OF PEP-ARRAY (PX) = PDA-PEP-ID (PDX)
                   MOVE PDA-NEW-STATUS (PDX)
                       TO PEPR-STATUS OF PEP-ARRAY (PX)
                   IF PDA-NEW-STATUS (PDX) = "FALSE-MATCH"
                       MOVE "N" TO PEPR-EDD-REQUIRED OF PEP-ARRAY (PX)
                   ELSE
                       MOVE "Y" TO PEPR-EDD-REQUIRED OF PEP-ARRAY (PX)
                   END-IF
                   MOVE PDA-MAKER (PDX)
                       TO PEPR-MAKER OF PEP-ARRAY (PX)
                   MOVE PDA-CHECKER (PDX)
                       TO PEPR-APPROVER OF PEP-ARRAY (PX)
                   MOVE AUDIT-STAMP (1:10)
                       TO PEPR-DECISION-DATE OF PEP-ARRAY (PX)
                   MOVE PDA-NOTE (PDX)
                       TO PEPR-NOTE OF PEP-ARRAY (PX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-PEP-REGISTER.
           MOVE 0 TO PEP-COUNT
           MOVE "N" TO END-OF-PEP-REGISTER
           OPEN INPUT PEP-REGISTER-FILE
           IF PEP-REGISTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-PEP-REGISTER
           END-IF
           PERFORM UNTIL END-OF-PEP-REGISTER = "Y"
               READ PEP-REGISTER-FILE INTO PEP-REGISTER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-PEP-REGISTER
                       CLOSE PEP-REGISTER-FILE
                   NOT AT END
                       IF PEP-COUNT < 100000
                           ADD 1 TO PEP-COUNT
                           MOVE PEP-REGISTER-RECORD
                               TO PEP-ARRAY (PEP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       REWRITE-PEP-REGISTER.
           OPEN OUTPUT PEP-REGISTER-FILE
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PEP-COUNT
               MOVE PEP-ARRAY (PX) TO PEP-REGISTER-RECORD
               WRITE PEP-REGISTER-RECORD
           END-PERFORM
           CLOSE PEP-REGISTER-FILE.

       REWRITE-PENDING-PEP-DECISIONS.
           OPEN OUTPUT PENDING-PEP-FILE
           PERFORM VARYING PDX FROM 1 BY 1
               UNTIL PDX > PEP-DECISION-COUNT
               IF PDA-STATUS (PDX) = "P"
                   MOVE SPACES TO PENDING-PEP-RECORD
                   MOVE PDA-STATUS (PDX) TO PPD-STATUS
                   MOVE PDA-CUSTOMER-ID (PDX) TO PPD-CUSTOMER-ID
                   MOVE PDA-PEP-ID (PDX) TO PPD-PEP-ID
                   MOVE PDA-NEW-STATUS (PDX) TO PPD-NEW-STATUS
                   MOVE PDA-MAKER (PDX) TO PPD-MAKER
                   MOVE PDA-CHECKER (PDX) TO PPD-CHECKER
                   MOVE PDA-NOTE (PDX) TO PPD-NOTE
                   MOVE PDA-DATE (PDX) TO PPD-DATE
                   WRITE PENDING-PEP-RECORD
               END-IF
           END-PERFORM
           CLOSE PENDING-PEP-FILE.
