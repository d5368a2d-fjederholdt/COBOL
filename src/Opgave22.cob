               ASSIGN TO "PendingCaseDecisions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-DECISION-STATUS.
           SELECT PEP-REGISTER-FILE ASSIGN TO "PepRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEP-REGISTER-STATUS.
           SELECT PENDING-PEP-FILE
               ASSIGN TO "PendingPepDecisions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-PEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 PCD-DISPOSITION PIC X(40).
           02 PCD-DATE PIC X(10).

       FD PEP-REGISTER-FILE.
       01 PEP-REGISTER-RECORD.
           COPY "PEPREGISTER.cpy".

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

       WORKING-STORAGE SECTION.
       01 END-OF-CASE-FILE PIC X VALUE "N".
       01 CASE-FILE-STATUS PIC XX.
       01 PENDING-DECISION-STATUS PIC XX.
       01 STAGED-DECISION-COUNT PIC 9(4) VALUE 0.
       01 STAGED-COUNT-STRING PIC ZZZ9.
       01 PEP-REGISTER-STATUS PIC XX.
       01 PENDING-PEP-STATUS PIC XX.
       01 END-OF-PEP-REGISTER PIC X VALUE "N".
       01 PEP-COUNT PIC 9(6) VALUE 0.
       01 PEP-MAX-RECORDS PIC 9(6) VALUE 100000.
       01 PEP-ARRAY
           OCCURS 1 TO 100000 TIMES
           DEPENDING ON PEP-COUNT.
           COPY "PEPREGISTER.cpy".
       01 PX PIC 9(6) VALUE 0.
       01 PEP-ITEM-STRING PIC Z(5)9.
       01 SELECTED-ITEM PIC 9(6) VALUE 0.
       01 PEP-NEW-STATUS PIC X(15) VALUE SPACES.
       01 PEP-ENTRIES-SHOWN PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF

           PERFORM LOAD-CASES
           PERFORM LOAD-PEP-REGISTER
           IF CASE-COUNT = 0 AND PEP-COUNT = 0
               DISPLAY "No sanction cases or PEP hits on file"
               STOP RUN
           END-IF
           IF CASE-COUNT = 0
               MOVE "N" TO KEEP-GOING
           END-IF

           PERFORM UNTIL KEEP-GOING NOT = "Y"
               PERFORM LIST-WORKABLE-CASES
                   PERFORM WORK-ONE-CASE
               END-IF
           END-PERFORM
           IF PEP-COUNT > 0
               PERFORM REVIEW-PEP-HITS
           END-IF

           IF CHANGES-MADE = "Y"
               MOVE STAGED-DECISION-COUNT TO STAGED-COUNT-STRING
           IF CASE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open SanctionCases.txt (status "
                   CASE-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CASE-FILE = "Y"
               READ CASE-FILE INTO CASE-RECORD
                   END-IF
           END-EVALUATE.


       LOAD-PEP-REGISTER.
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
                       IF PEP-COUNT < PEP-MAX-RECORDS
                           ADD 1 TO PEP-COUNT
                           MOVE PEP-REGISTER-RECORD
                               TO PEP-ARRAY (PEP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       REVIEW-PEP-HITS.
           MOVE "Y" TO KEEP-GOING
           PERFORM UNTIL KEEP-GOING NOT = "Y"
               PERFORM LIST-WORKABLE-PEP-HITS
               IF PEP-ENTRIES-SHOWN = 0
                   MOVE "N" TO KEEP-GOING
               ELSE
                   DISPLAY "PEP register item to work (blank to"
                       " exit): " WITH NO ADVANCING
                   MOVE SPACES TO INPUT-LINE
                   ACCEPT INPUT-LINE
                   IF INPUT-LINE = SPACES
                       MOVE "N" TO KEEP-GOING
                   ELSE
                       MOVE FUNCTION NUMVAL(INPUT-LINE)
                           TO SELECTED-ITEM
                       PERFORM WORK-ONE-PEP-HIT
                   END-IF
               END-IF
           END-PERFORM.

       LIST-WORKABLE-PEP-HITS.
           DISPLAY " "
           DISPLAY "PEP register:"
           DISPLAY "NO      CUSTOMER   PEP-ID     REL SCORE  STATUS"
           MOVE 0 TO PEP-ENTRIES-SHOWN
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PEP-COUNT
               IF PEPR-STATUS OF PEP-ARRAY (PX) = "PENDING-REVIEW"
                   OR PEPR-STATUS OF PEP-ARRAY (PX) = "APPROVED-EDD"
                   ADD 1 TO PEP-ENTRIES-SHOWN
                   MOVE PX TO PEP-ITEM-STRING
                   DISPLAY PEP-ITEM-STRING "  "
                       PEPR-CUSTOMER-ID OF PEP-ARRAY (PX) " "
                       PEPR-PEP-ID OF PEP-ARRAY (PX) " "
                       PEPR-RELATION OF PEP-ARRAY (PX) " "
                       PEPR-MATCH-SCORE OF PEP-ARRAY (PX) "  "
                       PEPR-STATUS OF PEP-ARRAY (PX)
               END-IF
           END-PERFORM
           IF PEP-ENTRIES-SHOWN = 0
               DISPLAY "No PEP hits awaiting review or under EDD"
           END-IF
           DISPLAY " ".

       WORK-ONE-PEP-HIT.
           IF SELECTED-ITEM < 1 OR SELECTED-ITEM > PEP-COUNT
               DISPLAY "No such register item"
               EXIT PARAGRAPH
           END-IF
           MOVE SELECTED-ITEM TO PX
           DISPLAY "Current status: " PEPR-STATUS OF PEP-ARRAY (PX)
           DISPLAY "New status - 1) APPROVED-EDD"
               "  2) FALSE-MATCH  3) DECLINED: "
               WITH NO ADVANCING
           MOVE SPACES TO INPUT-LINE
           ACCEPT INPUT-LINE
           EVALUATE INPUT-LINE (1:1)
               WHEN "1"
                   MOVE "APPROVED-EDD" TO PEP-NEW-STATUS
               WHEN "2"
                   MOVE "FALSE-MATCH" TO PEP-NEW-STATUS
               WHEN "3"
                   MOVE "DECLINED" TO PEP-NEW-STATUS
               WHEN OTHER
                   DISPLAY "Unknown choice"
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM VALIDATE-PEP-TRANSITION
           IF TRANSITION-VALID NOT = "Y"
               DISPLAY "Transition from "
                   FUNCTION TRIM(PEPR-STATUS
                       OF PEP-ARRAY (PX) TRAILING)
                   " to " FUNCTION TRIM(PEP-NEW-STATUS TRAILING)
                   " is not allowed"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "EDD findings / note: " WITH NO ADVANCING
           MOVE SPACES TO DISPOSITION-INPUT
           ACCEPT DISPOSITION-INPUT
           PERFORM STAGE-PEP-DECISION
           MOVE "Y" TO CHANGES-MADE
           DISPLAY "Decision staged for management approval".

       STAGE-PEP-DECISION.
           OPEN EXTEND PENDING-PEP-FILE
           IF PENDING-PEP-STATUS NOT = "00"
               OPEN OUTPUT PENDING-PEP-FILE
           END-IF
           ADD 1 TO STAGED-DECISION-COUNT
           MOVE SPACES TO PENDING-PEP-RECORD
           MOVE "P" TO PPD-STATUS
           MOVE PEPR-CUSTOMER-ID OF PEP-ARRAY (PX) TO PPD-CUSTOMER-ID
           MOVE PEPR-PEP-ID OF PEP-ARRAY (PX) TO PPD-PEP-ID
           MOVE PEP-NEW-STATUS TO PPD-NEW-STATUS
           MOVE MAKER-ID TO PPD-MAKER
           MOVE DISPOSITION-INPUT TO PPD-NOTE
           MOVE TODAY-DATE TO PPD-DATE
           WRITE PENDING-PEP-RECORD
           CLOSE PENDING-PEP-FILE.

       VALIDATE-PEP-TRANSITION.
           MOVE "N" TO TRANSITION-VALID
           EVALUATE PEPR-STATUS OF PEP-ARRAY (PX)
               WHEN "PENDING-REVIEW"
                   MOVE "Y" TO TRANSITION-VALID
               WHEN "APPROVED-EDD"
                   IF PEP-NEW-STATUS = "DECLINED"
                       MOVE "Y" TO TRANSITION-VALID
                   END-IF
           END-EVALUATE.
