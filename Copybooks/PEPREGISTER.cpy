           02 PEPR-CUSTOMER-ID     PIC X(10).
           02 PEPR-PEP-ID          PIC X(10).
           02 PEPR-RELATION        PIC X(03).
           02 PEPR-MATCH-SCORE     PIC ZZ9.9.
           02 PEPR-STATUS          PIC X(15).
           02 PEPR-EDD-REQUIRED    PIC X(01).
           02 PEPR-DETECTED-DATE   PIC X(10).
           02 PEPR-MAKER           PIC X(08).
           02 PEPR-APPROVER        PIC X(08).
           02 PEPR-DECISION-DATE   PIC X(10).
           02 PEPR-NOTE            PIC X(40).
