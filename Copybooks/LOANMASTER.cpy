           02 LOAN-PAID-INSTALLMENTS PIC 9(03).
           02 LOAN-BALANCE         PIC 9(13)V99.
           02 LOAN-LAST-POSTED     PIC X(07).
           02 LOAN-APPROVED-BY     PIC X(08).
           02 LOAN-APPROVED-DATE   PIC X(10).
           02 LOAN-STATUS          PIC X(01).
