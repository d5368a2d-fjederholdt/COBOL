           02 STF-OPERATOR         PIC X(08).
           02 STF-CUSTOMER-ID      PIC X(10).
           02 STF-RELATION         PIC X(08).
