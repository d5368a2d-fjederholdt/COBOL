           02 SW-CPR               PIC X(11).
           02 SW-SOURCE-ACCOUNT    PIC X(15).
           02 SW-TARGET-ACCOUNT    PIC X(15).
           02 SW-TARGET-BALANCE    PIC 9(13)V99.
           02 SW-MINIMUM-TRANSFER  PIC 9(13)V99.
           02 SW-DIRECTION         PIC X(01).
           02 SW-STATUS            PIC X(01).
           02 SW-LAST-SWEEP-DATE   PIC X(10).
           02 SW-LAST-SWEEP-AMOUNT PIC S9(13)V99.
