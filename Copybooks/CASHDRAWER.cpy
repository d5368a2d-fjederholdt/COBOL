           02 DRW-DATE             PIC X(10).
           02 DRW-OPERATOR         PIC X(08).
           02 DRW-STATUS           PIC X(01).
           02 DRW-OPENING-FLOAT    PIC 9(09)V99.
           02 DRW-OPENED-AT        PIC X(08).
           02 DRW-COUNTED-CASH     PIC 9(09)V99.
           02 DRW-CLOSED-AT        PIC X(08).
           02 DRW-CASH-IN          PIC 9(11)V99.
           02 DRW-CASH-OUT         PIC 9(11)V99.
           02 DRW-EXPECTED-CASH    PIC S9(11)V99.
           02 DRW-DIFFERENCE       PIC S9(11)V99.
           02 DRW-BOOKED           PIC X(01).
           02 DRW-SIGNED-OFF-BY    PIC X(08).
           02 DRW-SIGNED-OFF-AT    PIC X(19).
