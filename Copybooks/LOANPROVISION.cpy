           02 PRV-QUARTER          PIC X(07).
           02 PRV-ACCOUNT-ID       PIC X(15).
           02 PRV-CPR              PIC X(11).
           02 PRV-STAGE            PIC 9(01).
           02 PRV-DAYS-PAST-DUE    PIC 9(05).
           02 PRV-EXPOSURE         PIC 9(13)V99.
           02 PRV-LOSS-RATE        PIC 9(03)V99.
           02 PRV-PROVISION        PIC 9(13)V99.
           02 PRV-RUN-DATE         PIC X(10).
