           02 DUN-ACCOUNT-ID       PIC X(15).
           02 DUN-CPR              PIC X(11).
           02 DUN-STAGE            PIC 9(01).
           02 DUN-CYCLE-START      PIC X(10).
           02 DUN-STAGE-1-DATE     PIC X(10).
           02 DUN-STAGE-2-DATE     PIC X(10).
           02 DUN-STAGE-3-DATE     PIC X(10).
           02 DUN-DEFAULT-DATE     PIC X(10).
           02 DUN-PENALTY-TO-DATE  PIC X(10).
           02 DUN-DAYS-PAST-DUE    PIC 9(05).
           02 DUN-OVERDUE-AMOUNT   PIC 9(13)V99.
           02 DUN-FEES-CHARGED     PIC 9(09)V99.
           02 DUN-PENALTY-CHARGED  PIC 9(11)V99.
           02 DUN-CURED-DATE       PIC X(10).
