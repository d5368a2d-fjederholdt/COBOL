           02 BO-CUSTOMER-ID       PIC X(10).
           02 BO-CPR               PIC X(11).
           02 BO-NAME              PIC X(30).
           02 BO-OWNERSHIP-PCT     PIC 9(03)V99.
           02 BO-CONTROL-TYPE      PIC X(01).
           02 BO-VALID-FROM        PIC X(10).
           02 BO-VALID-TO          PIC X(10).
