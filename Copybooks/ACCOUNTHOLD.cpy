           02 HLD-HOLD-ID          PIC 9(08).
           02 HLD-CPR              PIC X(11).
           02 HLD-CUSTOMER-NAME    PIC X(30).
           02 HLD-ACCOUNT-ID       PIC X(15).
           02 HLD-AMOUNT           PIC 9(13)V99.
           02 HLD-PAID-AMOUNT      PIC 9(13)V99.
           02 HLD-AUTHORITY        PIC X(20).
           02 HLD-REFERENCE        PIC X(20).
           02 HLD-VALID-FROM       PIC X(10).
           02 HLD-VALID-TO         PIC X(10).
           02 HLD-PAYOUT-DATE      PIC X(10).
           02 HLD-PAYEE-REG        PIC X(04).
           02 HLD-PAYEE-ACCOUNT    PIC X(15).
           02 HLD-LAST-PAYOUT-DATE PIC X(10).
           02 HLD-LAST-PAYOUT      PIC 9(13)V99.
           02 HLD-STATUS           PIC X(01).
           02 HLD-OPERATOR         PIC X(08).
