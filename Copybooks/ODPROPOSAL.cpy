           02 ODP-PROPOSAL-DATE    PIC X(10).
           02 ODP-CUSTOMER-ID      PIC X(10).
           02 ODP-ACCOUNT-ID       PIC X(15).
           02 ODP-SCORE            PIC 9(03).
           02 ODP-ACTION           PIC X(08).
           02 ODP-CURRENT-LIMIT    PIC 9(15)V99.
           02 ODP-PROPOSED-LIMIT   PIC 9(15)V99.
           02 ODP-DECISION         PIC X(01).
           02 ODP-APPROVER         PIC X(08).
           02 ODP-DECISION-DATE    PIC X(10).
