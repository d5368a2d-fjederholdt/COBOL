           02 FXD-DEAL-ID          PIC 9(07).
           02 FXD-STATUS           PIC X(01).
           02 FXD-DEAL-DATE        PIC X(10).
           02 FXD-CPR              PIC X(11).
           02 FXD-FROM-ACCOUNT     PIC X(15).
           02 FXD-FROM-CURRENCY    PIC X(03).
           02 FXD-FROM-AMOUNT      PIC 9(13)V99.
           02 FXD-TO-ACCOUNT       PIC X(15).
           02 FXD-TO-CURRENCY      PIC X(03).
           02 FXD-TO-AMOUNT        PIC 9(13)V99.
           02 FXD-CUSTOMER-RATE    PIC 9(05)V9(06).
           02 FXD-FROM-SPREAD-DKK  PIC S9(13)V99.
           02 FXD-TO-SPREAD-DKK    PIC S9(13)V99.
           02 FXD-REASON           PIC X(40).
