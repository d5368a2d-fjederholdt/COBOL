           02 FXS-CURRENCY         PIC X(03).
           02 FXS-BUY-SPREAD       PIC 9(03)V9999.
           02 FXS-SELL-SPREAD      PIC 9(03)V9999.
