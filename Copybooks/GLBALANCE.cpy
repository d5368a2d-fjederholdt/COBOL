           02 GLB-ACCOUNT          PIC X(08).
           02 GLB-CURRENCY         PIC X(03).
           02 GLB-YEAR             PIC X(04).
           02 GLB-MONTH            PIC X(07).
           02 GLB-OPENING-BALANCE  PIC S9(15)V99.
           02 GLB-BALANCE          PIC S9(15)V99.
           02 GLB-MTD-DEBIT        PIC 9(15)V99.
           02 GLB-MTD-CREDIT       PIC 9(15)V99.
           02 GLB-YTD-DEBIT        PIC 9(15)V99.
           02 GLB-YTD-CREDIT       PIC 9(15)V99.
           02 GLB-LAST-POSTED      PIC X(10).
