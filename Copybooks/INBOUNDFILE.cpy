           02 IBF-FEED             PIC X(13).
           02 IBF-FILE-NAME        PIC X(40).
           02 IBF-ARRIVAL          PIC X(19).
           02 IBF-RECORD-COUNT     PIC 9(09).
           02 IBF-AMOUNT-TOTAL     PIC 9(13)V99.
           02 IBF-TRAILER-COUNT    PIC 9(09).
           02 IBF-TRAILER-TOTAL    PIC 9(13)V99.
           02 IBF-CHECKSUM         PIC 9(10).
           02 IBF-STATUS           PIC X(08).
           02 IBF-REASON           PIC X(40).
           02 IBF-OPERATOR         PIC X(08).
