           02 SUS-ITEM-ID          PIC 9(07).
           02 SUS-STATUS           PIC X(01).
           02 SUS-SOURCE           PIC X(03).
           02 SUS-RECEIVED-DATE    PIC X(10).
           02 SUS-RESOLVED-DATE    PIC X(10).
           02 SUS-ACCOUNT-ID       PIC X(15).
           02 SUS-CURRENCY         PIC X(03).
           02 SUS-AMOUNT           PIC S9(13)V99.
           02 SUS-DKK-AMOUNT       PIC S9(13)V99.
           02 SUS-REASON           PIC X(40).
           02 SUS-RESOLUTION-NOTE  PIC X(40).
           02 SUS-SOURCE-IMAGE     PIC X(200).
