           02 MIH-PERIOD           PIC X(07).
           02 MIH-REG-NUMBER       PIC X(04).
           02 MIH-ACCOUNT-TYPE     PIC X(10).
           02 MIH-CURRENCY         PIC X(03).
           02 MIH-ACCOUNTS         PIC 9(07).
           02 MIH-DEPOSITS         PIC 9(15)V99.
           02 MIH-LENDING          PIC 9(15)V99.
