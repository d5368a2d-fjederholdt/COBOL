           02 PC-ACCOUNT-TYPE      PIC X(10).
           02 PC-ENTRY-KIND        PIC X(01).
           02 PC-ENTRY-DATA        PIC X(43).
           02 PC-RATE-ENTRY REDEFINES PC-ENTRY-DATA.
               03 PC-RATE-SIDE     PIC X(01).
               03 PC-TIER-FLOOR    PIC 9(15)V99.
               03 PC-ANNUAL-RATE   PIC 9(03)V9999.
               03 FILLER           PIC X(18).
           02 PC-FEE-ENTRY REDEFINES PC-ENTRY-DATA.
               03 PC-FEE-TYPE      PIC X(20).
               03 PC-FLAT-FEE      PIC 9(05)V99.
               03 PC-PCT-FEE       PIC 9(03)V9999.
               03 PC-MONTHLY-CAP   PIC 9(07)V99.
           02 PC-OVERDRAFT-ENTRY REDEFINES PC-ENTRY-DATA.
               03 PC-DEFAULT-LIMIT PIC 9(15)V99.
               03 FILLER           PIC X(26).
