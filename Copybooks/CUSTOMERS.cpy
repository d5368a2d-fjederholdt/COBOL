           02 ACCOUNT-NUMBER       PIC X(15).
           02 ACCOUNT-BALANCE      PIC 9(07)V99.
           02 CURRENCY-CODE        PIC X(03).
           02 TAX-RESIDENCE        PIC X(02).
           02 PREFERRED-LANGUAGE   PIC X(02).
