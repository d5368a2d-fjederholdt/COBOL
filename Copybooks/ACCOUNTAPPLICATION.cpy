           02 APP-APPLICATION-ID   PIC X(10).
           02 APP-CPR              PIC X(11).
           02 APP-CUSTOMER-ID      PIC X(10).
           02 APP-FIRSTNAME        PIC X(15).
           02 APP-LASTNAME         PIC X(15).
           02 APP-STREET           PIC X(20).
           02 APP-HOUSE-NUMBER     PIC X(05).
           02 APP-FLOOR            PIC X(05).
           02 APP-DOOR             PIC X(05).
           02 APP-CITY             PIC X(20).
           02 APP-ZIPCODE          PIC X(04).
           02 APP-COUNTRY-CODE     PIC X(02).
           02 APP-EMAIL            PIC X(30).
           02 APP-PHONE-NUMBER     PIC X(15).
           02 APP-ENTITY-TYPE      PIC X(01).
           02 APP-ACCOUNT-TYPE     PIC X(10).
           02 APP-CURRENCY-CODE    PIC X(03).
           02 APP-STATEMENT-FREQUENCY PIC X(01).
