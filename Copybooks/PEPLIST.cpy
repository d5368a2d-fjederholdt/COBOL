           02 PEP-ID               PIC X(10).
           02 PEP-NAME             PIC X(20).
           02 PEP-ALIAS-1          PIC X(20).
           02 PEP-ALIAS-2          PIC X(20).
           02 PEP-DATE-OF-BIRTH    PIC X(10).
           02 PEP-COUNTRY-CODE     PIC X(02).
           02 PEP-RELATION         PIC X(03).
           02 PEP-LINKED-PEP-ID    PIC X(10).
           02 PEP-POSITION         PIC X(30).
