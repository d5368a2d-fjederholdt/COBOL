           02 GEN-ID               PIC X(15).
           02 GEN-SLOT             PIC 9(02).
           02 GEN-FILE-NAME        PIC X(40).
           02 GEN-COPY-NAME        PIC X(60).
           02 GEN-RECORD-COUNT     PIC 9(09).
           02 GEN-CHECKSUM         PIC 9(10).
           02 GEN-STATUS           PIC X(08).
