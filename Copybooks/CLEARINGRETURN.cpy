           02 CR-STATUS            PIC X(01).
           02 CR-REJECT-REASON     PIC X(03).
           02 CR-RECEIVED-DATE     PIC X(10).
           02 CR-DEADLINE-DATE     PIC X(10).
           02 CR-RETURN-DATE       PIC X(10).
           COPY "CLEARING.cpy".
