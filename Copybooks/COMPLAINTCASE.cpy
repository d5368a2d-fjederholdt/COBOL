           02 CMP-COMPLAINT-ID     PIC 9(08).
           02 CMP-CPR              PIC X(11).
           02 CMP-CATEGORY         PIC X(10).
           02 CMP-ACCOUNT-ID       PIC X(15).
           02 CMP-DISPUTE-CASE-ID  PIC 9(08).
           02 CMP-RECEIVED-DATE    PIC X(10).
           02 CMP-DEADLINE-DATE    PIC X(10).
           02 CMP-EXTENDED         PIC X(01).
           02 CMP-STATUS           PIC X(13).
           02 CMP-OUTCOME          PIC X(10).
           02 CMP-CLOSED-DATE      PIC X(10).
           02 CMP-OPERATOR         PIC X(03).
           02 CMP-SUMMARY          PIC X(40).
