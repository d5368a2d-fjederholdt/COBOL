           02 PO-ORDER-REF         PIC X(20).
           02 PO-AUTHORITY         PIC X(30).
           02 PO-SELECT-TYPE       PIC X(01).
           02 PO-SELECT-VALUE      PIC X(20).
           02 PO-FROM-DATE         PIC X(10).
           02 PO-TO-DATE           PIC X(10).
