           02 FR-QUEUE-STATUS      PIC X(01).
           02 FR-FIRST-FAIL-DATE   PIC X(10).
           02 FR-NEXT-TRY-DATE     PIC X(10).
           02 FR-ATTEMPTS          PIC 9(02).
