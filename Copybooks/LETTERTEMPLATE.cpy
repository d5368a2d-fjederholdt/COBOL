           02 LT-TYPE              PIC X(10).
           02 LT-LANGUAGE          PIC X(02).
           02 LT-TEXT              PIC X(100).
