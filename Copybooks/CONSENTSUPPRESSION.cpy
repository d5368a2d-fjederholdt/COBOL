           02 SUP-TIMESTAMP        PIC X(19).
           02 SUP-PROGRAM          PIC X(10).
           02 SUP-CPR              PIC X(11).
           02 SUP-TYPE             PIC X(10).
           02 SUP-CHANNEL          PIC X(05).
           02 SUP-ITEM             PIC X(45).
