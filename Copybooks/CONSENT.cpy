           02 CNS-CPR              PIC X(11).
           02 CNS-TYPE             PIC X(10).
           02 CNS-CHANNEL          PIC X(05).
           02 CNS-GRANTED-DATE     PIC X(10).
           02 CNS-SOURCE           PIC X(12).
           02 CNS-REFERENCE        PIC X(20).
           02 CNS-GRANTED-BY       PIC X(08).
           02 CNS-WITHDRAWN-DATE   PIC X(10).
           02 CNS-WITHDRAWN-SOURCE PIC X(12).
           02 CNS-WITHDRAWN-BY     PIC X(08).
