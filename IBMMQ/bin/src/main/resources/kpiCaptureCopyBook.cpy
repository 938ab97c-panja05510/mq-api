   01 KPI-CAPTURE-RECORD.
     02 KC-CAPTURE-TYPE    PIC X(0001).
       88 KC-ALERT-ACKED     VALUE 'A'.
       88 KC-ALERT-RESOLVED  VALUE 'R'.
       88 KC-SUSP-CLEARED    VALUE 'S'.
       88 KC-EXTRACT-REJECT  VALUE 'J'.
     02 KC-EVENT-TYPE      PIC X(0004).
     02 KC-CSYSNAME        PIC X(0008).
     02 KC-PLEXNAME        PIC X(0008).
     02 KC-SEVERITY        PIC X(0001).
     02 KC-START-DATE      PIC 9(0008).
     02 KC-ACK-DATE        PIC 9(0008).
     02 KC-END-DATE        PIC 9(0008).
     02 KC-USER            PIC X(0008).
