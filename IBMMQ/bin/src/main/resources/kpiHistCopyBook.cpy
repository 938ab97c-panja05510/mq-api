   01 KPI-HIST-RECORD.
     02 KH-KEY.
       03 KH-MONTH         PIC 9(0006).
       03 KH-PLEXNAME      PIC X(0008).
     02 KH-RAISED-COUNTS.
       03 KH-RAISED-COUNT OCCURS 7 TIMES PIC 9(0005).
     02 KH-ACK-COUNT       PIC 9(0005).
     02 KH-ACK-DAYS        PIC 9(0007).
     02 KH-RESOLVE-COUNT   PIC 9(0005).
     02 KH-RESOLVE-DAYS    PIC 9(0007).
     02 KH-OPEN-AT-END     PIC 9(0005).
     02 KH-RESTART-COUNT   PIC 9(0007).
     02 KH-SUSP-DAYS       PIC 9(0007).
     02 KH-REJECT-COUNT    PIC 9(0007).
     02 KH-REGION-COUNT    PIC 9(0005).
     02 KH-CAPTURE-DATE    PIC 9(0008).
