   01 SLA-TARGET-TRAN.
     02 SM-FUNCTION         PIC X(0001).
       88 SM-ADD            VALUE 'A'.
       88 SM-CHANGE         VALUE 'C'.
       88 SM-DELETE         VALUE 'D'.
       88 SM-LIST           VALUE 'L'.
     02 SM-KEY-TYPE         PIC X(0001).
     02 SM-KEY-VALUE        PIC X(0010).
     02 SM-APPL-NAME        PIC X(0020).
     02 SM-TARGET-PCT       PIC X(0006).
     02 SM-SVC-DAYS         PIC X(0007).
     02 SM-SVC-START-HHMM   PIC X(0004).
     02 SM-SVC-END-HHMM     PIC X(0004).
     02 SM-USER             PIC X(0008).
