   01 OUTAGE-TRAN.
     02 OT-SCOPE-TYPE     PIC X(0001).
       88 OT-BY-CECNAME   VALUE 'C'.
       88 OT-BY-MVSNAME   VALUE 'M'.
       88 OT-BY-SYSPLEX   VALUE 'S'.
     02 OT-SCOPE-VALUE    PIC X(0008).
     02 FILLER            PIC X(0071).
