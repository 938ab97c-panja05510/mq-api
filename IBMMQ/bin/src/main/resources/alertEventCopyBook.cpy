       88 EV-TYPE-SUSPEND   VALUE 'SUSP'.
       88 EV-TYPE-SPEC      VALUE 'SPEC'.
       88 EV-TYPE-FEED      VALUE 'FEED'.
       88 EV-TYPE-UNAUTH    VALUE 'UNAU'.
       88 EV-TYPE-SLA       VALUE 'SLAB'.
     02 EV-SEVERITY         PIC X(0001).
       88 EV-SEV-CRITICAL   VALUE '8'.
       88 EV-SEV-MAJOR      VALUE '6'.
