   01 SLA-TARGET-RECORD.
     02 SL-KEY.
       03 SL-KEY-TYPE       PIC X(0001).
         88 SL-BY-APPLID    VALUE 'A'.
         88 SL-BY-KEYWORD   VALUE 'K'.
       03 SL-KEY-VALUE      PIC X(0010).
     02 SL-APPL-NAME        PIC X(0020).
     02 SL-TARGET-PCT       PIC 9(0003)V9(0003).
     02 SL-SVC-DAYS.
       03 SL-SVC-DAY        PIC X(0001) OCCURS 7 TIMES.
     02 SL-SVC-START-HHMM   PIC 9(0004).
     02 SL-SVC-END-HHMM     PIC 9(0004).
     02 SL-CHANGED-DATE     PIC 9(0008).
     02 SL-CHANGED-TIME     PIC 9(0006).
