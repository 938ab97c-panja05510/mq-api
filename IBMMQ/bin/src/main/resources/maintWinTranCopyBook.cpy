     02 MT-ONE-OFF-DATE   PIC X(0008).
     02 MT-START-HHMM     PIC X(0004).
     02 MT-END-HHMM       PIC X(0004).
     02 MT-USER           PIC X(0008).
