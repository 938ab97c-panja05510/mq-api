   01 CHANGE-REG-TRAN.
     02 CH-FUNCTION       PIC X(0001).
       88 CH-ADD          VALUE 'A'.
       88 CH-CHANGE       VALUE 'C'.
       88 CH-DELETE       VALUE 'D'.
       88 CH-LIST         VALUE 'L'.
     02 CH-CHANGE-NO      PIC X(0010).
     02 CH-SCOPE-TYPE     PIC X(0001).
       88 CH-SCOPE-PLEX   VALUE 'P'.
       88 CH-SCOPE-CSYS   VALUE 'C'.
     02 CH-SCOPE-NAME     PIC X(0008).
     02 CH-CHANGE-KIND    PIC X(0001).
       88 CH-KIND-RESTART VALUE 'R'.
       88 CH-KIND-SPEC    VALUE 'S'.
       88 CH-KIND-SUSPEND VALUE 'U'.
     02 CH-FROM-DATE      PIC X(0008).
     02 CH-FROM-HHMM      PIC X(0004).
     02 CH-TO-DATE        PIC X(0008).
     02 CH-TO-HHMM        PIC X(0004).
     02 CH-USER           PIC X(0008).
