   01 CHANGE-REG-RECORD.
     02 CR-CHANGE-NO      PIC X(0010).
     02 CR-SCOPE-TYPE     PIC X(0001).
       88 CR-SCOPE-PLEX   VALUE 'P'.
       88 CR-SCOPE-CSYS   VALUE 'C'.
     02 CR-SCOPE-NAME     PIC X(0008).
     02 CR-CHANGE-KIND    PIC X(0001).
       88 CR-KIND-RESTART VALUE 'R'.
       88 CR-KIND-SPEC    VALUE 'S'.
       88 CR-KIND-SUSPEND VALUE 'U'.
     02 CR-FROM-DATE      PIC 9(0008).
     02 CR-FROM-HHMM      PIC 9(0004).
     02 CR-TO-DATE        PIC 9(0008).
     02 CR-TO-HHMM        PIC 9(0004).
