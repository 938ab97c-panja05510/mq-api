   01 NAME-RULE-RECORD.
     02 NR-KEY.
       03 NR-PLEXNAME      PIC X(0008).
       03 NR-DYNTYPE       PIC X(0003).
       03 NR-FIELD         PIC X(0008).
         88 NR-ON-CSYSNAME VALUE 'CSYSNAME'.
         88 NR-ON-JOBNAME  VALUE 'JOBNAME '.
         88 NR-ON-CSYSAPPL VALUE 'CSYSAPPL'.
       03 NR-SEQ           PIC 9(0002).
     02 NR-MASK            PIC X(0008).
     02 NR-SEVERITY        PIC X(0001).
       88 NR-ERROR         VALUE 'E'.
       88 NR-WARNING       VALUE 'W'.
     02 NR-DESC            PIC X(0030).
     02 NR-CHANGED-DATE    PIC 9(0008).
     02 NR-CHANGED-TIME    PIC 9(0006).
