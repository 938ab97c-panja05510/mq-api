   01 ESTATE-MOVE-RECORD.
     02 EM-MOVE-TYPE       PIC X(0004).
       88 EM-ADDED         VALUE 'ADD '.
       88 EM-RETIRED       VALUE 'RETR'.
       88 EM-MVS-MOVE      VALUE 'MVS '.
       88 EM-CEC-MOVE      VALUE 'CEC '.
       88 EM-SYSPLEX-MOVE  VALUE 'SPLX'.
       88 EM-CMAS-CHANGE   VALUE 'CMAS'.
       88 EM-PLEX-CHANGE   VALUE 'PLEX'.
       88 EM-OSREL-CHANGE  VALUE 'OSRL'.
       88 EM-TYPE-CHANGE   VALUE 'DYNT'.
     02 EM-CSYSNAME        PIC X(0008).
     02 EM-PLEXNAME        PIC X(0008).
     02 EM-FROM-VALUE      PIC X(0008).
     02 EM-TO-VALUE        PIC X(0008).
     02 EM-MOVE-DATE       PIC 9(0008).
     02 EM-FROM-CYCLE      PIC 9(0008).
     02 EM-TO-CYCLE        PIC 9(0008).
     02 FILLER             PIC X(0004).
