   01 MOVE-QUERY-TRAN.
     02 MV-FROM-DATE       PIC X(0008).
     02 MV-TO-DATE         PIC X(0008).
     02 FILLER             PIC X(0064).
