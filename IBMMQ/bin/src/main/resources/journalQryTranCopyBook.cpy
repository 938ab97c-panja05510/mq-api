   01 JOURNAL-QUERY-TRAN.
     02 JQ-FROM-DATE       PIC X(0008).
     02 JQ-TO-DATE         PIC X(0008).
     02 JQ-USER            PIC X(0008).
     02 JQ-CONTROL-FILE    PIC X(0008).
     02 JQ-KEY             PIC X(0032).
     02 FILLER             PIC X(0016).
