   01 NAME-RULE-TRAN.
     02 NT-FUNCTION         PIC X(0001).
       88 NT-ADD            VALUE 'A'.
       88 NT-CHANGE         VALUE 'C'.
       88 NT-DELETE         VALUE 'D'.
       88 NT-LIST           VALUE 'L'.
     02 NT-PLEXNAME         PIC X(0008).
     02 NT-DYNTYPE          PIC X(0003).
     02 NT-FIELD            PIC X(0008).
     02 NT-SEQ              PIC X(0002).
     02 NT-MASK             PIC X(0008).
     02 NT-SEVERITY         PIC X(0001).
     02 NT-DESC             PIC X(0030).
     02 NT-USER             PIC X(0008).
