   01 MAINT-JOURNAL-RECORD.
     02 MJ-STAMP.
       03 MJ-DATE          PIC 9(0008).
       03 MJ-TIME          PIC 9(0006).
     02 MJ-PROGRAM         PIC X(0008).
     02 MJ-CONTROL-FILE    PIC X(0008).
     02 MJ-ACTION          PIC X(0008).
       88 MJ-ACT-ADD       VALUE 'ADD     '.
       88 MJ-ACT-CHANGE    VALUE 'CHANGE  '.
       88 MJ-ACT-DELETE    VALUE 'DELETE  '.
       88 MJ-ACT-CORRECT   VALUE 'CORRECT '.
       88 MJ-ACT-RELEASE   VALUE 'RELEASE '.
       88 MJ-ACT-ACK       VALUE 'ACK     '.
       88 MJ-ACT-RESOLVE   VALUE 'RESOLVE '.
     02 MJ-USER            PIC X(0008).
     02 MJ-KEY             PIC X(0032).
     02 MJ-BEFORE-IMAGE    PIC X(0170).
     02 MJ-AFTER-IMAGE     PIC X(0170).
