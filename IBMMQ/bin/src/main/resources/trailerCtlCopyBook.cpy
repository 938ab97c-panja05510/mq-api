   01 TRAILER-CONTROL.
     02 TC-REQUEST          PIC X(0001).
       88 TC-REQ-VERIFY     VALUE 'V'.
       88 TC-REQ-INIT       VALUE 'I'.
       88 TC-REQ-ADD        VALUE 'A'.
       88 TC-REQ-REMOVE     VALUE 'D'.
       88 TC-REQ-BUILD      VALUE 'B'.
       88 TC-REQ-TEST       VALUE 'T'.
       88 TC-REQ-STAMP      VALUE 'S'.
     02 TC-FILE-ID          PIC X(0008).
     02 TC-WRITER           PIC X(0008).
     02 TC-CYCLE-DATE       PIC 9(0008).
     02 TC-RESULT           PIC X(0001).
       88 TC-OK             VALUE '0'.
       88 TC-IS-TRAILER     VALUE 'T'.
       88 TC-NOT-TRAILER    VALUE 'N'.
       88 TC-FILE-ABSENT    VALUE 'F'.
       88 TC-NO-TRAILER     VALUE 'M'.
       88 TC-COUNT-WRONG    VALUE 'C'.
       88 TC-HASH-WRONG     VALUE 'H'.
       88 TC-DATA-AFTER     VALUE 'X'.
       88 TC-OPEN-FAILED    VALUE 'O'.
       88 TC-UNKNOWN-FILE   VALUE 'U'.
     02 TC-RESULT-TEXT      PIC X(0040).
     02 TC-RECORD-COUNT     PIC 9(0009).
     02 TC-HASH-ACCUM       PIC 9(0018).
     02 TC-HASH-TOTAL       PIC 9(0009).
     02 TC-TRL-COUNT        PIC 9(0009).
     02 TC-TRL-HASH         PIC 9(0009).
     02 TC-TRL-WRITER       PIC X(0008).
     02 TC-TRL-CYCLE-DATE   PIC 9(0008).
