   01 MASTER-TRAILER-BODY.
     02 TR-RECORD-COUNT     PIC 9(0009) USAGE BINARY.
     02 TR-HASH-TOTAL       PIC 9(0009) USAGE BINARY.
     02 TR-WRITER           PIC X(0008).
     02 TR-CYCLE-DATE       PIC 9(0008) USAGE BINARY.
