     02 TN-PARM-NAME        PIC X(0016).
     02 TN-PARM-VALUE       PIC X(0007).
     02 TN-EFFECTIVE-DATE   PIC X(0008).
     02 TN-USER             PIC X(0008).
