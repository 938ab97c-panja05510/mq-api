     02 CT-NOPROC-DATE      PIC X(0008).
     02 CT-DOW              PIC X(0001).
     02 CT-DESC             PIC X(0020).
     02 CT-USER             PIC X(0008).
