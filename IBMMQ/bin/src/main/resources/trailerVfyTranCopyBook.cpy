   01 TRAILER-VERIFY-TRAN.
     02 TV-FILE-ID         PIC X(0008).
     02 TV-FUNCTION        PIC X(0008).
       88 TV-VERIFY        VALUES 'VERIFY  ' SPACES.
       88 TV-STAMP         VALUE 'STAMP   '.
     02 FILLER             PIC X(0064).
