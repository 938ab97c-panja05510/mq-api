      *>           missing DESCXREF or APPLIDX master is tolerated the
      *>           way EMSBRIEF tolerates it: the region list still
      *>           prints, only the lookups that need the absent
      *>           master are declined on their own cards.  A DESCXREF
      *>           whose control trailer (EMSTRLCK) does not verify ends
      *>           the run with RETURN-CODE 20.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSQUERY.
       01  WS-TRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-EMASSTRT-STATUS      PIC XX VALUE SPACES.
       01  WS-DESCXREF-STATUS      PIC XX VALUE SPACES.
       COPY "trailerCtlCopyBook.cpy".
       01  WS-APPLIDX-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.

               STOP RUN
           END-IF

           MOVE 'V'        TO TC-REQUEST
           MOVE 'DESCXREF' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, DESC-XREF-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSQUERY: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DESCXREF-FILE
           IF WS-DESCXREF-STATUS = '35'
      *>      no DESCXREF on this system yet - answer what can be
