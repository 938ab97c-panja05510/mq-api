      *>           EMSORPH, WS-ALERT-DETAIL in EMSRSTRT, and the
      *>           SPEC-AUDIT-RECORD layout for SPECAUDT), so a layout
      *>           change there must be mirrored here.
      *>
      *>           The DESCXREF control trailer (EMSTRLCK) is verified
      *>           before the master is opened; a damaged master ends
      *>           the run with RETURN-CODE 20.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSBRIEF.
       01  WS-RESTALRT-STATUS      PIC XX VALUE SPACES.
       01  WS-SPECAUDT-STATUS      PIC XX VALUE SPACES.
       01  WS-DESCXREF-STATUS      PIC XX VALUE SPACES.
       COPY "trailerCtlCopyBook.cpy".
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.

       01  WS-EOF-SW               PIC X VALUE 'N'.
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'V'        TO TC-REQUEST
           MOVE 'DESCXREF' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, DESC-XREF-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSBRIEF: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DESCXREF-FILE
           IF WS-DESCXREF-STATUS = '35'
      *>      no DESCXREF on this system yet - brief without the
