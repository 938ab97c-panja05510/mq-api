      *>           (plexSummCopyBook) so the monthly service review
      *>           stops being assembled by hand from the flapper
      *>           report.
      *>
      *>           The RSTHIST control trailer (EMSTRLCK) is verified
      *>           before the scan; a damaged master ends the run with
      *>           RETURN-CODE 20 rather than profiling a partial
      *>           history.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSRSTAN.
       01  WS-PLEX-MATCH-SW        PIC X VALUE 'N'.
           88  PLEX-MATCH-FOUND           VALUE 'Y'.

       COPY "trailerCtlCopyBook.cpy".

       01  WS-CURRENT-DATE-AREA.
           05  WS-CD-YYYYMMDD      PIC 9(8).
           05  FILLER              PIC X(13).
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'V'       TO TC-REQUEST
           MOVE 'RSTHIST' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, REST-HIST-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSRSTAN: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RSTHIST-FILE
           IF WS-RSTHIST-STATUS NOT = '00'
               DISPLAY 'EMSRSTAN: UNABLE TO OPEN RSTHIST - '
                   AT END
                       MOVE '10' TO WS-RSTHIST-STATUS
                   NOT AT END
      *>              the control trailer sorts last on the key
                       IF REST-HIST-RECORD(1:4) = HIGH-VALUES
                           MOVE '10' TO WS-RSTHIST-STATUS
                       ELSE
                           ADD 1 TO WS-HIST-COUNT
                           PERFORM 3000-PROCESS-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF GROUP-OPEN
