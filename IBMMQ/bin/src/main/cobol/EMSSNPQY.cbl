      *>           requested date falls back to the most recent
      *>           snapshot on or before it, so a weekend or holiday
      *>           date answers with the last cycle that ran.
      *>
      *>           The SNAPMAST control trailer (EMSTRLCK) is verified
      *>           before any card is answered; a damaged master ends
      *>           the run with RETURN-CODE 20.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSSNPQY.
       01  WS-SKIP-SW              PIC X VALUE 'N'.
           88  QUERY-SKIPPED              VALUE 'Y'.

       COPY "trailerCtlCopyBook.cpy".

       01  WS-TARGET-DATE          PIC 9(8) VALUE ZERO.
       01  WS-SAVE-SNAP            PIC X(93) VALUE SPACES.
       01  WS-DATE-1               PIC 9(8) VALUE ZERO.
               STOP RUN
           END-IF

           MOVE 'V'        TO TC-REQUEST
           MOVE 'SNAPMAST' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, REGION-SNAP-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSSNPQY: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SNAPMAST-FILE
           IF WS-SNAPMAST-STATUS NOT = '00'
               DISPLAY 'EMSSNPQY: UNABLE TO OPEN SNAPMAST - '
      *>  cycles per region, so walking the region's records forward
      *>  and keeping the last one dated on or before the target is
      *>  both cheap and exact - a weekend or holiday target answers
      *>  with the last cycle that actually ran; the control trailer's
      *>  HIGH-VALUES key ends the walk like any other region change
           MOVE 'N' TO WS-FOUND-SW
           MOVE SQ-CSYSNAME TO SN-CSYSNAME
           MOVE ZERO        TO SN-CYCLE-DATE
