      *>           the TUNEPARM control file through EMSTPARM; with no
      *>           entry (or no file) the compiled default in
      *>           WS-REJECT-THRESHOLD stands.
      *>
      *>           EMASREJT only ever holds the latest cycle, so every
      *>           reject is also put to the KPICAPT capture file
      *>           through EMSKPIWT with its reason code, CSYSNAME,
      *>           PLEXNAME and the cycle date, for the reject counts
      *>           the month-end KPI step (EMSKPIMN) reports per plex.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSVALID.

       WORKING-STORAGE SECTION.
       COPY "sampleCopyBook.cpy".
       COPY "kpiCaptureCopyBook.cpy".
       01  WS-KC-REQUEST           PIC X(1) VALUE 'P'.
       01  WS-EMASSTRT-STATUS      PIC XX VALUE SPACES.
       01  WS-VALID-STATUS         PIC XX VALUE SPACES.
       01  WS-REJECT-STATUS        PIC XX VALUE SPACES.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REJECT-COUNT

           MOVE SPACES         TO KPI-CAPTURE-RECORD
           MOVE 'J'            TO KC-CAPTURE-TYPE
           MOVE WS-REASON-CODE TO KC-EVENT-TYPE
           MOVE SW-CSYSNAME    TO KC-CSYSNAME
           MOVE SW-PLEXNAME    TO KC-PLEXNAME
           MOVE ZERO           TO KC-START-DATE
           MOVE ZERO           TO KC-ACK-DATE
           MOVE WS-TODAY-DATE  TO KC-END-DATE
           MOVE 'P' TO WS-KC-REQUEST
           CALL 'EMSKPIWT' USING WS-KC-REQUEST, KPI-CAPTURE-RECORD.

       8000-SET-RETURN-CODE.
           IF WS-REJECT-COUNT > WS-REJECT-THRESHOLD
       9000-TERMINATE.
           CLOSE VALID-FILE
           CLOSE REJECT-FILE
           MOVE 'C' TO WS-KC-REQUEST
           CALL 'EMSKPIWT' USING WS-KC-REQUEST, KPI-CAPTURE-RECORD
           DISPLAY 'EMSVALID: RECORDS READ - ' WS-TOTAL-RECS
           DISPLAY 'EMSVALID: RECORDS PASSED - ' WS-VALID-COUNT
           DISPLAY 'EMSVALID: RECORDS REJECTED - ' WS-REJECT-COUNT.
