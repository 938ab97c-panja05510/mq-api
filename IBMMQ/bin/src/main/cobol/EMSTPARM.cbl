      *>           WS-RETAIN-DAYS in EMSHSTLD and WS-CKPT-INTERVAL in
      *>           EMSSUSPR.  Changing one of those meant a program
      *>           change and a relink, so it never got tuned.
      *>           EMSSLARP also reads its per-restart outage minutes
      *>           (SLA-RESTART-MINS) from here.
      *>
      *>           CALL 'EMSTPARM' USING parm-name, parm-value,
      *>           found-switch.  The TUNEPARM control file, maintained
      *>           leaves the value untouched, so every caller falls
      *>           back to its compiled default and nothing breaks on
      *>           day one.
      *>
      *>           TUNEPARM's control trailer (EMSTRLCK) is verified
      *>           before the table is loaded; a damaged file ends the
      *>           run with RETURN-CODE 20 rather than let the stream
      *>           run on a partial parameter set.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSTPARM.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC XX VALUE SPACES.

       COPY "trailerCtlCopyBook.cpy".

       01  WS-LOADED-SW            PIC X VALUE 'N'.
           88  PARMS-LOADED               VALUE 'Y'.

      *>  default.  any other open failure stops the run rather than
      *>  silently running the stream on defaults the operators
      *>  believe they have overridden
           MOVE 'V'        TO TC-REQUEST
           MOVE 'TUNEPARM' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, TUNE-PARM-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSTPARM: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
              AND WS-PARM-STATUS NOT = '35'
                       AT END
                           MOVE '10' TO WS-PARM-STATUS
                       NOT AT END
      *>                  the control trailer is always the last record
                           IF TUNE-PARM-RECORD(1:4) = HIGH-VALUES
                               MOVE '10' TO WS-PARM-STATUS
                           ELSE
                               IF WS-PARM-COUNT < 100
                                   ADD 1 TO WS-PARM-COUNT
                                   MOVE TP-PARM-NAME TO
                                       WS-PM-NAME(WS-PARM-COUNT)
                                   MOVE TP-PARM-VALUE TO
                                       WS-PM-VALUE(WS-PARM-COUNT)
                                   MOVE TP-EFFECTIVE-DATE TO
                                       WS-PM-EFF-DATE(WS-PARM-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
