      *>           A region absent from today's extract keeps its
      *>           entry - the last known state stands until the
      *>           region reports ACTIVE again.
      *>
      *>           A cleared entry is gone from SUSPSTAT the next
      *>           cycle, so each suspend that ends is also put to the
      *>           KPICAPT capture file through EMSKPIWT with its
      *>           suspend date and the cycle it cleared; the month-end
      *>           KPI step (EMSKPIMN) counts suspended region-days
      *>           from those and from the entries still open.
      *>
      *>           SUSPSTAT carries a control trailer (record count and
      *>           key hash, see EMSTRLCK).  It is verified before the
      *>           table is loaded and a damaged file ends the run with
      *>           RETURN-CODE 20 before anything is rewritten; the
      *>           rewrite puts a fresh trailer on the new generation.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSSUSPD.
       01  WS-MATCH-SW             PIC X VALUE 'N'.
           88  STATE-MATCH-FOUND           VALUE 'Y'.

       COPY "trailerCtlCopyBook.cpy".

       COPY "kpiCaptureCopyBook.cpy".
       01  WS-KC-REQUEST           PIC X(1) VALUE 'P'.

       01  WS-STATE-TABLE.
           05  WS-STATE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-STATE-ENTRY OCCURS 1 TO 5000 TIMES
      *>  whole at end of job, and starting from an empty table after
      *>  a transient I/O error would reset every region's
      *>  consecutive-days-suspended clock
           MOVE 'V'        TO TC-REQUEST
           MOVE 'SUSPSTAT' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, SUSP-STATE-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSSUSPD: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = '00'
              AND WS-STATE-STATUS NOT = '35'
                       AT END
                           MOVE '10' TO WS-STATE-STATUS
                       NOT AT END
      *>                  the control trailer is always the last record
                           IF SUSP-STATE-RECORD(1:4) = HIGH-VALUES
                               MOVE '10' TO WS-STATE-STATUS
                           ELSE
                               IF WS-STATE-COUNT < 5000
                                   ADD 1 TO WS-STATE-COUNT
                                   MOVE SD-CSYSNAME TO
                                       WS-ST-CSYSNAME(WS-STATE-COUNT)
                                   MOVE SD-PLEXNAME TO
                                       WS-ST-PLEXNAME(WS-STATE-COUNT)
                                   MOVE SD-SUSP-DATE TO
                                       WS-ST-SUSP-DATE(WS-STATE-COUNT)
                                   MOVE 'N' TO
                                       WS-ST-CLEARED-SW(WS-STATE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       ADD 1 TO WS-NEW-SUSP-COUNT
                   END-IF
               WHEN ACTIVE AND STATE-MATCH-FOUND
                   IF NOT WS-ST-CLEARED(WS-ST-IDX)
                       PERFORM 3200-PUT-CAPTURE
                   END-IF
                   MOVE 'Y' TO WS-ST-CLEARED-SW(WS-ST-IDX)
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN OTHER
               END-SEARCH
           END-IF.

       3200-PUT-CAPTURE.
           MOVE SPACES                    TO KPI-CAPTURE-RECORD
           MOVE 'S'                       TO KC-CAPTURE-TYPE
           MOVE WS-ST-CSYSNAME(WS-ST-IDX) TO KC-CSYSNAME
           MOVE WS-ST-PLEXNAME(WS-ST-IDX) TO KC-PLEXNAME
           MOVE WS-ST-SUSP-DATE(WS-ST-IDX) TO KC-START-DATE
           MOVE ZERO                      TO KC-ACK-DATE
           MOVE WS-CYCLE-DATE             TO KC-END-DATE
           MOVE 'P' TO WS-KC-REQUEST
           CALL 'EMSKPIWT' USING WS-KC-REQUEST, KPI-CAPTURE-RECORD.

       5000-WRITE-REPORT.
           MOVE WS-CYCLE-DATE TO WS-H1-CYCLE-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'I'           TO TC-REQUEST
           MOVE 'SUSPSTAT'    TO TC-FILE-ID
           MOVE 'EMSSUSPD'    TO TC-WRITER
           MOVE WS-CYCLE-DATE TO TC-CYCLE-DATE
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, SUSP-STATE-RECORD
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STATE-COUNT
               IF NOT WS-ST-CLEARED(WS-ST-IDX)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'A' TO TC-REQUEST
                   CALL 'EMSTRLCK' USING TRAILER-CONTROL,
                                         SUSP-STATE-RECORD
               END-IF
           END-PERFORM
           MOVE 'B' TO TC-REQUEST
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, SUSP-STATE-RECORD
           WRITE SUSP-STATE-RECORD
           IF WS-STATE-STATUS NOT = '00'
               DISPLAY 'EMSSUSPD: STATE TRAILER WRITE FAILED - '
                       WS-STATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE STATE-FILE.

       8000-SET-RETURN-CODE.
       9000-TERMINATE.
           CLOSE EMASSTRT-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO WS-KC-REQUEST
           CALL 'EMSKPIWT' USING WS-KC-REQUEST, KPI-CAPTURE-RECORD
           DISPLAY 'EMSSUSPD: NEWLY SUSPENDED - ' WS-NEW-SUSP-COUNT
           DISPLAY 'EMSSUSPD: RETURNED TO ACTIVE - ' WS-CLEARED-COUNT
           DISPLAY 'EMSSUSPD: STILL SUSPENDED - ' WS-SUSPENDED-COUNT
