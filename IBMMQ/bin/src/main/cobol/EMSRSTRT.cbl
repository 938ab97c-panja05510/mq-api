      *>           window that applies on any dated non-processing
      *>           entry of the PROCCAL calendar - one window covers
      *>           every holiday IPL instead of a one-off per date.
      *>           MAINTWIN is maintained and validated by EMSMWMNT;
      *>           its control trailer (EMSTRLCK) is verified before the
      *>           windows are loaded and a damaged file ends the run
      *>           with RETURN-CODE 20, so a short window table never
      *>           turns planned IPLs into restart alerts.
      *>
      *>           Each alert printed to RESTALRT is also handed to the
      *>           EMSEVWRT event writer as a fixed-layout RSTR event
       01  WS-EV-REQUEST           PIC X(1) VALUE 'P'.
       COPY "alertEventCopyBook.cpy".

       COPY "trailerCtlCopyBook.cpy".

       01  WS-IN-WINDOW-SW         PIC X VALUE 'N'.
           88  IN-WINDOW                   VALUE 'Y'.

           PERFORM 2200-READ-YSTRDY.

       1100-LOAD-WINDOWS.
           MOVE 'V'        TO TC-REQUEST
           MOVE 'MAINTWIN' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, MAINT-WINDOW-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSRSTRT: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MAINTWIN-FILE
           IF WS-MAINTWIN-STATUS NOT = '00'
               DISPLAY 'EMSRSTRT: UNABLE TO OPEN MAINTWIN - '
                   AT END
                       MOVE '10' TO WS-MAINTWIN-STATUS
                   NOT AT END
      *>              the control trailer is always the last record
                       IF MAINT-WINDOW-RECORD(1:4) = HIGH-VALUES
                           MOVE '10' TO WS-MAINTWIN-STATUS
                       ELSE
                           IF WS-WINDOW-COUNT < 500
                               ADD 1 TO WS-WINDOW-COUNT
                               MOVE MW-PLEXNAME
                                   TO WS-WIN-PLEXNAME(WS-WINDOW-COUNT)
                               MOVE MW-DOW
                                   TO WS-WIN-DOW(WS-WINDOW-COUNT)
                               MOVE MW-START-HHMM
                                   TO WS-WIN-START(WS-WINDOW-COUNT)
                               MOVE MW-END-HHMM
                                   TO WS-WIN-END(WS-WINDOW-COUNT)
                               MOVE MW-WIN-TYPE
                                   TO WS-WIN-TYPE(WS-WINDOW-COUNT)
                               IF MW-ONE-OFF
      *>                          carry the one-off date as its day
      *>                          number so the window check compares it
      *>                          straight against WS-ABS-DAYS
                                   COMPUTE WS-WIN-DAYS(WS-WINDOW-COUNT) =
                                       FUNCTION INTEGER-OF-DATE
                                           (MW-ONE-OFF-DATE)
                               ELSE
                                   MOVE ZERO
                                       TO WS-WIN-DAYS(WS-WINDOW-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
