      *>           the matched window.  MAINTWIN is rewritten
      *>           whole at end of job.
      *>
      *>           Every add, change and delete applied is also put
      *>           to the MAINTJRN maintenance journal through
      *>           EMSJRNWT with the before and after image of the
      *>           MAINTWIN record and the user named on the card
      *>           (MT-USER, columns 28-35), so a shortened or
      *>           removed window can always be traced to whoever
      *>           asked for it.
      *>
      *>           An MWTRAN card file allocated at the original
      *>           27-byte length must be reallocated at 35 bytes
      *>           before this utility reads it - a short file fails
      *>           the open here with a length mismatch and the run
      *>           stops.  Cards carried over without a user in
      *>           columns 28-35 are still accepted and applied;
      *>           EMSJRNWT journals the change under UNKNOWN so the
      *>           gap shows up on the journal report.
      *>
      *>           A delete is matched against MAINTWIN only; its
      *>           PLEXNAME is not checked against the extract, so the
      *>           delete cards EMSREFCK writes for windows whose plex
      *>           has been renamed or retired apply cleanly.
      *>
      *>           A MAINTWIN still in the original 17-byte layout
      *>           needs a one-time pad-out to 26 bytes before this
      *>           utility (or EMSRSTRT) reads it: append MW-WIN-TYPE
      *>           reads it.  An un-padded file fails the open here
      *>           with a length mismatch and the run stops - it is
      *>           never mistaken for an empty window file.
      *>
      *>           MAINTWIN carries a control trailer (EMSTRLCK) that
      *>           is verified before the window table is loaded - a
      *>           damaged file ends the run with RETURN-CODE 20 rather
      *>           than be rewritten from a short table - and is
      *>           written fresh when the file is rewritten.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSMWMNT.

       FD  TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 35 CHARACTERS.
       COPY "maintWinTranCopyBook.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "maintJournalCopyBook.cpy".
       COPY "trailerCtlCopyBook.cpy".
       COPY "maintWinCopyBook.cpy"
           REPLACING MAINT-WINDOW-RECORD BY JRN-WINDOW-RECORD
                     MW-PLEXNAME         BY JW-PLEXNAME
                     MW-DOW              BY JW-DOW
                     MW-SUNDAY           BY JW-SUNDAY
                     MW-MONDAY           BY JW-MONDAY
                     MW-TUESDAY          BY JW-TUESDAY
                     MW-WEDNESDAY        BY JW-WEDNESDAY
                     MW-THURSDAY         BY JW-THURSDAY
                     MW-FRIDAY           BY JW-FRIDAY
                     MW-SATURDAY         BY JW-SATURDAY
                     MW-ALL-DAYS         BY JW-ALL-DAYS
                     MW-START-HHMM       BY JW-START-HHMM
                     MW-END-HHMM         BY JW-END-HHMM
                     MW-WIN-TYPE         BY JW-WIN-TYPE
                     MW-WEEKLY           BY JW-WEEKLY
                     MW-ONE-OFF          BY JW-ONE-OFF
                     MW-HOLIDAY          BY JW-HOLIDAY
                     MW-ONE-OFF-DATE     BY JW-ONE-OFF-DATE.

       01  WS-EMASSTRT-STATUS      PIC XX VALUE SPACES.
       01  WS-MAINTWIN-STATUS      PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS          PIC XX VALUE SPACES.

       01  WS-ERROR-TEXT           PIC X(45) VALUE SPACES.

       01  WS-JR-REQUEST           PIC X(1) VALUE 'P'.
       01  WS-JRN-KEY.
           05  WS-JK-WIN-TYPE      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-JK-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-JK-DOW-DATE      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-JK-START         PIC X(4).

       01  WS-MATCH-SW             PIC X VALUE 'N'.
           88  WINDOW-MATCHED             VALUE 'Y'.
       01  WS-PLEX-FOUND-SW        PIC X VALUE 'N'.
               10  WS-WIN-DELETED-SW  PIC X.
                   88  WS-WIN-DELETED    VALUE 'Y'.

       01  WS-CURRENT-DATE-AREA.
           05  WS-CD-YYYYMMDD      PIC 9(8).
           05  FILLER              PIC X(13).

       01  WS-CONFIRM-LINE.
           05  WS-CF-FUNCTION      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
      *>  pad-out to 26 bytes, stops the run: the file is rewritten
      *>  whole from this table at end of job, and an empty table
      *>  would erase every window on the estate
           MOVE 'V'        TO TC-REQUEST
           MOVE 'MAINTWIN' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, MAINT-WINDOW-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSMWMNT: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MAINTWIN-FILE
           IF WS-MAINTWIN-STATUS NOT = '00'
              AND WS-MAINTWIN-STATUS NOT = '35'
                       AT END
                           MOVE '10' TO WS-MAINTWIN-STATUS
                       NOT AT END
      *>                  the control trailer is always the last record
                           IF MAINT-WINDOW-RECORD(1:4) = HIGH-VALUES
                               MOVE '10' TO WS-MAINTWIN-STATUS
                           ELSE
                               IF WS-WINDOW-COUNT < 500
                                   ADD 1 TO WS-WINDOW-COUNT
                                   EVALUATE TRUE
                                       WHEN MW-ONE-OFF
                                           MOVE 'O' TO
                                             WS-WIN-TYPE(WS-WINDOW-COUNT)
                                           MOVE MW-ONE-OFF-DATE TO
                                             WS-WIN-DATE(WS-WINDOW-COUNT)
                                       WHEN MW-HOLIDAY
      *>                                  a holiday window carries no date
      *>                                  of its own - it follows the
      *>                                  PROCCAL calendar
                                           MOVE 'H' TO
                                             WS-WIN-TYPE(WS-WINDOW-COUNT)
                                           MOVE ZERO TO
                                             WS-WIN-DATE(WS-WINDOW-COUNT)
                                       WHEN OTHER
      *>                                  a weekly window's date is zero by
      *>                                  definition, whatever padding the
      *>                                  record carries, so the match in
      *>                                  3600-MATCH-WINDOW stays exact
                                           MOVE 'W' TO
                                             WS-WIN-TYPE(WS-WINDOW-COUNT)
                                           MOVE ZERO TO
                                             WS-WIN-DATE(WS-WINDOW-COUNT)
                                   END-EVALUATE
                                   MOVE MW-PLEXNAME TO
                                       WS-WIN-PLEXNAME(WS-WINDOW-COUNT)
                                   MOVE MW-DOW TO
                                       WS-WIN-DOW(WS-WINDOW-COUNT)
                                   MOVE MW-START-HHMM TO
                                       WS-WIN-START(WS-WINDOW-COUNT)
                                   MOVE MW-END-HHMM TO
                                       WS-WIN-END(WS-WINDOW-COUNT)
                                   MOVE 'N' TO
                                       WS-WIN-DELETED-SW(WS-WINDOW-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE WS-TRAN-END TO WS-WIN-END(WS-WINDOW-COUNT)
                   MOVE 'N' TO WS-WIN-DELETED-SW(WS-WINDOW-COUNT)
                   ADD 1 TO WS-ADD-COUNT
                   SET WS-WIN-IDX TO WS-WINDOW-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'ADD'             TO MJ-ACTION
                   MOVE SPACES            TO MJ-BEFORE-IMAGE
                   MOVE JRN-WINDOW-RECORD TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'ADD FAILED - WINDOW TABLE FULL'
                       TO WS-ERROR-TEXT
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3600-MATCH-WINDOW
               IF WINDOW-MATCHED
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE JRN-WINDOW-RECORD TO MJ-BEFORE-IMAGE
                   MOVE WS-TRAN-END TO WS-WIN-END(WS-WIN-IDX)
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'CHANGE'          TO MJ-ACTION
                   MOVE JRN-WINDOW-RECORD TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'CHANGE FAILED - WINDOW NOT ON FILE'
                       TO WS-ERROR-TEXT
               IF WINDOW-MATCHED
                   MOVE 'Y' TO WS-WIN-DELETED-SW(WS-WIN-IDX)
                   ADD 1 TO WS-DELETE-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'DELETE'          TO MJ-ACTION
                   MOVE JRN-WINDOW-RECORD TO MJ-BEFORE-IMAGE
                   MOVE SPACES            TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'DELETE FAILED - WINDOW NOT ON FILE'
                       TO WS-ERROR-TEXT
                   PERFORM 3520-VALIDATE-HHMM
               END-IF
           END-IF
      *>  a delete is not held to the current population - a
      *>  window left behind by a renamed or retired plex has to
      *>  be removable
           IF WS-ERROR-TEXT = SPACES
              AND MT-PLEXNAME NOT = SPACES
              AND NOT MT-DELETE
               PERFORM 3530-VALIDATE-PLEXNAME
           END-IF.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE 'I'            TO TC-REQUEST
           MOVE 'MAINTWIN'     TO TC-FILE-ID
           MOVE 'EMSMWMNT'     TO TC-WRITER
           MOVE WS-CD-YYYYMMDD TO TC-CYCLE-DATE
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, MAINT-WINDOW-RECORD
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WINDOW-COUNT
               IF NOT WS-WIN-DELETED(WS-WIN-IDX)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'A' TO TC-REQUEST
                   CALL 'EMSTRLCK' USING TRAILER-CONTROL,
                                         MAINT-WINDOW-RECORD
               END-IF
           END-PERFORM
           MOVE 'B' TO TC-REQUEST
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, MAINT-WINDOW-RECORD
           WRITE MAINT-WINDOW-RECORD
           IF WS-MAINTWIN-STATUS NOT = '00'
               DISPLAY 'EMSMWMNT: MAINTWIN TRAILER WRITE FAILED - '
                       WS-MAINTWIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE MAINTWIN-FILE.

       8000-WRITE-CONFIRM.
           WRITE REPORT-LINE FROM WS-CONFIRM-LINE
               AFTER ADVANCING 1 LINE.

       8400-BUILD-JOURNAL-IMAGE.
      *>  the window at WS-WIN-IDX laid out as its MAINTWIN record,
      *>  the same moves 7000-REWRITE-MAINTWIN makes
           MOVE WS-WIN-TYPE(WS-WIN-IDX)     TO JW-WIN-TYPE
           MOVE WS-WIN-PLEXNAME(WS-WIN-IDX) TO JW-PLEXNAME
           MOVE WS-WIN-DOW(WS-WIN-IDX)      TO JW-DOW
           MOVE WS-WIN-DATE(WS-WIN-IDX)     TO JW-ONE-OFF-DATE
           MOVE WS-WIN-START(WS-WIN-IDX)    TO JW-START-HHMM
           MOVE WS-WIN-END(WS-WIN-IDX)      TO JW-END-HHMM.

       8500-WRITE-JOURNAL.
           MOVE MT-WIN-TYPE   TO WS-JK-WIN-TYPE
           MOVE MT-PLEXNAME   TO WS-JK-PLEXNAME
           EVALUATE TRUE
               WHEN MT-TYPE-ONE-OFF
                   MOVE MT-ONE-OFF-DATE TO WS-JK-DOW-DATE
               WHEN MT-TYPE-HOLIDAY
                   MOVE 'HOLIDAY'       TO WS-JK-DOW-DATE
               WHEN OTHER
                   MOVE MT-DOW          TO WS-JK-DOW-DATE
           END-EVALUATE
           MOVE MT-START-HHMM TO WS-JK-START
           MOVE 'EMSMWMNT'    TO MJ-PROGRAM
           MOVE 'MAINTWIN'    TO MJ-CONTROL-FILE
           MOVE MT-USER       TO MJ-USER
           MOVE WS-JRN-KEY    TO MJ-KEY
           MOVE 'P' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD.

       9000-TERMINATE.
           CLOSE TRAN-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD
           DISPLAY 'EMSMWMNT: ADDED   - ' WS-ADD-COUNT
           DISPLAY 'EMSMWMNT: CHANGED - ' WS-CHANGE-COUNT
           DISPLAY 'EMSMWMNT: DELETED - ' WS-DELETE-COUNT
