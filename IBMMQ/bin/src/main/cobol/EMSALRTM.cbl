      *>
      *>           The duty analyst acks or resolves an alert by card
      *>           through ACKTRAN, in the style of EMSDESCM's DESCTRAN.
      *>           Acks and resolves keyed at the EMSI terminal
      *>           transaction (EMSINQRY) are queued in the same layout
      *>           to transient data queue EMAK, whose dataset is
      *>           concatenated into ACKTRAN, and are applied here with
      *>           the cards.
      *>           Every ack and resolve applied is also put to the
      *>           MAINTJRN maintenance journal through EMSJRNWT with
      *>           the before and after image of the ALRTMAST record.
      *>           An event arriving for a RESOLVED alert reopens it as
      *>           NEW with a fresh first-seen date.  RESOLVED entries
      *>           are dropped when the master is rewritten at end of
      *>           job, the same way EMSSUSPD drops cleared suspends.
      *>           So that the month-end KPI step (EMSKPIMN) still has
      *>           the acknowledge and resolve timings once the alert
      *>           is gone, an alert's first ack and every resolve are
      *>           also put to the KPICAPT capture file through
      *>           EMSKPIWT with the first-seen, ack and resolve dates.
      *>           ALRTMAST carries a control trailer (EMSTRLCK) that is
      *>           verified before the master is loaded - a damaged
      *>           master ends the run with RETURN-CODE 20 - and is
      *>           written fresh when the master is rewritten.
      *>
      *>           The report (ALRTMRPT) lists open alerts oldest
      *>           first; an alert still unacknowledged after more
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "maintJournalCopyBook.cpy".
       COPY "kpiCaptureCopyBook.cpy".
       COPY "trailerCtlCopyBook.cpy".
       COPY "alertMasterCopyBook.cpy"
           REPLACING ALERT-MASTER-RECORD BY JRN-ALERT-RECORD
                     AM-EVENT-TYPE       BY JA-EVENT-TYPE
                     AM-CSYSNAME         BY JA-CSYSNAME
                     AM-PLEXNAME         BY JA-PLEXNAME
                     AM-SEVERITY         BY JA-SEVERITY
                     AM-STATE            BY JA-STATE
                     AM-STATE-NEW        BY JA-STATE-NEW
                     AM-STATE-ACKED      BY JA-STATE-ACKED
                     AM-STATE-RESOLVED   BY JA-STATE-RESOLVED
                     AM-FIRST-SEEN       BY JA-FIRST-SEEN
                     AM-LAST-SEEN        BY JA-LAST-SEEN
                     AM-REPEAT-COUNT     BY JA-REPEAT-COUNT
                     AM-ACK-USER         BY JA-ACK-USER
                     AM-ACK-DATE         BY JA-ACK-DATE.

       01  WS-EVENT-STATUS         PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS        PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS          PIC XX VALUE SPACES.
           88  TRANS-PRESENT              VALUE 'Y'.

       01  WS-ERROR-TEXT           PIC X(45) VALUE SPACES.

       01  WS-JR-REQUEST           PIC X(1) VALUE 'P'.
       01  WS-KC-REQUEST           PIC X(1) VALUE 'P'.
       01  WS-JRN-KEY.
           05  WS-JK-EVENT-TYPE    PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-JK-CSYSNAME      PIC X(8).
       01  WS-LOOKUP-TYPE          PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-CSYSNAME      PIC X(8) VALUE SPACES.

      *>  the first run of this tracker.  any other open failure stops
      *>  the run: the file is rewritten whole at end of job, and an
      *>  empty table would lose every alert's state and ack trail
           MOVE 'V'        TO TC-REQUEST
           MOVE 'ALRTMAST' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, ALERT-MASTER-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSALRTM: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
              AND WS-MASTER-STATUS NOT = '35'
                       AT END
                           MOVE '10' TO WS-MASTER-STATUS
                       NOT AT END
      *>                  the control trailer is always the last record
                           IF ALERT-MASTER-RECORD(1:4) = HIGH-VALUES
                               MOVE '10' TO WS-MASTER-STATUS
                           ELSE
                               IF WS-ALERT-COUNT < 5000
                                   ADD 1 TO WS-ALERT-COUNT
                                   MOVE AM-EVENT-TYPE TO
                                       WS-AL-EVENT-TYPE(WS-ALERT-COUNT)
                                   MOVE AM-CSYSNAME TO
                                       WS-AL-CSYSNAME(WS-ALERT-COUNT)
                                   MOVE AM-PLEXNAME TO
                                       WS-AL-PLEXNAME(WS-ALERT-COUNT)
                                   MOVE AM-SEVERITY TO
                                       WS-AL-SEVERITY(WS-ALERT-COUNT)
                                   MOVE AM-STATE TO
                                       WS-AL-STATE(WS-ALERT-COUNT)
                                   MOVE AM-FIRST-SEEN TO
                                       WS-AL-FIRST-SEEN(WS-ALERT-COUNT)
                                   MOVE AM-LAST-SEEN TO
                                       WS-AL-LAST-SEEN(WS-ALERT-COUNT)
                                   MOVE AM-REPEAT-COUNT TO
                                       WS-AL-REPEATS(WS-ALERT-COUNT)
                                   MOVE AM-ACK-USER TO
                                       WS-AL-ACK-USER(WS-ALERT-COUNT)
                                   MOVE AM-ACK-DATE TO
                                       WS-AL-ACK-DATE(WS-ALERT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE 'ACK FAILED - USER ID REQUIRED'
                       TO WS-ERROR-TEXT
               WHEN OTHER
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE JRN-ALERT-RECORD TO MJ-BEFORE-IMAGE
      *>          a re-ack of an acked alert moves the ack stamp but
      *>          is not a second time-to-acknowledge
                   IF WS-AL-NEW(WS-AL-IDX)
                       MOVE 'A' TO KC-CAPTURE-TYPE
                       MOVE WS-CYCLE-DATE TO KC-ACK-DATE
                       PERFORM 8600-PUT-CAPTURE
                   END-IF
                   MOVE 'A' TO WS-AL-STATE(WS-AL-IDX)
                   MOVE AT-USER TO WS-AL-ACK-USER(WS-AL-IDX)
                   MOVE WS-CYCLE-DATE TO WS-AL-ACK-DATE(WS-AL-IDX)
                   ADD 1 TO WS-ACKED-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'ACK'            TO MJ-ACTION
                   MOVE JRN-ALERT-RECORD TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
           END-EVALUATE
           IF WS-ERROR-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
                   MOVE 'RESOLVE FAILED - USER ID REQUIRED'
                       TO WS-ERROR-TEXT
               WHEN OTHER
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE JRN-ALERT-RECORD TO MJ-BEFORE-IMAGE
      *>          the ack date is about to be overwritten by the
      *>          resolve - capture it first; zero means the alert
      *>          went from NEW straight to RESOLVED
                   MOVE 'R' TO KC-CAPTURE-TYPE
                   IF WS-AL-ACKED(WS-AL-IDX)
                       MOVE WS-AL-ACK-DATE(WS-AL-IDX) TO KC-ACK-DATE
                   ELSE
                       MOVE ZERO TO KC-ACK-DATE
                   END-IF
                   PERFORM 8600-PUT-CAPTURE
                   MOVE 'R' TO WS-AL-STATE(WS-AL-IDX)
                   MOVE AT-USER TO WS-AL-ACK-USER(WS-AL-IDX)
                   MOVE WS-CYCLE-DATE TO WS-AL-ACK-DATE(WS-AL-IDX)
                   ADD 1 TO WS-RESOLVED-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'RESOLVE'        TO MJ-ACTION
                   MOVE JRN-ALERT-RECORD TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
           END-EVALUATE
           IF WS-ERROR-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'I'           TO TC-REQUEST
           MOVE 'ALRTMAST'    TO TC-FILE-ID
           MOVE 'EMSALRTM'    TO TC-WRITER
           MOVE WS-CYCLE-DATE TO TC-CYCLE-DATE
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, ALERT-MASTER-RECORD
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALERT-COUNT
               IF NOT WS-AL-RESOLVED(WS-AL-IDX)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'A' TO TC-REQUEST
                   CALL 'EMSTRLCK' USING TRAILER-CONTROL,
                                         ALERT-MASTER-RECORD
               END-IF
           END-PERFORM
           MOVE 'B' TO TC-REQUEST
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, ALERT-MASTER-RECORD
           WRITE ALERT-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'EMSALRTM: MASTER TRAILER WRITE FAILED - '
                       WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE MASTER-FILE.

       8000-SET-RETURN-CODE.
               MOVE 4 TO RETURN-CODE
           END-IF.

       8400-BUILD-JOURNAL-IMAGE.
      *>  the alert at WS-AL-IDX laid out as its ALRTMAST record, the
      *>  same moves 7000-REWRITE-MASTER makes
           MOVE WS-AL-EVENT-TYPE(WS-AL-IDX) TO JA-EVENT-TYPE
           MOVE WS-AL-CSYSNAME(WS-AL-IDX)   TO JA-CSYSNAME
           MOVE WS-AL-PLEXNAME(WS-AL-IDX)   TO JA-PLEXNAME
           MOVE WS-AL-SEVERITY(WS-AL-IDX)   TO JA-SEVERITY
           MOVE WS-AL-STATE(WS-AL-IDX)      TO JA-STATE
           MOVE WS-AL-FIRST-SEEN(WS-AL-IDX) TO JA-FIRST-SEEN
           MOVE WS-AL-LAST-SEEN(WS-AL-IDX)  TO JA-LAST-SEEN
           MOVE WS-AL-REPEATS(WS-AL-IDX)    TO JA-REPEAT-COUNT
           MOVE WS-AL-ACK-USER(WS-AL-IDX)   TO JA-ACK-USER
           MOVE WS-AL-ACK-DATE(WS-AL-IDX)   TO JA-ACK-DATE.

       8500-WRITE-JOURNAL.
           MOVE AT-EVENT-TYPE TO WS-JK-EVENT-TYPE
           MOVE AT-CSYSNAME   TO WS-JK-CSYSNAME
           MOVE 'EMSALRTM'    TO MJ-PROGRAM
           MOVE 'ALRTMAST'    TO MJ-CONTROL-FILE
           MOVE AT-USER       TO MJ-USER
           MOVE WS-JRN-KEY    TO MJ-KEY
           MOVE 'P' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD.

       8600-PUT-CAPTURE.
      *>  KC-CAPTURE-TYPE and KC-ACK-DATE are set by the caller; the
      *>  rest comes from the alert at WS-AL-IDX
           MOVE WS-AL-EVENT-TYPE(WS-AL-IDX) TO KC-EVENT-TYPE
           MOVE WS-AL-CSYSNAME(WS-AL-IDX)   TO KC-CSYSNAME
           MOVE WS-AL-PLEXNAME(WS-AL-IDX)   TO KC-PLEXNAME
           MOVE WS-AL-SEVERITY(WS-AL-IDX)   TO KC-SEVERITY
           MOVE WS-AL-FIRST-SEEN(WS-AL-IDX) TO KC-START-DATE
           MOVE WS-CYCLE-DATE               TO KC-END-DATE
           MOVE AT-USER                     TO KC-USER
           MOVE 'P' TO WS-KC-REQUEST
           CALL 'EMSKPIWT' USING WS-KC-REQUEST, KPI-CAPTURE-RECORD.

       9000-TERMINATE.
           IF EVENTS-PRESENT
               CLOSE EVENT-FILE
               CLOSE TRAN-FILE
           END-IF
           CLOSE REPORT-FILE
           MOVE 'C' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD
           MOVE 'C' TO WS-KC-REQUEST
           CALL 'EMSKPIWT' USING WS-KC-REQUEST, KPI-CAPTURE-RECORD
           DISPLAY 'EMSALRTM: EVENTS READ - ' WS-EVENT-COUNT
           DISPLAY 'EMSALRTM: NEW ALERTS - ' WS-NEW-COUNT
           DISPLAY 'EMSALRTM: REPEATED - ' WS-REPEAT-COUNT
