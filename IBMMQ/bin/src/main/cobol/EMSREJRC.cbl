      *>           deem tolerable (DATE and DUPL).  Survivors are
      *>           appended to EMASVALD for the current cycle, and
      *>           every release is confirmed on REJRPT with the user
      *>           who requested it.  Every correction and every
      *>           release is also put to the MAINTJRN maintenance
      *>           journal through EMSJRNWT - a correction with the
      *>           REJPEND record before and after the new value, a
      *>           release with the REJPEND record before and the
      *>           EMASVALD record it became after - so the audit
      *>           trail outlives the print report.
      *>
      *>           Pending rejects older than WS-RETAIN-DAYS age off
      *>           to a report section instead of accumulating
      *>           forever.
      *>
      *>           REJPEND carries a control trailer (EMSTRLCK) that is
      *>           verified before the pending table is loaded - a
      *>           damaged carry file ends the run with RETURN-CODE 20
      *>           - and is written fresh when the file is rewritten.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSREJRC.

       WORKING-STORAGE SECTION.
       COPY "sampleCopyBook.cpy".
       COPY "maintJournalCopyBook.cpy".
       COPY "trailerCtlCopyBook.cpy".
       COPY "rejectPendCopyBook.cpy"
           REPLACING REJECT-PEND-RECORD  BY JRN-PEND-RECORD
                     RP-FIRST-SEEN       BY JP-FIRST-SEEN
                     RP-REASON-CODE      BY JP-REASON-CODE
                     RP-EXTRACT-DATA     BY JP-EXTRACT-DATA.
       01  WS-REJECT-STATUS        PIC XX VALUE SPACES.
       01  WS-PEND-STATUS          PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS          PIC XX VALUE SPACES.

       01  WS-ERROR-TEXT           PIC X(45) VALUE SPACES.

       01  WS-JR-REQUEST           PIC X(1) VALUE 'P'.

       01  WS-MATCH-SW             PIC X VALUE 'N'.
           88  PEND-MATCH-FOUND           VALUE 'Y'.
       01  WS-VALID-FOUND-SW       PIC X VALUE 'N'.
      *>  the run: the file is rewritten whole at end of job, and an
      *>  empty table would lose every pending reject's first-seen
      *>  date
           MOVE 'V'        TO TC-REQUEST
           MOVE 'REJPEND'  TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, REJECT-PEND-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSREJRC: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
              AND WS-PEND-STATUS NOT = '35'
                       AT END
                           MOVE '10' TO WS-PEND-STATUS
                       NOT AT END
      *>                  the control trailer is always the last record
                           IF REJECT-PEND-RECORD(1:4) = HIGH-VALUES
                               MOVE '10' TO WS-PEND-STATUS
                           ELSE
                               IF WS-PEND-COUNT < 1000
                                   ADD 1 TO WS-PEND-COUNT
                                   MOVE RP-EXTRACT-DATA TO EMASSTRT
                                   MOVE CSYSNAME TO
                                       WS-PD-CSYSNAME(WS-PEND-COUNT)
                                   MOVE RP-REASON-CODE TO
                                       WS-PD-REASON(WS-PEND-COUNT)
                                   MOVE RP-FIRST-SEEN TO
                                       WS-PD-FIRST-SEEN(WS-PEND-COUNT)
                                   MOVE RP-EXTRACT-DATA TO
                                       WS-PD-DATA(WS-PEND-COUNT)
                                   MOVE 'P' TO
                                       WS-PD-STATE(WS-PEND-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ERROR-TEXT = SPACES
               MOVE WS-PD-DATA(WS-PD-IDX) TO EMASSTRT
               PERFORM 8400-BUILD-JOURNAL-IMAGE
               MOVE JRN-PEND-RECORD TO MJ-BEFORE-IMAGE
               PERFORM 4200-APPLY-CORRECTION
           END-IF
           IF WS-ERROR-TEXT = SPACES
               PERFORM 4500-RE-EDIT-RECORD
      *>      the after image carries the corrected data and the
      *>      reason it is still rejected for, SPACES if none
               MOVE WS-REASON-CODE  TO JP-REASON-CODE
               MOVE EMASSTRT        TO JP-EXTRACT-DATA
               MOVE 'CORRECT'       TO MJ-ACTION
               MOVE JRN-PEND-RECORD TO MJ-AFTER-IMAGE
               PERFORM 8500-WRITE-JOURNAL
               IF WS-REASON-CODE = SPACES
                   PERFORM 4800-APPEND-TO-VALID
               ELSE
           END-IF
           MOVE 'R' TO WS-PD-STATE(WS-PD-IDX)
           ADD 1 TO WS-RELEASED-COUNT
           MOVE 'RELEASE'       TO MJ-ACTION
           MOVE JRN-PEND-RECORD TO MJ-BEFORE-IMAGE
           MOVE EMASSTRT        TO MJ-AFTER-IMAGE
           PERFORM 8500-WRITE-JOURNAL
      *>  the released region joins the cycle's population so a
      *>  second release of the same CSYSNAME trips the DUPL edit
           IF WS-VALID-COUNT < 5000
                       TO WS-ERROR-TEXT
               WHEN OTHER
                   MOVE WS-PD-DATA(WS-PD-IDX) TO EMASSTRT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   PERFORM 4800-APPEND-TO-VALID
           END-EVALUATE
           IF WS-ERROR-TEXT NOT = SPACES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'I'           TO TC-REQUEST
           MOVE 'REJPEND'     TO TC-FILE-ID
           MOVE 'EMSREJRC'    TO TC-WRITER
           MOVE WS-CYCLE-DATE TO TC-CYCLE-DATE
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, REJECT-PEND-RECORD
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PEND-COUNT
               IF WS-PD-PENDING(WS-PD-IDX)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'A' TO TC-REQUEST
                   CALL 'EMSTRLCK' USING TRAILER-CONTROL,
                                         REJECT-PEND-RECORD
               END-IF
           END-PERFORM
           MOVE 'B' TO TC-REQUEST
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, REJECT-PEND-RECORD
           WRITE REJECT-PEND-RECORD
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'EMSREJRC: REJPEND TRAILER WRITE FAILED - '
                       WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PEND-FILE.

       8000-WRITE-TOTALS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       8400-BUILD-JOURNAL-IMAGE.
      *>  the pending reject at WS-PD-IDX laid out as its REJPEND
      *>  record, the same moves 7000-REWRITE-PENDING makes
           MOVE WS-PD-FIRST-SEEN(WS-PD-IDX) TO JP-FIRST-SEEN
           MOVE WS-PD-REASON(WS-PD-IDX)     TO JP-REASON-CODE
           MOVE WS-PD-DATA(WS-PD-IDX)       TO JP-EXTRACT-DATA.

       8500-WRITE-JOURNAL.
           MOVE 'EMSREJRC'    TO MJ-PROGRAM
           MOVE 'REJPEND'     TO MJ-CONTROL-FILE
           MOVE RT-USER       TO MJ-USER
           MOVE RT-CSYSNAME   TO MJ-KEY
           MOVE 'P' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD.

       9000-TERMINATE.
           CLOSE TRAN-FILE
           CLOSE VALID-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD
           DISPLAY 'EMSREJRC: NEW REJECTS PENDING - '
                   WS-NEW-PEND-COUNT
           DISPLAY 'EMSREJRC: REJECTED AGAIN - ' WS-REPEAT-COUNT
