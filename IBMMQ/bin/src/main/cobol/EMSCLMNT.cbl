      *>           calendar date or day of week before accepting it.
      *>           Confirmations and the list output go to CALMRPT.
      *>           PROCCAL is rewritten whole at end of job.
      *>
      *>           Every add and delete applied is also put to the
      *>           MAINTJRN maintenance journal through EMSJRNWT with
      *>           the before and after image of the PROCCAL record
      *>           and the user named on the card (CT-USER, columns
      *>           32-39).
      *>
      *>           A CALTRAN card file allocated at the original
      *>           31-byte length must be reallocated at 39 bytes
      *>           before this utility reads it - a short file fails
      *>           the open here with a length mismatch and the run
      *>           stops.  Cards carried over without a user in
      *>           columns 32-39 are still accepted and applied;
      *>           EMSJRNWT journals the change under UNKNOWN so the
      *>           gap shows up on the journal report.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSCLMNT.

       FD  TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 39 CHARACTERS.
       COPY "procCalTranCopyBook.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "maintJournalCopyBook.cpy".
       COPY "procCalCopyBook.cpy"
           REPLACING PROC-CAL-RECORD     BY JRN-CAL-RECORD
                     CL-ENTRY-TYPE       BY JC-ENTRY-TYPE
                     CL-DATED            BY JC-DATED
                     CL-WEEKLY           BY JC-WEEKLY
                     CL-NOPROC-DATE      BY JC-NOPROC-DATE
                     CL-DOW              BY JC-DOW
                     CL-SUNDAY           BY JC-SUNDAY
                     CL-MONDAY           BY JC-MONDAY
                     CL-TUESDAY          BY JC-TUESDAY
                     CL-WEDNESDAY        BY JC-WEDNESDAY
                     CL-THURSDAY         BY JC-THURSDAY
                     CL-FRIDAY           BY JC-FRIDAY
                     CL-SATURDAY         BY JC-SATURDAY
                     CL-DESC             BY JC-DESC.

       01  WS-CALENDAR-STATUS      PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.

       01  WS-ERROR-TEXT           PIC X(45) VALUE SPACES.

       01  WS-JR-REQUEST           PIC X(1) VALUE 'P'.
       01  WS-JRN-KEY.
           05  WS-JK-ENTRY-TYPE    PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-JK-DATE-DOW      PIC X(8).

       01  WS-MATCH-SW             PIC X VALUE 'N'.
           88  ENTRY-MATCHED              VALUE 'Y'.

                   MOVE CT-DESC       TO WS-CAL-DESC(WS-CAL-COUNT)
                   MOVE 'N' TO WS-CAL-DELETED-SW(WS-CAL-COUNT)
                   ADD 1 TO WS-ADD-COUNT
                   SET WS-CAL-IDX TO WS-CAL-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'ADD'          TO MJ-ACTION
                   MOVE SPACES         TO MJ-BEFORE-IMAGE
                   MOVE JRN-CAL-RECORD TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'ADD FAILED - CALENDAR TABLE FULL'
                       TO WS-ERROR-TEXT
               IF ENTRY-MATCHED
                   MOVE 'Y' TO WS-CAL-DELETED-SW(WS-CAL-IDX)
                   ADD 1 TO WS-DELETE-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'DELETE'       TO MJ-ACTION
                   MOVE JRN-CAL-RECORD TO MJ-BEFORE-IMAGE
                   MOVE SPACES         TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'DELETE FAILED - ENTRY NOT ON FILE'
                       TO WS-ERROR-TEXT
           WRITE REPORT-LINE FROM WS-CONFIRM-LINE
               AFTER ADVANCING 1 LINE.

       8400-BUILD-JOURNAL-IMAGE.
      *>  the entry at WS-CAL-IDX laid out as its PROCCAL record, the
      *>  same moves 7000-REWRITE-CALENDAR makes
           MOVE WS-CAL-TYPE(WS-CAL-IDX) TO JC-ENTRY-TYPE
           MOVE WS-CAL-DATE(WS-CAL-IDX) TO JC-NOPROC-DATE
           MOVE WS-CAL-DOW(WS-CAL-IDX)  TO JC-DOW
           MOVE WS-CAL-DESC(WS-CAL-IDX) TO JC-DESC.

       8500-WRITE-JOURNAL.
           MOVE CT-ENTRY-TYPE TO WS-JK-ENTRY-TYPE
           IF CT-TYPE-WEEKLY
               MOVE CT-DOW TO WS-JK-DATE-DOW
           ELSE
               MOVE CT-NOPROC-DATE TO WS-JK-DATE-DOW
           END-IF
           MOVE 'EMSCLMNT'    TO MJ-PROGRAM
           MOVE 'PROCCAL'     TO MJ-CONTROL-FILE
           MOVE CT-USER       TO MJ-USER
           MOVE WS-JRN-KEY    TO MJ-KEY
           MOVE 'P' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD.

       9000-TERMINATE.
           CLOSE TRAN-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD
           DISPLAY 'EMSCLMNT: ADDED   - ' WS-ADD-COUNT
           DISPLAY 'EMSCLMNT: DELETED - ' WS-DELETE-COUNT
           DISPLAY 'EMSCLMNT: ERRORS  - ' WS-ERROR-COUNT
