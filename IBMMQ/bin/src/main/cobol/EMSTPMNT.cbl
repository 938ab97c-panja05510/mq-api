      *>           last-changed stamp.  Confirmations and the list
      *>           output go to TPMNTRPT.  TUNEPARM is rewritten whole
      *>           at end of job.
      *>
      *>           Every add, change and delete applied is also put
      *>           to the MAINTJRN maintenance journal through
      *>           EMSJRNWT with the before and after image of the
      *>           TUNEPARM record and the user named on the card
      *>           (TN-USER, columns 33-40), so a raised threshold
      *>           can be traced to whoever asked for it.
      *>
      *>           A TPTRAN card file allocated at the original
      *>           32-byte length must be reallocated at 40 bytes
      *>           before this utility reads it - a short file fails
      *>           the open here with a length mismatch and the run
      *>           stops.  Cards carried over without a user in
      *>           columns 33-40 are still accepted and applied;
      *>           EMSJRNWT journals the change under UNKNOWN so the
      *>           gap shows up on the journal report.
      *>
      *>           TUNEPARM carries a control trailer (EMSTRLCK) that
      *>           is verified before the parameter table is loaded -
      *>           a damaged file ends the run with RETURN-CODE 20 -
      *>           and is written fresh when the file is rewritten.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSTPMNT.

       FD  TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       COPY "tuneParmTranCopyBook.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "maintJournalCopyBook.cpy".
       COPY "trailerCtlCopyBook.cpy".
       COPY "tuneParmCopyBook.cpy"
           REPLACING TUNE-PARM-RECORD    BY JRN-PARM-RECORD
                     TP-PARM-NAME        BY JT-PARM-NAME
                     TP-PARM-VALUE       BY JT-PARM-VALUE
                     TP-EFFECTIVE-DATE   BY JT-EFFECTIVE-DATE
                     TP-CHANGED-DATE     BY JT-CHANGED-DATE
                     TP-CHANGED-TIME     BY JT-CHANGED-TIME.

       01  WS-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.

       01  WS-ERROR-TEXT           PIC X(45) VALUE SPACES.

       01  WS-JR-REQUEST           PIC X(1) VALUE 'P'.
       01  WS-JRN-KEY.
           05  WS-JK-PARM-NAME     PIC X(16).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-JK-EFF-DATE      PIC X(8).

       01  WS-MATCH-SW             PIC X VALUE 'N'.
           88  ENTRY-MATCHED              VALUE 'Y'.
       01  WS-KNOWN-SW             PIC X VALUE 'N'.
               'RETAIN-DAYS     00000070000999'.
           05  FILLER              PIC X(30) VALUE
               'CKPT-INTERVAL   00000010099999'.
           05  FILLER              PIC X(30) VALUE
               'SLA-RESTART-MINS00000010001440'.
       01  WS-KNOWN-PARM-TABLE REDEFINES WS-KNOWN-PARM-VALUES.
           05  WS-KNOWN-ENTRY OCCURS 5 TIMES
                   INDEXED BY WS-KN-IDX.
               10  WS-KN-NAME      PIC X(16).
               10  WS-KN-MIN       PIC 9(7).
      *>  other open failure stops the run: the file is rewritten
      *>  whole from this table at end of job, and an empty table
      *>  would erase every override and its change history
           MOVE 'V'        TO TC-REQUEST
           MOVE 'TUNEPARM' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, TUNE-PARM-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSTPMNT: ' TC-FILE-ID ' ' TC-RESULT-TEXT
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
                                   MOVE TP-CHANGED-DATE TO
                                       WS-PM-CHG-DATE(WS-PARM-COUNT)
                                   MOVE TP-CHANGED-TIME TO
                                       WS-PM-CHG-TIME(WS-PARM-COUNT)
                                   MOVE 'N' TO
                                       WS-PM-DELETED-SW(WS-PARM-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       WS-PM-CHG-TIME(WS-PARM-COUNT)
                   MOVE 'N' TO WS-PM-DELETED-SW(WS-PARM-COUNT)
                   ADD 1 TO WS-ADD-COUNT
                   SET WS-PM-IDX TO WS-PARM-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'ADD'           TO MJ-ACTION
                   MOVE SPACES          TO MJ-BEFORE-IMAGE
                   MOVE JRN-PARM-RECORD TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'ADD FAILED - PARAMETER TABLE FULL'
                       TO WS-ERROR-TEXT
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3600-MATCH-ENTRY
               IF ENTRY-MATCHED
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE JRN-PARM-RECORD TO MJ-BEFORE-IMAGE
                   MOVE WS-TRAN-VALUE TO WS-PM-VALUE(WS-PM-IDX)
                   MOVE WS-CD-YYYYMMDD TO WS-PM-CHG-DATE(WS-PM-IDX)
                   MOVE WS-CD-HHMMSS TO WS-PM-CHG-TIME(WS-PM-IDX)
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'CHANGE'        TO MJ-ACTION
                   MOVE JRN-PARM-RECORD TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'CHANGE FAILED - ENTRY NOT ON FILE'
                       TO WS-ERROR-TEXT
               IF ENTRY-MATCHED
                   MOVE 'Y' TO WS-PM-DELETED-SW(WS-PM-IDX)
                   ADD 1 TO WS-DELETE-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'DELETE'        TO MJ-ACTION
                   MOVE JRN-PARM-RECORD TO MJ-BEFORE-IMAGE
                   MOVE SPACES          TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'DELETE FAILED - ENTRY NOT ON FILE'
                       TO WS-ERROR-TEXT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'I'            TO TC-REQUEST
           MOVE 'TUNEPARM'     TO TC-FILE-ID
           MOVE 'EMSTPMNT'     TO TC-WRITER
           MOVE WS-CD-YYYYMMDD TO TC-CYCLE-DATE
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, TUNE-PARM-RECORD
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PARM-COUNT
               IF NOT WS-PM-DELETED(WS-PM-IDX)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'A' TO TC-REQUEST
                   CALL 'EMSTRLCK' USING TRAILER-CONTROL,
                                         TUNE-PARM-RECORD
               END-IF
           END-PERFORM
           MOVE 'B' TO TC-REQUEST
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, TUNE-PARM-RECORD
           WRITE TUNE-PARM-RECORD
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'EMSTPMNT: TUNEPARM TRAILER WRITE FAILED - '
                       WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PARM-FILE.

       8000-WRITE-CONFIRM.
           WRITE REPORT-LINE FROM WS-CONFIRM-LINE
               AFTER ADVANCING 1 LINE.

       8400-BUILD-JOURNAL-IMAGE.
      *>  the entry at WS-PM-IDX laid out as its TUNEPARM record, the
      *>  same moves 7000-REWRITE-PARMS makes
           MOVE WS-PM-NAME(WS-PM-IDX)     TO JT-PARM-NAME
           MOVE WS-PM-VALUE(WS-PM-IDX)    TO JT-PARM-VALUE
           MOVE WS-PM-EFF-DATE(WS-PM-IDX) TO JT-EFFECTIVE-DATE
           MOVE WS-PM-CHG-DATE(WS-PM-IDX) TO JT-CHANGED-DATE
           MOVE WS-PM-CHG-TIME(WS-PM-IDX) TO JT-CHANGED-TIME.

       8500-WRITE-JOURNAL.
           MOVE TN-PARM-NAME      TO WS-JK-PARM-NAME
           MOVE TN-EFFECTIVE-DATE TO WS-JK-EFF-DATE
           MOVE 'EMSTPMNT'        TO MJ-PROGRAM
           MOVE 'TUNEPARM'        TO MJ-CONTROL-FILE
           MOVE TN-USER           TO MJ-USER
           MOVE WS-JRN-KEY        TO MJ-KEY
           MOVE 'P' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD.

       9000-TERMINATE.
           CLOSE TRAN-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD
           DISPLAY 'EMSTPMNT: ADDED   - ' WS-ADD-COUNT
           DISPLAY 'EMSTPMNT: CHANGED - ' WS-CHANGE-COUNT
           DISPLAY 'EMSTPMNT: DELETED - ' WS-DELETE-COUNT
