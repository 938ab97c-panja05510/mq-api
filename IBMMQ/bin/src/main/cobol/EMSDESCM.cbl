      *>           change, delete and keyword-search requests against
      *>           the DESCXREF master.  Results/confirmations go to
      *>           DESCRPT.
      *>
      *>           Every add, change and delete applied is also put
      *>           to the MAINTJRN maintenance journal through
      *>           EMSJRNWT with the before and after image of the
      *>           DESCXREF record and the user named on the card
      *>           (DM-USER, columns 170-177).
      *>
      *>           A DESCTRAN card file allocated at the original
      *>           169-byte length must be reallocated at 177 bytes
      *>           before this utility reads it - a short file fails
      *>           the open here with a length mismatch and the run
      *>           stops.  Cards carried over without a user in
      *>           columns 170-177 are still accepted and applied;
      *>           EMSJRNWT journals the change under UNKNOWN so the
      *>           gap shows up on the journal report.
      *>
      *>           DESCXREF carries a control trailer (EMSTRLCK) under a
      *>           HIGH-VALUES key.  It is verified before the master is
      *>           opened - a damaged master ends the run with
      *>           RETURN-CODE 20 before any card is applied - and the
      *>           verified totals are carried through the adds and
      *>           deletes and written back as the new trailer.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSDESCM.

       FD  TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 177 CHARACTERS.
       COPY "descMaintTranCopyBook.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "maintJournalCopyBook.cpy".
       01  WS-DESCXREF-STATUS      PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.

       01  WS-JR-REQUEST           PIC X(1) VALUE 'P'.

       01  WS-KEYWORD-IDX          PIC 9(1).
       01  WS-MATCH-SW             PIC X VALUE 'N'.
           88  KEYWORD-MATCHED             VALUE 'Y'.
       01  WS-DELETE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-SEARCH-HITS          PIC 9(5) VALUE ZERO.

       COPY "trailerCtlCopyBook.cpy".

       01  WS-CURRENT-DATE-AREA.
           05  WS-CD-YYYYMMDD      PIC 9(8).
           05  FILLER              PIC X(13).

       01  WS-CONFIRM-LINE.
           05  WS-CF-CSYSNAME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
                   UNTIL WS-TRAN-STATUS = '10'
           PERFORM 7000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
      *>  the totals the verify leaves behind are the starting point
      *>  for this run's trailer - zero when the master is new
           MOVE 'V'        TO TC-REQUEST
           MOVE 'DESCXREF' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, DESC-XREF-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSDESCM: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O DESCXREF-FILE
           IF WS-DESCXREF-STATUS = '35'
               CLOSE DESCXREF-FILE
           MOVE DM-CSYSNAME TO WS-CF-CSYSNAME
           IF WS-DESCXREF-STATUS = '00'
               ADD 1 TO WS-ADD-COUNT
               MOVE 'A' TO TC-REQUEST
               CALL 'EMSTRLCK' USING TRAILER-CONTROL, DESC-XREF-RECORD
               MOVE 'ADDED' TO WS-CF-RESULT
               MOVE 'ADD'            TO MJ-ACTION
               MOVE SPACES           TO MJ-BEFORE-IMAGE
               MOVE DESC-XREF-RECORD TO MJ-AFTER-IMAGE
               PERFORM 8500-WRITE-JOURNAL
           ELSE
               MOVE 'ADD FAILED - DUPLICATE OR INVALID CSYSNAME'
                   TO WS-CF-RESULT
           END-READ
           MOVE DM-CSYSNAME TO WS-CF-CSYSNAME
           IF WS-DESCXREF-STATUS = '00'
               MOVE DESC-XREF-RECORD TO MJ-BEFORE-IMAGE
               MOVE DM-LONG-DESC TO DX-LONG-DESC
               MOVE DM-KEYWORDS  TO DX-KEYWORDS
               REWRITE DESC-XREF-RECORD
               IF WS-DESCXREF-STATUS = '00'
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'CHANGED' TO WS-CF-RESULT
                   MOVE 'CHANGE'         TO MJ-ACTION
                   MOVE DESC-XREF-RECORD TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'CHANGE FAILED ON REWRITE'
                       TO WS-CF-RESULT
           END-READ
           MOVE DM-CSYSNAME TO WS-CF-CSYSNAME
           IF WS-DESCXREF-STATUS = '00'
               MOVE DESC-XREF-RECORD TO MJ-BEFORE-IMAGE
               DELETE DESCXREF-FILE
               IF WS-DESCXREF-STATUS = '00'
                   MOVE MJ-BEFORE-IMAGE TO DESC-XREF-RECORD
                   MOVE 'D' TO TC-REQUEST
                   CALL 'EMSTRLCK' USING TRAILER-CONTROL,
                                         DESC-XREF-RECORD
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE 'DELETED' TO WS-CF-RESULT
                   MOVE 'DELETE' TO MJ-ACTION
                   MOVE SPACES   TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'DELETE FAILED' TO WS-CF-RESULT
               END-IF
                   AT END
                       MOVE '10' TO WS-DESCXREF-STATUS
                   NOT AT END
      *>                  the control trailer sorts last on the key
                       IF DESC-XREF-RECORD(1:4) = HIGH-VALUES
                           MOVE '10' TO WS-DESCXREF-STATUS
                       ELSE
                           PERFORM 6100-CHECK-KEYWORD-MATCH
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO WS-DESCXREF-STATUS.
               WRITE REPORT-LINE FROM WS-SEARCH-LINE
           END-IF.

       7000-WRITE-TRAILER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE 'EMSDESCM'     TO TC-WRITER
           MOVE WS-CD-YYYYMMDD TO TC-CYCLE-DATE
           MOVE 'B' TO TC-REQUEST
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, DESC-XREF-RECORD
           WRITE DESC-XREF-RECORD
           IF WS-DESCXREF-STATUS = '22'
               REWRITE DESC-XREF-RECORD
           END-IF
           IF WS-DESCXREF-STATUS NOT = '00'
               DISPLAY 'EMSDESCM: TRAILER WRITE FAILED - '
                       WS-DESCXREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8500-WRITE-JOURNAL.
           MOVE 'EMSDESCM'  TO MJ-PROGRAM
           MOVE 'DESCXREF'  TO MJ-CONTROL-FILE
           MOVE DM-USER     TO MJ-USER
           MOVE DM-CSYSNAME TO MJ-KEY
           MOVE 'P' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD.

       9000-TERMINATE.
           CLOSE DESCXREF-FILE
           CLOSE TRAN-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD
           DISPLAY 'EMSDESCM: ADDED   - ' WS-ADD-COUNT
           DISPLAY 'EMSDESCM: CHANGED - ' WS-CHANGE-COUNT
           DISPLAY 'EMSDESCM: DELETED - ' WS-DELETE-COUNT
