      *>****************************************************************
      *> PROGRAM:  EMSTRLVF
      *> PURPOSE:  Standalone verify and report over the control
      *>           trailers EMSTRLCK keeps on the carried masters -
      *>           SUSPSTAT, ALRTMAST, REJPEND, RSTHIST, SNAPMAST,
      *>           DESCXREF, MAINTWIN, TUNEPARM, SLATARG and
      *>           NAMERULE.
      *>           Operations run it against a generation before
      *>           restoring it, with the generation allocated to the
      *>           master's own DD, so a short or wrong copy is caught
      *>           before the stream reads it rather than by the RC 20
      *>           the next night.
      *>
      *>           Driven by a card file (TRLVTRAN), one file per card,
      *>           in the style of EMSJRNRP: the DD name in columns 1-8
      *>           and the function in 9-16 - VERIFY (or blank) to
      *>           check the file, STAMP to bring a file that has never
      *>           carried a trailer under control by appending one for
      *>           what is on it.  STAMP never touches a file that
      *>           already has a trailer, good or bad - a file whose
      *>           trailer does not match wants the right generation
      *>           restored, not a fresh trailer.  With no TRLVTRAN
      *>           allocated every master is verified.
      *>
      *>           TRLVRPT lists, per file, the outcome, the record
      *>           count and key hash found against the trailer's, and
      *>           the program and cycle date that wrote the trailer.
      *>           The run ends RC 20 if any file failed to verify,
      *>           otherwise RC 4 if a named file was not allocated or
      *>           a card was declined.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSTRLVF.
       AUTHOR. MQ-API-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO TRLVTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO TRLVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY "trailerVfyTranCopyBook.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "trailerCtlCopyBook.cpy".

       01  WS-TRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.

       01  WS-CARDS-SW             PIC X VALUE 'N'.
           88  CARDS-PRESENT              VALUE 'Y'.

       01  WS-TODAY                PIC 9(8) VALUE ZERO.
       01  WS-FILE-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-FAILED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-ABSENT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-STAMPED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-DECLINED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-FL-SUB               PIC 9(2) VALUE ZERO.
       01  WS-RECORD-AREA          PIC X(164) VALUE SPACES.
       01  WS-FUNCTION             PIC X(8) VALUE SPACES.

      *>  the masters under trailer control, for the no-card run
       01  WS-FILE-NAMES-INIT.
           05  FILLER              PIC X(8) VALUE 'SUSPSTAT'.
           05  FILLER              PIC X(8) VALUE 'ALRTMAST'.
           05  FILLER              PIC X(8) VALUE 'REJPEND '.
           05  FILLER              PIC X(8) VALUE 'RSTHIST '.
           05  FILLER              PIC X(8) VALUE 'SNAPMAST'.
           05  FILLER              PIC X(8) VALUE 'DESCXREF'.
           05  FILLER              PIC X(8) VALUE 'MAINTWIN'.
           05  FILLER              PIC X(8) VALUE 'TUNEPARM'.
           05  FILLER              PIC X(8) VALUE 'SLATARG'.
           05  FILLER              PIC X(8) VALUE 'NAMERULE'.
       01  WS-FILE-NAMES REDEFINES WS-FILE-NAMES-INIT.
           05  WS-FILE-NAME        PIC X(8) OCCURS 10 TIMES.

       01  WS-CURRENT-DATE-AREA.
           05  WS-CD-YYYYMMDD      PIC 9(8).
           05  FILLER              PIC X(13).

       01  WS-HEADING-1.
           05  FILLER              PIC X(1)  VALUE '1'.
           05  FILLER              PIC X(48) VALUE
               'EMSTRLVF - MASTER CONTROL TRAILER VERIFICATION'.
           05  FILLER              PIC X(8)  VALUE 'CYCLE - '.
           05  WS-H1-DATE          PIC 9(8).

       01  WS-COLUMN-HEADING-1.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(10) VALUE 'FILE'.
           05  FILLER              PIC X(10) VALUE 'FUNCTION'.
           05  FILLER              PIC X(42) VALUE 'RESULT'.
           05  FILLER              PIC X(12) VALUE 'WRITTEN BY'.
           05  FILLER              PIC X(8)  VALUE 'CYCLE'.

       01  WS-COLUMN-HEADING-2.
           05  FILLER              PIC X(21) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE '   RECORDS'.
           05  FILLER              PIC X(13) VALUE '   TRAILER'.
           05  FILLER              PIC X(13) VALUE '  KEY HASH'.
           05  FILLER              PIC X(13) VALUE '   TRAILER'.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DT-FILE          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-FUNCTION      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-RESULT        PIC X(40).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-WRITER        PIC X(8).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-DT-CYCLE         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-FLAG          PIC X(10).

       01  WS-TOTALS-LINE.
           05  FILLER              PIC X(21) VALUE SPACES.
           05  WS-TT-COUNTED       PIC Z,ZZZ,ZZZ,ZZ9.
           05  WS-TT-TRL-COUNT     PIC Z,ZZZ,ZZZ,ZZ9.
           05  WS-TT-HASH          PIC Z,ZZZ,ZZZ,ZZ9.
           05  WS-TT-TRL-HASH      PIC Z,ZZZ,ZZZ,ZZ9.

       01  WS-ERROR-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EL-FILE          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-EL-TEXT          PIC X(60).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(16) VALUE 'FILES CHECKED: '.
           05  WS-SL-FILES         PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE '   FAILED: '.
           05  WS-SL-FAILED        PIC ZZZZ9.
           05  FILLER              PIC X(18) VALUE '   NOT ALLOCATED: '.
           05  WS-SL-ABSENT        PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE '   STAMPED: '.
           05  WS-SL-STAMPED       PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE '   DECLINED: '.
           05  WS-SL-DECLINED      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF CARDS-PRESENT
               PERFORM 2000-PROCESS-CARDS
                       UNTIL WS-TRAN-STATUS = '10'
           ELSE
               PERFORM VARYING WS-FL-SUB FROM 1 BY 1
                       UNTIL WS-FL-SUB > 10
                   MOVE WS-FILE-NAME(WS-FL-SUB) TO TC-FILE-ID
                   MOVE 'VERIFY' TO WS-FUNCTION
                   PERFORM 3000-CHECK-FILE
               END-PERFORM
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'EMSTRLVF: UNABLE TO OPEN TRLVRPT - '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CD-YYYYMMDD TO WS-TODAY
           MOVE WS-TODAY TO WS-H1-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2
               AFTER ADVANCING 1 LINE

           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = '35'
      *>      no cards - verify every controlled master
               CONTINUE
           ELSE
               IF WS-TRAN-STATUS NOT = '00'
                   DISPLAY 'EMSTRLVF: UNABLE TO OPEN TRLVTRAN - '
                           WS-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE 'Y' TO WS-CARDS-SW
                   PERFORM 2900-READ-TRAN
               END-IF
           END-IF.

       2000-PROCESS-CARDS.
           MOVE TV-FILE-ID TO TC-FILE-ID
           EVALUATE TRUE
               WHEN TV-VERIFY
                   MOVE 'VERIFY' TO WS-FUNCTION
                   PERFORM 3000-CHECK-FILE
               WHEN TV-STAMP
                   MOVE 'STAMP' TO WS-FUNCTION
                   PERFORM 3000-CHECK-FILE
               WHEN OTHER
                   MOVE TV-FILE-ID TO WS-EL-FILE
                   MOVE 'FUNCTION NOT VERIFY OR STAMP - CARD DECLINED'
                       TO WS-EL-TEXT
                   PERFORM 2800-DECLINE-CARD
           END-EVALUATE
           PERFORM 2900-READ-TRAN.

       2800-DECLINE-CARD.
           ADD 1 TO WS-DECLINED-COUNT
           WRITE REPORT-LINE FROM WS-ERROR-LINE
               AFTER ADVANCING 2 LINES.

       2900-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE '10' TO WS-TRAN-STATUS
           END-READ.

      *>****************************************************************
      *> Verify (or stamp) the file on DD TC-FILE-ID and report it
      *>****************************************************************
       3000-CHECK-FILE.
           IF WS-FUNCTION = 'STAMP'
               MOVE 'S' TO TC-REQUEST
           ELSE
               MOVE 'V' TO TC-REQUEST
           END-IF
           MOVE 'EMSTRLVF' TO TC-WRITER
           MOVE WS-TODAY   TO TC-CYCLE-DATE
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, WS-RECORD-AREA

           IF TC-UNKNOWN-FILE
               MOVE TC-FILE-ID TO WS-EL-FILE
               MOVE 'NOT A MASTER UNDER TRAILER CONTROL - CARD DECLINED'
                   TO WS-EL-TEXT
               PERFORM 2800-DECLINE-CARD
           ELSE
               ADD 1 TO WS-FILE-COUNT
               MOVE SPACES          TO WS-DT-FLAG
               MOVE TC-FILE-ID      TO WS-DT-FILE
               MOVE WS-FUNCTION     TO WS-DT-FUNCTION
               MOVE TC-RESULT-TEXT  TO WS-DT-RESULT
               MOVE TC-TRL-WRITER   TO WS-DT-WRITER
               IF TC-TRL-CYCLE-DATE > ZERO
                   MOVE TC-TRL-CYCLE-DATE TO WS-DT-CYCLE
               ELSE
                   MOVE SPACES TO WS-DT-CYCLE
               END-IF
               EVALUATE TRUE
                   WHEN TC-OK
                       IF TC-RESULT-TEXT = 'CONTROL TRAILER STAMPED'
                           ADD 1 TO WS-STAMPED-COUNT
                       END-IF
                   WHEN TC-FILE-ABSENT
                       MOVE 'NOT ALLOCATED' TO WS-DT-RESULT
                       ADD 1 TO WS-ABSENT-COUNT
                   WHEN OTHER
                       MOVE '** FAILED **' TO WS-DT-FLAG
                       ADD 1 TO WS-FAILED-COUNT
               END-EVALUATE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
               IF NOT TC-FILE-ABSENT
                  AND NOT TC-OPEN-FAILED
                   MOVE TC-RECORD-COUNT TO WS-TT-COUNTED
                   MOVE TC-TRL-COUNT    TO WS-TT-TRL-COUNT
                   MOVE TC-HASH-TOTAL   TO WS-TT-HASH
                   MOVE TC-TRL-HASH     TO WS-TT-TRL-HASH
                   WRITE REPORT-LINE FROM WS-TOTALS-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       9000-TERMINATE.
           MOVE WS-FILE-COUNT     TO WS-SL-FILES
           MOVE WS-FAILED-COUNT   TO WS-SL-FAILED
           MOVE WS-ABSENT-COUNT   TO WS-SL-ABSENT
           MOVE WS-STAMPED-COUNT  TO WS-SL-STAMPED
           MOVE WS-DECLINED-COUNT TO WS-SL-DECLINED
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 3 LINES
           IF CARDS-PRESENT
               CLOSE TRAN-FILE
           END-IF
           CLOSE REPORT-FILE

           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                   MOVE 20 TO RETURN-CODE
               WHEN WS-DECLINED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN CARDS-PRESENT AND WS-ABSENT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY 'EMSTRLVF: FILES CHECKED - ' WS-FILE-COUNT
           DISPLAY 'EMSTRLVF: FAILED - ' WS-FAILED-COUNT
           DISPLAY 'EMSTRLVF: NOT ALLOCATED - ' WS-ABSENT-COUNT
           DISPLAY 'EMSTRLVF: STAMPED - ' WS-STAMPED-COUNT
           DISPLAY 'EMSTRLVF: CARDS DECLINED - ' WS-DECLINED-COUNT.
