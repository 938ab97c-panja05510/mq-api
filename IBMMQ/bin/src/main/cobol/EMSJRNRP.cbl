      *>****************************************************************
      *> PROGRAM:  EMSJRNRP
      *> PURPOSE:  Selective report over the MAINTJRN maintenance
      *>           journal that EMSJRNWT writes for every control-file
      *>           add, change, delete, correction, release, ack and
      *>           resolve the maintenance utilities apply.  Answers
      *>           "who changed this entry, when, and what did it say
      *>           before" when a region alerts with the wrong owner
      *>           or a window stops suppressing the way it used to.
      *>
      *>           Driven by a card file (JRNLTRAN) of queries, one
      *>           per card, the same way EMSHSTQY consumes ARCHTRAN -
      *>           from-date, to-date, user, control file (DESCXREF,
      *>           MAINTWIN, PROCCAL, TUNEPARM, CHGREG, REJPEND,
      *>           ALRTMAST, SLATARG, NAMERULE) and key.  Any selection
      *>           left blank matches every entry; blank dates default
      *>           to the whole journal.  The key selects any entry
      *>           whose journal key contains the card key, so a CSYSNAME
      *>           finds its DESCXREF and ALRTMAST entries alike and
      *>           a plex finds every window defined for it.
      *>
      *>           The journal is scanned front to back per query;
      *>           entries arrive in the order they were applied.
      *>           Each selected entry is listed with its before and
      *>           after images under the query, with a count at the
      *>           end.  Image bytes that will not print - the binary
      *>           MASSTART and DAYLGHTSV fields of the EMASSTRT record
      *>           inside a REJPEND image, for one - are shown as '.'.
      *>           A card that does not validate is declined on the
      *>           report and the run ends RC 4.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSJRNRP.
       AUTHOR. MQ-API-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           CLASS PRINTABLE-CHAR IS ' '
               'A' THRU 'I' 'J' THRU 'R' 'S' THRU 'Z'
               'a' THRU 'i' 'j' THRU 'r' 's' THRU 'z'
               '0' THRU '9'
               '.' ',' ':' ';' '-' '_' '/' '*' '+' '=' '(' ')'
               '<' '>' '&' '#' '@' '$' '%' '?' '!' '|'.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO JRNLTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO MAINTJRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO JRNLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY "journalQryTranCopyBook.cpy".

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 418 CHARACTERS.
       COPY "maintJournalCopyBook.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.

       01  WS-QUERY-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-DECLINED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-SELECTED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-READ-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-SKIP-SW              PIC X VALUE 'N'.
           88  QUERY-SKIPPED              VALUE 'Y'.
       01  WS-SELECT-SW            PIC X VALUE 'N'.
           88  ENTRY-SELECTED             VALUE 'Y'.

       01  WS-FROM-DATE            PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE              PIC 9(8) VALUE ZERO.
       01  WS-KEY-LEN              PIC 9(3) VALUE ZERO.
       01  WS-KEY-TALLY            PIC 9(3) VALUE ZERO.

       01  WS-QUERY-HEADING.
           05  FILLER              PIC X(14) VALUE
               'JOURNAL  FROM='.
           05  WS-QH-FROM          PIC X(8).
           05  FILLER              PIC X(4)  VALUE ' TO='.
           05  WS-QH-TO            PIC X(8).
           05  FILLER              PIC X(6)  VALUE ' USER='.
           05  WS-QH-USER          PIC X(8).
           05  FILLER              PIC X(6)  VALUE ' FILE='.
           05  WS-QH-FILE          PIC X(8).
           05  FILLER              PIC X(5)  VALUE ' KEY='.
           05  WS-QH-KEY           PIC X(32).

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-HH            PIC 99.
           05  FILLER              PIC X(1)  VALUE ':'.
           05  WS-DL-MM            PIC 99.
           05  FILLER              PIC X(1)  VALUE ':'.
           05  WS-DL-SS            PIC 99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-PROGRAM       PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-FILE          PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-ACTION        PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-USER          PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-KEY           PIC X(32).

      *>  the 170-byte images print over two lines of 85
       01  WS-IMAGE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-IL-LABEL         PIC X(7).
           05  WS-IL-TEXT          PIC X(85).
       01  WS-IL-SUB               PIC 9(3) VALUE ZERO.

       01  WS-COUNT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(27) VALUE
               'JOURNAL ENTRIES SELECTED - '.
           05  WS-CL-COUNT         PIC ZZZ,ZZ9.

       01  WS-ERROR-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-EL-TEXT          PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-QUERIES
                   UNTIL WS-TRAN-STATUS = '10'
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'EMSJRNRP: UNABLE TO OPEN JRNLTRAN - '
                       WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'EMSJRNRP: UNABLE TO OPEN JRNLRPT - '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2900-READ-TRAN.

       2000-PROCESS-QUERIES.
           ADD 1 TO WS-QUERY-COUNT
           MOVE 'N' TO WS-SKIP-SW
           PERFORM 2100-WRITE-QUERY-HEADING
           PERFORM 2200-VALIDATE-CARD
           IF NOT QUERY-SKIPPED
               PERFORM 3000-SCAN-JOURNAL
               MOVE WS-SELECTED-COUNT TO WS-CL-COUNT
               WRITE REPORT-LINE FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 2900-READ-TRAN.

       2100-WRITE-QUERY-HEADING.
           MOVE JQ-FROM-DATE    TO WS-QH-FROM
           MOVE JQ-TO-DATE      TO WS-QH-TO
           MOVE JQ-USER         TO WS-QH-USER
           MOVE JQ-CONTROL-FILE TO WS-QH-FILE
           MOVE JQ-KEY          TO WS-QH-KEY
           WRITE REPORT-LINE FROM WS-QUERY-HEADING
               AFTER ADVANCING 2 LINES.

       2200-VALIDATE-CARD.
           MOVE ZERO     TO WS-FROM-DATE
           MOVE 99999999 TO WS-TO-DATE
           MOVE ZERO     TO WS-KEY-LEN
           EVALUATE TRUE
               WHEN JQ-FROM-DATE NOT = SPACES
                AND JQ-FROM-DATE NOT NUMERIC
                   MOVE 'FROM-DATE NOT NUMERIC - QUERY SKIPPED'
                       TO WS-EL-TEXT
                   PERFORM 2800-DECLINE-QUERY
               WHEN JQ-TO-DATE NOT = SPACES
                AND JQ-TO-DATE NOT NUMERIC
                   MOVE 'TO-DATE NOT NUMERIC - QUERY SKIPPED'
                       TO WS-EL-TEXT
                   PERFORM 2800-DECLINE-QUERY
               WHEN OTHER
                   IF JQ-FROM-DATE NOT = SPACES
                       MOVE JQ-FROM-DATE TO WS-FROM-DATE
                   END-IF
                   IF JQ-TO-DATE NOT = SPACES
                       MOVE JQ-TO-DATE TO WS-TO-DATE
                   END-IF
                   IF WS-FROM-DATE > WS-TO-DATE
                       MOVE 'FROM-DATE AFTER TO-DATE - QUERY SKIPPED'
                           TO WS-EL-TEXT
                       PERFORM 2800-DECLINE-QUERY
                   END-IF
           END-EVALUATE
           IF NOT QUERY-SKIPPED
              AND JQ-KEY NOT = SPACES
               PERFORM VARYING WS-KEY-LEN FROM 32 BY -1
                       UNTIL WS-KEY-LEN = 1
                          OR JQ-KEY(WS-KEY-LEN:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
           END-IF.

       2800-DECLINE-QUERY.
           MOVE 'Y' TO WS-SKIP-SW
           ADD 1 TO WS-DECLINED-COUNT
           MOVE 4 TO RETURN-CODE
           WRITE REPORT-LINE FROM WS-ERROR-LINE
               AFTER ADVANCING 1 LINE.

       2900-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE '10' TO WS-TRAN-STATUS
           END-READ.

       3000-SCAN-JOURNAL.
           MOVE ZERO TO WS-SELECTED-COUNT
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
               MOVE 'NO MAINTJRN JOURNAL ALLOCATED' TO WS-EL-TEXT
               WRITE REPORT-LINE FROM WS-ERROR-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'EMSJRNRP: UNABLE TO OPEN MAINTJRN - '
                           WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM UNTIL WS-JOURNAL-STATUS = '10'
                       READ JOURNAL-FILE
                           AT END
                               MOVE '10' TO WS-JOURNAL-STATUS
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM 3100-CHECK-ENTRY
                               IF ENTRY-SELECTED
                                   PERFORM 3200-LIST-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-FILE
                   MOVE SPACES TO WS-JOURNAL-STATUS
               END-IF
           END-IF.

       3100-CHECK-ENTRY.
           MOVE 'Y' TO WS-SELECT-SW
           IF MJ-DATE < WS-FROM-DATE
              OR MJ-DATE > WS-TO-DATE
               MOVE 'N' TO WS-SELECT-SW
           END-IF
           IF JQ-USER NOT = SPACES
              AND MJ-USER NOT = JQ-USER
               MOVE 'N' TO WS-SELECT-SW
           END-IF
           IF JQ-CONTROL-FILE NOT = SPACES
              AND MJ-CONTROL-FILE NOT = JQ-CONTROL-FILE
               MOVE 'N' TO WS-SELECT-SW
           END-IF
           IF ENTRY-SELECTED
              AND WS-KEY-LEN > ZERO
               MOVE ZERO TO WS-KEY-TALLY
               INSPECT MJ-KEY TALLYING WS-KEY-TALLY
                   FOR ALL JQ-KEY(1:WS-KEY-LEN)
               IF WS-KEY-TALLY = ZERO
                   MOVE 'N' TO WS-SELECT-SW
               END-IF
           END-IF.

       3200-LIST-ENTRY.
           ADD 1 TO WS-SELECTED-COUNT
           MOVE MJ-DATE         TO WS-DL-DATE
           MOVE MJ-TIME(1:2)    TO WS-DL-HH
           MOVE MJ-TIME(3:2)    TO WS-DL-MM
           MOVE MJ-TIME(5:2)    TO WS-DL-SS
           MOVE MJ-PROGRAM      TO WS-DL-PROGRAM
           MOVE MJ-CONTROL-FILE TO WS-DL-FILE
           MOVE MJ-ACTION       TO WS-DL-ACTION
           MOVE MJ-USER         TO WS-DL-USER
           MOVE MJ-KEY          TO WS-DL-KEY
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

      *>  an add has no before image and a delete no after image -
      *>  only the side that exists is printed
           IF MJ-BEFORE-IMAGE NOT = SPACES
               MOVE 'BEFORE ' TO WS-IL-LABEL
               MOVE MJ-BEFORE-IMAGE(1:85) TO WS-IL-TEXT
               PERFORM 3300-WRITE-IMAGE-LINE
               MOVE SPACES TO WS-IL-LABEL
               MOVE MJ-BEFORE-IMAGE(86:85) TO WS-IL-TEXT
               PERFORM 3300-WRITE-IMAGE-LINE
           END-IF
           IF MJ-AFTER-IMAGE NOT = SPACES
               MOVE 'AFTER  ' TO WS-IL-LABEL
               MOVE MJ-AFTER-IMAGE(1:85) TO WS-IL-TEXT
               PERFORM 3300-WRITE-IMAGE-LINE
               MOVE SPACES TO WS-IL-LABEL
               MOVE MJ-AFTER-IMAGE(86:85) TO WS-IL-TEXT
               PERFORM 3300-WRITE-IMAGE-LINE
           END-IF.

       3300-WRITE-IMAGE-LINE.
           PERFORM VARYING WS-IL-SUB FROM 1 BY 1 UNTIL WS-IL-SUB > 85
               IF WS-IL-TEXT(WS-IL-SUB:1) IS NOT PRINTABLE-CHAR
                   MOVE '.' TO WS-IL-TEXT(WS-IL-SUB:1)
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-IMAGE-LINE
               AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           CLOSE TRAN-FILE
           CLOSE REPORT-FILE
           DISPLAY 'EMSJRNRP: QUERIES PROCESSED - ' WS-QUERY-COUNT
           DISPLAY 'EMSJRNRP: QUERIES DECLINED - '
                   WS-DECLINED-COUNT.
