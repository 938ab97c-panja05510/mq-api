      *>****************************************************************
      *> PROGRAM:  EMSCRMNT
      *> PURPOSE:  Maintain and validate the CHGREG change-record
      *>           register instead of hand-editing it.  EMSRSTRT only
      *>           excuses a restart that falls inside a MAINTWIN
      *>           window and EMSSPCHG logs every spec change without
      *>           saying whether it was approved; the register holds
      *>           the approved changes so EMSCHGRC can tie each
      *>           restart, spec change and new suspend back to its
      *>           change number.
      *>
      *>           Driven by a transaction file (CHGTRAN) of add,
      *>           change, delete and list requests in the style of
      *>           EMSMWMNT's MWTRAN.  An entry is identified by change
      *>           number + scope type + scope name + kind of change:
      *>           scope 'P' names a PLEXNAME and scope 'C' a CSYSNAME,
      *>           and the kind is restart ('R'), spec change ('S') or
      *>           suspend ('U'), so one change number covering
      *>           several plexes or several kinds of work carries one
      *>           entry for each.  Every add/change validates both
      *>           dates and HHMM values, that the window does not end
      *>           before it starts, and the scope name against the
      *>           population on the current EMASSTRT extract.  Change
      *>           replaces the from/to date-time of the matched entry.
      *>           Windows are in UTC, the same clock as MAINTWIN and
      *>           the RSTR alerts.  Confirmations and the list output
      *>           go to CHGMRPT.  CHGREG is rewritten whole at end of
      *>           job.
      *>
      *>           Every add, change and delete applied is also put
      *>           to the MAINTJRN maintenance journal through
      *>           EMSJRNWT with the before and after image of the
      *>           CHGREG record and the user named on the card
      *>           (CH-USER, columns 46-53).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSCRMNT.
       AUTHOR. MQ-API-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMASSTRT-FILE ASSIGN TO EMASSTRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMASSTRT-STATUS.

           SELECT CHGREG-FILE ASSIGN TO CHGREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGREG-STATUS.

           SELECT TRAN-FILE ASSIGN TO CHGTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO CHGMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMASSTRT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       COPY "sampleCopyBook.cpy".

       FD  CHGREG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       COPY "changeRegCopyBook.cpy".

       FD  TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 53 CHARACTERS.
       COPY "changeRegTranCopyBook.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "maintJournalCopyBook.cpy".
       COPY "changeRegCopyBook.cpy"
           REPLACING CHANGE-REG-RECORD   BY JRN-CHANGE-RECORD
                     CR-CHANGE-NO        BY JR-CHANGE-NO
                     CR-SCOPE-TYPE       BY JR-SCOPE-TYPE
                     CR-SCOPE-PLEX       BY JR-SCOPE-PLEX
                     CR-SCOPE-CSYS       BY JR-SCOPE-CSYS
                     CR-SCOPE-NAME       BY JR-SCOPE-NAME
                     CR-CHANGE-KIND      BY JR-CHANGE-KIND
                     CR-KIND-RESTART     BY JR-KIND-RESTART
                     CR-KIND-SPEC        BY JR-KIND-SPEC
                     CR-KIND-SUSPEND     BY JR-KIND-SUSPEND
                     CR-FROM-DATE        BY JR-FROM-DATE
                     CR-FROM-HHMM        BY JR-FROM-HHMM
                     CR-TO-DATE          BY JR-TO-DATE
                     CR-TO-HHMM          BY JR-TO-HHMM.

       01  WS-EMASSTRT-STATUS      PIC XX VALUE SPACES.
       01  WS-CHGREG-STATUS        PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.

       01  WS-ADD-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-DELETE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-ERROR-TEXT           PIC X(45) VALUE SPACES.

       01  WS-JR-REQUEST           PIC X(1) VALUE 'P'.
       01  WS-JRN-KEY.
           05  WS-JK-CHANGE-NO     PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-JK-SCOPE-TYPE    PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-JK-SCOPE-NAME    PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-JK-KIND          PIC X(1).

       01  WS-MATCH-SW             PIC X VALUE 'N'.
           88  ENTRY-MATCHED              VALUE 'Y'.
       01  WS-NAME-FOUND-SW        PIC X VALUE 'N'.
           88  NAME-FOUND                 VALUE 'Y'.

       01  WS-TRAN-DATE            PIC 9(8) VALUE ZERO.
       01  WS-TRAN-DATE-PARTS REDEFINES WS-TRAN-DATE.
           05  WS-TD-YYYY          PIC 9(4).
           05  WS-TD-MONTH         PIC 9(2).
           05  WS-TD-DAY           PIC 9(2).
       01  WS-TRAN-FROM-DATE       PIC 9(8) VALUE ZERO.
       01  WS-TRAN-FROM-HHMM       PIC 9(4) VALUE ZERO.
       01  WS-TRAN-TO-DATE         PIC 9(8) VALUE ZERO.
       01  WS-TRAN-TO-HHMM         PIC 9(4) VALUE ZERO.
       01  WS-HHMM-PARTS.
           05  WS-HP-HH            PIC 9(2).
           05  WS-HP-MM            PIC 9(2).

       01  WS-MONTH-DAY-TABLE.
           05  FILLER              PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAY-TABLE.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).

       01  WS-PLEX-TABLE.
           05  WS-PLEX-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-PLEX-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PLEX-COUNT
                   INDEXED BY WS-PLEX-IDX.
               10  WS-PLEX-NAME    PIC X(8).

       01  WS-CSYS-TABLE.
           05  WS-CSYS-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-CSYS-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-CSYS-COUNT
                   INDEXED BY WS-CSYS-IDX.
               10  WS-CSYS-NAME    PIC X(8).

       01  WS-CHANGE-TABLE.
           05  WS-CG-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-CHANGE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CG-COUNT
                   INDEXED BY WS-CG-IDX.
               10  WS-CG-CHANGE-NO     PIC X(10).
               10  WS-CG-SCOPE-TYPE    PIC X(1).
               10  WS-CG-SCOPE-NAME    PIC X(8).
               10  WS-CG-KIND          PIC X(1).
               10  WS-CG-FROM-DATE     PIC 9(8).
               10  WS-CG-FROM-HHMM     PIC 9(4).
               10  WS-CG-TO-DATE       PIC 9(8).
               10  WS-CG-TO-HHMM       PIC 9(4).
               10  WS-CG-DELETED-SW    PIC X.
                   88  WS-CG-DELETED          VALUE 'Y'.

       01  WS-CONFIRM-LINE.
           05  WS-CF-FUNCTION      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-CHANGE-NO     PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-SCOPE-TYPE    PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-SCOPE-NAME    PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-KIND          PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-FROM-DATE     PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-FROM-HHMM     PIC X(4).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  WS-CF-TO-DATE       PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-TO-HHMM       PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CF-RESULT        PIC X(45).

       01  WS-LIST-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(60) VALUE
               'CHANGE NO   SCOPE NAME     KIND  FROM (UTC)     TO (UTC)'.

       01  WS-LIST-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LS-CHANGE-NO     PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LS-SCOPE-TYPE    PIC X(1).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-LS-SCOPE-NAME    PIC X(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-LS-KIND          PIC X(1).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-LS-FROM-DATE     PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LS-FROM-HHMM     PIC 9(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LS-TO-DATE       PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LS-TO-HHMM       PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
                   UNTIL WS-TRAN-STATUS = '10'
           PERFORM 7000-REWRITE-CHGREG
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-NAME-TABLES
           PERFORM 1200-LOAD-CHANGE-TABLE

           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'EMSCRMNT: UNABLE TO OPEN CHGTRAN - '
                       WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'EMSCRMNT: UNABLE TO OPEN CHGMRPT - '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2100-READ-TRAN.

       1100-LOAD-NAME-TABLES.
           OPEN INPUT EMASSTRT-FILE
           IF WS-EMASSTRT-STATUS NOT = '00'
               DISPLAY 'EMSCRMNT: UNABLE TO OPEN EMASSTRT - '
                       WS-EMASSTRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EMASSTRT-STATUS = '10'
               READ EMASSTRT-FILE
                   AT END
                       MOVE '10' TO WS-EMASSTRT-STATUS
                   NOT AT END
                       PERFORM 1150-NOTE-PLEXNAME
                       IF WS-CSYS-COUNT < 20000
                           ADD 1 TO WS-CSYS-COUNT
                           MOVE CSYSNAME TO WS-CSYS-NAME(WS-CSYS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMASSTRT-FILE.

       1150-NOTE-PLEXNAME.
           MOVE 'N' TO WS-NAME-FOUND-SW
           IF WS-PLEX-COUNT > 0
               SET WS-PLEX-IDX TO 1
               SEARCH WS-PLEX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PLEX-NAME(WS-PLEX-IDX) = PLEXNAME
                       MOVE 'Y' TO WS-NAME-FOUND-SW
               END-SEARCH
           END-IF
           IF NOT NAME-FOUND
              AND WS-PLEX-COUNT < 500
               ADD 1 TO WS-PLEX-COUNT
               MOVE PLEXNAME TO WS-PLEX-NAME(WS-PLEX-COUNT)
           END-IF.

       1200-LOAD-CHANGE-TABLE.
      *>  only a missing CHGREG (status 35) starts an empty table -
      *>  first use on a system with no changes registered yet.  any
      *>  other open failure stops the run, because the file is
      *>  rewritten whole from this table at end of job
           OPEN INPUT CHGREG-FILE
           IF WS-CHGREG-STATUS NOT = '00'
              AND WS-CHGREG-STATUS NOT = '35'
               DISPLAY 'EMSCRMNT: UNABLE TO OPEN CHGREG - '
                       WS-CHGREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CHGREG-STATUS = '00'
               PERFORM UNTIL WS-CHGREG-STATUS = '10'
                   READ CHGREG-FILE
                       AT END
                           MOVE '10' TO WS-CHGREG-STATUS
                       NOT AT END
                           IF WS-CG-COUNT < 2000
                               ADD 1 TO WS-CG-COUNT
                               SET WS-CG-IDX TO WS-CG-COUNT
                               MOVE CR-CHANGE-NO TO
                                   WS-CG-CHANGE-NO(WS-CG-IDX)
                               MOVE CR-SCOPE-TYPE TO
                                   WS-CG-SCOPE-TYPE(WS-CG-IDX)
                               MOVE CR-SCOPE-NAME TO
                                   WS-CG-SCOPE-NAME(WS-CG-IDX)
                               MOVE CR-CHANGE-KIND TO
                                   WS-CG-KIND(WS-CG-IDX)
                               MOVE CR-FROM-DATE TO
                                   WS-CG-FROM-DATE(WS-CG-IDX)
                               MOVE CR-FROM-HHMM TO
                                   WS-CG-FROM-HHMM(WS-CG-IDX)
                               MOVE CR-TO-DATE TO
                                   WS-CG-TO-DATE(WS-CG-IDX)
                               MOVE CR-TO-HHMM TO
                                   WS-CG-TO-HHMM(WS-CG-IDX)
                               MOVE 'N' TO
                                   WS-CG-DELETED-SW(WS-CG-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGREG-FILE
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           MOVE SPACES TO WS-ERROR-TEXT
           EVALUATE TRUE
               WHEN CH-ADD
                   PERFORM 3000-ADD-CHANGE
               WHEN CH-CHANGE
                   PERFORM 4000-CHANGE-CHANGE
               WHEN CH-DELETE
                   PERFORM 5000-DELETE-CHANGE
               WHEN CH-LIST
                   PERFORM 6000-LIST-CHANGES
               WHEN OTHER
                   MOVE 'UNKNOWN FUNCTION CODE - IGNORED'
                       TO WS-ERROR-TEXT
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 8000-WRITE-CONFIRM
           END-EVALUATE
           PERFORM 2100-READ-TRAN.

       2100-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE '10' TO WS-TRAN-STATUS
           END-READ.

       3000-ADD-CHANGE.
           PERFORM 3500-VALIDATE-TRAN
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3700-VALIDATE-WINDOW
           END-IF
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3600-MATCH-CHANGE
               IF ENTRY-MATCHED
                   MOVE 'ADD FAILED - CHANGE ENTRY ALREADY DEFINED'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT = SPACES
               IF WS-CG-COUNT < 2000
                   ADD 1 TO WS-CG-COUNT
                   SET WS-CG-IDX TO WS-CG-COUNT
                   MOVE CH-CHANGE-NO   TO WS-CG-CHANGE-NO(WS-CG-IDX)
                   MOVE CH-SCOPE-TYPE  TO WS-CG-SCOPE-TYPE(WS-CG-IDX)
                   MOVE CH-SCOPE-NAME  TO WS-CG-SCOPE-NAME(WS-CG-IDX)
                   MOVE CH-CHANGE-KIND TO WS-CG-KIND(WS-CG-IDX)
                   PERFORM 3800-STORE-WINDOW
                   MOVE 'N' TO WS-CG-DELETED-SW(WS-CG-IDX)
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'ADD'             TO MJ-ACTION
                   MOVE SPACES            TO MJ-BEFORE-IMAGE
                   MOVE JRN-CHANGE-RECORD TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'ADD FAILED - CHANGE TABLE FULL'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 8000-WRITE-CONFIRM.

       4000-CHANGE-CHANGE.
           PERFORM 3500-VALIDATE-TRAN
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3700-VALIDATE-WINDOW
           END-IF
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3600-MATCH-CHANGE
               IF ENTRY-MATCHED
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE JRN-CHANGE-RECORD TO MJ-BEFORE-IMAGE
                   PERFORM 3800-STORE-WINDOW
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'CHANGE'          TO MJ-ACTION
                   MOVE JRN-CHANGE-RECORD TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'CHANGE FAILED - CHANGE ENTRY NOT ON FILE'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 8000-WRITE-CONFIRM.

       5000-DELETE-CHANGE.
      *>  a delete is matched on the key alone - the window on the
      *>  card is not validated, so a wrongly keyed window can still
      *>  be removed
           PERFORM 3500-VALIDATE-TRAN
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3600-MATCH-CHANGE
               IF ENTRY-MATCHED
                   MOVE 'Y' TO WS-CG-DELETED-SW(WS-CG-IDX)
                   ADD 1 TO WS-DELETE-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'DELETE'          TO MJ-ACTION
                   MOVE JRN-CHANGE-RECORD TO MJ-BEFORE-IMAGE
                   MOVE SPACES            TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'DELETE FAILED - CHANGE ENTRY NOT ON FILE'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 8000-WRITE-CONFIRM.

       3500-VALIDATE-TRAN.
           EVALUATE TRUE
               WHEN CH-CHANGE-NO = SPACES
                   MOVE 'CHANGE NUMBER REQUIRED'
                       TO WS-ERROR-TEXT
               WHEN NOT CH-SCOPE-PLEX AND NOT CH-SCOPE-CSYS
                   MOVE 'INVALID SCOPE TYPE - MUST BE P OR C'
                       TO WS-ERROR-TEXT
               WHEN CH-SCOPE-NAME = SPACES
                   MOVE 'SCOPE NAME REQUIRED'
                       TO WS-ERROR-TEXT
               WHEN NOT CH-KIND-RESTART AND NOT CH-KIND-SPEC
                    AND NOT CH-KIND-SUSPEND
                   MOVE 'INVALID CHANGE KIND - MUST BE R, S OR U'
                       TO WS-ERROR-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ERROR-TEXT = SPACES
              AND NOT CH-DELETE
               PERFORM 3530-VALIDATE-SCOPE-NAME
           END-IF.

       3510-VALIDATE-DATE.
           EVALUATE TRUE
               WHEN WS-TD-YYYY < 1990 OR WS-TD-YYYY > 2099
                   MOVE 'INVALID DATE - YEAR OUT OF RANGE'
                       TO WS-ERROR-TEXT
               WHEN WS-TD-MONTH < 1 OR WS-TD-MONTH > 12
                   MOVE 'INVALID DATE - MONTH OUT OF RANGE'
                       TO WS-ERROR-TEXT
               WHEN WS-TD-DAY < 1
                 OR WS-TD-DAY > WS-DAYS-IN-MONTH(WS-TD-MONTH)
      *>          February 29 is accepted separately below
                   IF WS-TD-MONTH = 2
                      AND WS-TD-DAY = 29
                      AND FUNCTION MOD(WS-TD-YYYY, 4) = 0
                       CONTINUE
                   ELSE
                       MOVE 'INVALID DATE - DAY OUT OF RANGE'
                           TO WS-ERROR-TEXT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3520-VALIDATE-HHMM.
           IF WS-HP-HH > 23 OR WS-HP-MM > 59
               MOVE 'INVALID HHMM - HOURS 00-23 MINUTES 00-59'
                   TO WS-ERROR-TEXT
           END-IF.

       3530-VALIDATE-SCOPE-NAME.
           MOVE 'N' TO WS-NAME-FOUND-SW
           IF CH-SCOPE-PLEX
               IF WS-PLEX-COUNT > 0
                   SET WS-PLEX-IDX TO 1
                   SEARCH WS-PLEX-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-PLEX-NAME(WS-PLEX-IDX) = CH-SCOPE-NAME
                           MOVE 'Y' TO WS-NAME-FOUND-SW
                   END-SEARCH
               END-IF
               IF NOT NAME-FOUND
                   MOVE 'PLEXNAME NOT ON CURRENT EMASSTRT EXTRACT'
                       TO WS-ERROR-TEXT
               END-IF
           ELSE
               IF WS-CSYS-COUNT > 0
                   SET WS-CSYS-IDX TO 1
                   SEARCH WS-CSYS-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-CSYS-NAME(WS-CSYS-IDX) = CH-SCOPE-NAME
                           MOVE 'Y' TO WS-NAME-FOUND-SW
                   END-SEARCH
               END-IF
               IF NOT NAME-FOUND
                   MOVE 'CSYSNAME NOT ON CURRENT EMASSTRT EXTRACT'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF.

       3600-MATCH-CHANGE.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-CG-COUNT > 0
               SET WS-CG-IDX TO 1
               SEARCH WS-CHANGE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CG-CHANGE-NO(WS-CG-IDX) = CH-CHANGE-NO
                      AND WS-CG-SCOPE-TYPE(WS-CG-IDX) = CH-SCOPE-TYPE
                      AND WS-CG-SCOPE-NAME(WS-CG-IDX) = CH-SCOPE-NAME
                      AND WS-CG-KIND(WS-CG-IDX) = CH-CHANGE-KIND
                      AND NOT WS-CG-DELETED(WS-CG-IDX)
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF.

       3700-VALIDATE-WINDOW.
           MOVE ZERO TO WS-TRAN-FROM-DATE
           MOVE ZERO TO WS-TRAN-FROM-HHMM
           MOVE ZERO TO WS-TRAN-TO-DATE
           MOVE ZERO TO WS-TRAN-TO-HHMM
           EVALUATE TRUE
               WHEN CH-FROM-DATE NOT NUMERIC
                 OR CH-TO-DATE NOT NUMERIC
                   MOVE 'INVALID DATE - NOT NUMERIC'
                       TO WS-ERROR-TEXT
               WHEN CH-FROM-HHMM NOT NUMERIC
                 OR CH-TO-HHMM NOT NUMERIC
                   MOVE 'INVALID HHMM - NOT NUMERIC'
                       TO WS-ERROR-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ERROR-TEXT = SPACES
               MOVE CH-FROM-DATE TO WS-TRAN-FROM-DATE
               MOVE WS-TRAN-FROM-DATE TO WS-TRAN-DATE
               PERFORM 3510-VALIDATE-DATE
           END-IF
           IF WS-ERROR-TEXT = SPACES
               MOVE CH-TO-DATE TO WS-TRAN-TO-DATE
               MOVE WS-TRAN-TO-DATE TO WS-TRAN-DATE
               PERFORM 3510-VALIDATE-DATE
           END-IF
           IF WS-ERROR-TEXT = SPACES
               MOVE CH-FROM-HHMM TO WS-TRAN-FROM-HHMM
               MOVE WS-TRAN-FROM-HHMM TO WS-HHMM-PARTS
               PERFORM 3520-VALIDATE-HHMM
           END-IF
           IF WS-ERROR-TEXT = SPACES
               MOVE CH-TO-HHMM TO WS-TRAN-TO-HHMM
               MOVE WS-TRAN-TO-HHMM TO WS-HHMM-PARTS
               PERFORM 3520-VALIDATE-HHMM
           END-IF
           IF WS-ERROR-TEXT = SPACES
               IF WS-TRAN-TO-DATE < WS-TRAN-FROM-DATE
                  OR (WS-TRAN-TO-DATE = WS-TRAN-FROM-DATE
                      AND WS-TRAN-TO-HHMM < WS-TRAN-FROM-HHMM)
                   MOVE 'INVALID WINDOW - ENDS BEFORE IT STARTS'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF.

       3800-STORE-WINDOW.
           MOVE WS-TRAN-FROM-DATE TO WS-CG-FROM-DATE(WS-CG-IDX)
           MOVE WS-TRAN-FROM-HHMM TO WS-CG-FROM-HHMM(WS-CG-IDX)
           MOVE WS-TRAN-TO-DATE   TO WS-CG-TO-DATE(WS-CG-IDX)
           MOVE WS-TRAN-TO-HHMM   TO WS-CG-TO-HHMM(WS-CG-IDX).

       6000-LIST-CHANGES.
           WRITE REPORT-LINE FROM WS-LIST-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-CG-COUNT
               IF NOT WS-CG-DELETED(WS-CG-IDX)
                   MOVE WS-CG-CHANGE-NO(WS-CG-IDX) TO WS-LS-CHANGE-NO
                   MOVE WS-CG-SCOPE-TYPE(WS-CG-IDX)
                       TO WS-LS-SCOPE-TYPE
                   MOVE WS-CG-SCOPE-NAME(WS-CG-IDX)
                       TO WS-LS-SCOPE-NAME
                   MOVE WS-CG-KIND(WS-CG-IDX)      TO WS-LS-KIND
                   MOVE WS-CG-FROM-DATE(WS-CG-IDX) TO WS-LS-FROM-DATE
                   MOVE WS-CG-FROM-HHMM(WS-CG-IDX) TO WS-LS-FROM-HHMM
                   MOVE WS-CG-TO-DATE(WS-CG-IDX)   TO WS-LS-TO-DATE
                   MOVE WS-CG-TO-HHMM(WS-CG-IDX)   TO WS-LS-TO-HHMM
                   WRITE REPORT-LINE FROM WS-LIST-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       7000-REWRITE-CHGREG.
      *>  CHGREG is rewritten whole each run, the way EMSMWMNT
      *>  carries MAINTWIN
           OPEN OUTPUT CHGREG-FILE
           IF WS-CHGREG-STATUS NOT = '00'
               DISPLAY 'EMSCRMNT: UNABLE TO OPEN CHGREG FOR '
                       'REWRITE - ' WS-CHGREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-CG-COUNT
               IF NOT WS-CG-DELETED(WS-CG-IDX)
                   MOVE WS-CG-CHANGE-NO(WS-CG-IDX)  TO CR-CHANGE-NO
                   MOVE WS-CG-SCOPE-TYPE(WS-CG-IDX) TO CR-SCOPE-TYPE
                   MOVE WS-CG-SCOPE-NAME(WS-CG-IDX) TO CR-SCOPE-NAME
                   MOVE WS-CG-KIND(WS-CG-IDX)       TO CR-CHANGE-KIND
                   MOVE WS-CG-FROM-DATE(WS-CG-IDX)  TO CR-FROM-DATE
                   MOVE WS-CG-FROM-HHMM(WS-CG-IDX)  TO CR-FROM-HHMM
                   MOVE WS-CG-TO-DATE(WS-CG-IDX)    TO CR-TO-DATE
                   MOVE WS-CG-TO-HHMM(WS-CG-IDX)    TO CR-TO-HHMM
                   WRITE CHANGE-REG-RECORD
                   IF WS-CHGREG-STATUS NOT = '00'
                       DISPLAY 'EMSCRMNT: CHGREG WRITE FAILED - '
                               WS-CHGREG-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CHGREG-FILE.

       8000-WRITE-CONFIRM.
           MOVE CH-FUNCTION      TO WS-CF-FUNCTION
           MOVE CH-CHANGE-NO     TO WS-CF-CHANGE-NO
           MOVE CH-SCOPE-TYPE    TO WS-CF-SCOPE-TYPE
           MOVE CH-SCOPE-NAME    TO WS-CF-SCOPE-NAME
           MOVE CH-CHANGE-KIND   TO WS-CF-KIND
           MOVE CH-FROM-DATE     TO WS-CF-FROM-DATE
           MOVE CH-FROM-HHMM     TO WS-CF-FROM-HHMM
           MOVE CH-TO-DATE       TO WS-CF-TO-DATE
           MOVE CH-TO-HHMM       TO WS-CF-TO-HHMM
           IF WS-ERROR-TEXT = SPACES
               EVALUATE TRUE
                   WHEN CH-ADD
                       MOVE 'ADDED' TO WS-CF-RESULT
                   WHEN CH-CHANGE
                       MOVE 'CHANGED' TO WS-CF-RESULT
                   WHEN CH-DELETE
                       MOVE 'DELETED' TO WS-CF-RESULT
                   WHEN OTHER
                       MOVE SPACES TO WS-CF-RESULT
               END-EVALUATE
           ELSE
               MOVE WS-ERROR-TEXT TO WS-CF-RESULT
           END-IF
           WRITE REPORT-LINE FROM WS-CONFIRM-LINE
               AFTER ADVANCING 1 LINE.

       8400-BUILD-JOURNAL-IMAGE.
      *>  the entry at WS-CG-IDX laid out as its CHGREG record, the
      *>  same moves 7000-REWRITE-CHGREG makes
           MOVE WS-CG-CHANGE-NO(WS-CG-IDX)  TO JR-CHANGE-NO
           MOVE WS-CG-SCOPE-TYPE(WS-CG-IDX) TO JR-SCOPE-TYPE
           MOVE WS-CG-SCOPE-NAME(WS-CG-IDX) TO JR-SCOPE-NAME
           MOVE WS-CG-KIND(WS-CG-IDX)       TO JR-CHANGE-KIND
           MOVE WS-CG-FROM-DATE(WS-CG-IDX)  TO JR-FROM-DATE
           MOVE WS-CG-FROM-HHMM(WS-CG-IDX)  TO JR-FROM-HHMM
           MOVE WS-CG-TO-DATE(WS-CG-IDX)    TO JR-TO-DATE
           MOVE WS-CG-TO-HHMM(WS-CG-IDX)    TO JR-TO-HHMM.

       8500-WRITE-JOURNAL.
           MOVE CH-CHANGE-NO   TO WS-JK-CHANGE-NO
           MOVE CH-SCOPE-TYPE  TO WS-JK-SCOPE-TYPE
           MOVE CH-SCOPE-NAME  TO WS-JK-SCOPE-NAME
           MOVE CH-CHANGE-KIND TO WS-JK-KIND
           MOVE 'EMSCRMNT'     TO MJ-PROGRAM
           MOVE 'CHGREG'       TO MJ-CONTROL-FILE
           MOVE CH-USER        TO MJ-USER
           MOVE WS-JRN-KEY     TO MJ-KEY
           MOVE 'P' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD.

       9000-TERMINATE.
           CLOSE TRAN-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD
           DISPLAY 'EMSCRMNT: ADDED   - ' WS-ADD-COUNT
           DISPLAY 'EMSCRMNT: CHANGED - ' WS-CHANGE-COUNT
           DISPLAY 'EMSCRMNT: DELETED - ' WS-DELETE-COUNT
           DISPLAY 'EMSCRMNT: ERRORS  - ' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
