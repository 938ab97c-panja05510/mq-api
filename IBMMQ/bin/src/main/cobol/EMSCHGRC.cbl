      *>****************************************************************
      *> PROGRAM:  EMSCHGRC
      *> PURPOSE:  Change-record reconciliation.  Change management
      *>           asks every month for proof that each production
      *>           change had a ticket, and the answer used to be a
      *>           manual cross-check of RESTALRT, SPECAUDT and the
      *>           suspend report against the change tool.  This step
      *>           matches each finding of the cycle against the
      *>           CHGREG change-record register maintained by
      *>           EMSCRMNT:
      *>
      *>             - every RSTR alert on RESTALRT (an unplanned
      *>               restart outside a MAINTWIN window) against the
      *>               restart ('R') entries, by its UTC restart
      *>               date and HH:MM;
      *>             - every SPECAUDT entry written by EMSSPCHG
      *>               against the spec change ('S') entries;
      *>             - every region newly suspended this cycle in
      *>               SUSPSTAT (first seen at SUSPEND today by
      *>               EMSSUSPD) against the suspend ('U') entries.
      *>
      *>           An entry matches when its scope names the finding's
      *>           PLEXNAME (scope 'P') or CSYSNAME (scope 'C') and its
      *>           from/to window covers the finding.  SPECAUDT and
      *>           SUSPSTAT carry no time of day - the change happened
      *>           somewhere between the previous processing day's
      *>           extract and this one - so for those a window that
      *>           is open at any point from the previous processing
      *>           day (per the PROCCAL calendar, through EMSCALCK) to
      *>           the cycle date matches.
      *>
      *>           Each finding prints to CHGRCRPT tagged with the
      *>           change number that covers it.  A finding no entry
      *>           covers is tagged UNAUTHORIZED and raised on the
      *>           EVENTOUT feed through EMSEVWRT as a severity-6 UNAU
      *>           event, and the run ends with RETURN-CODE 4.  A
      *>           missing CHGREG is tolerated - every finding is then
      *>           unauthorized, which is the truth of it.
      *>
      *>           RESTALRT is read back in the WS-ALERT-DETAIL layout
      *>           EMSRSTRT writes, the same way EMSBRIEF reads it, so
      *>           a layout change there must be mirrored here.
      *>
      *>           SUSPSTAT's control trailer (EMSTRLCK) is verified
      *>           before it is read; a damaged file ends the run with
      *>           RETURN-CODE 20.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSCHGRC.
       AUTHOR. MQ-API-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGREG-FILE ASSIGN TO CHGREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGREG-STATUS.

           SELECT RESTALRT-FILE ASSIGN TO RESTALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTALRT-STATUS.

           SELECT SPECAUDT-FILE ASSIGN TO SPECAUDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPECAUDT-STATUS.

           SELECT STATE-FILE ASSIGN TO SUSPSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

           SELECT REPORT-FILE ASSIGN TO CHGRCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGREG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       COPY "changeRegCopyBook.cpy".

       FD  RESTALRT-FILE.
       01  RESTALRT-LINE           PIC X(111).

       FD  SPECAUDT-FILE.
       01  SPECAUDT-LINE           PIC X(80).

       FD  STATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 24 CHARACTERS.
       COPY "suspendStateCopyBook.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "specAuditCopyBook.cpy".
       COPY "alertEventCopyBook.cpy".
       01  WS-CHGREG-STATUS        PIC XX VALUE SPACES.
       01  WS-RESTALRT-STATUS      PIC XX VALUE SPACES.
       01  WS-SPECAUDT-STATUS      PIC XX VALUE SPACES.
       01  WS-STATE-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.

       COPY "trailerCtlCopyBook.cpy".

       01  WS-EV-REQUEST           PIC X(1) VALUE 'P'.

       01  WS-CK-REQUEST           PIC X(1) VALUE 'C'.
       01  WS-CK-FROM-DATE         PIC 9(8) VALUE ZERO.
       01  WS-CK-TO-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CK-RESULT            PIC X(1) VALUE 'N'.

       01  WS-CYCLE-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CYCLE-DAYS           PIC S9(9) VALUE ZERO.
       01  WS-PRIOR-DATE           PIC 9(8) VALUE ZERO.
       01  WS-PRIOR-DAYS           PIC S9(9) VALUE ZERO.
       01  WS-STEP-COUNT           PIC 9(3) VALUE ZERO.

       01  WS-MATCH-SW             PIC X VALUE 'N'.
           88  CHANGE-MATCHED             VALUE 'Y'.

      *>  the finding being matched, whichever input it came from
       01  WS-FINDING.
           05  WS-FN-KIND          PIC X(1).
           05  WS-FN-CSYSNAME      PIC X(8).
           05  WS-FN-PLEXNAME      PIC X(8).
           05  WS-FN-CMASNAME      PIC X(8).
           05  WS-FN-DATE          PIC 9(8).
           05  WS-FN-HH            PIC 9(2).
           05  WS-FN-MM            PIC 9(2).
           05  WS-FN-TIMED-SW      PIC X(1).
               88  WS-FN-TIMED            VALUE 'Y'.
           05  WS-FN-DETAIL        PIC X(40).
       01  WS-FN-STAMP             PIC 9(12) VALUE ZERO.
       01  WS-CG-FROM-STAMP        PIC 9(12) VALUE ZERO.
       01  WS-CG-TO-STAMP          PIC 9(12) VALUE ZERO.

       01  WS-RESTART-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-SPEC-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-SUSPEND-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-MATCHED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-UNAUTH-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-SECTION-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-SECTION-UNAUTH       PIC 9(5) VALUE ZERO.

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

       01  WS-CURRENT-DATE-AREA.
           05  WS-CD-YYYYMMDD      PIC 9(8).
           05  WS-CD-HH            PIC 9(2).
           05  WS-CD-MM            PIC 9(2).
           05  WS-CD-SS            PIC 9(2).
           05  FILLER              PIC X(7).

      *>  RESTALRT line as written by EMSRSTRT WS-ALERT-DETAIL
       01  WS-RESTALRT-DETAIL.
           05  WS-RA-TAG           PIC X(23).
           05  FILLER              PIC X(11).
           05  WS-RA-CSYSNAME      PIC X(8).
           05  FILLER              PIC X(13).
           05  WS-RA-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(11).
           05  WS-RA-DATE          PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-RA-HH            PIC X(2).
           05  FILLER              PIC X(1).
           05  WS-RA-MM            PIC X(2).
           05  FILLER              PIC X(23).

       01  WS-SPEC-TEXT.
           05  WS-SP-TYPE          PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SP-FIELD         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SP-OLD           PIC X(8).
           05  FILLER              PIC X(4)  VALUE ' -> '.
           05  WS-SP-NEW           PIC X(8).

       01  WS-HEADING-1.
           05  FILLER              PIC X(1)  VALUE '1'.
           05  FILLER              PIC X(48) VALUE
               'EMSCHGRC - CHANGE-RECORD RECONCILIATION'.
           05  FILLER              PIC X(8)  VALUE 'CYCLE - '.
           05  WS-H1-DATE          PIC 9(8).

       01  WS-SECTION-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SH-TITLE         PIC X(50).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(10) VALUE 'CSYSNAME'.
           05  FILLER              PIC X(10) VALUE 'PLEXNAME'.
           05  FILLER              PIC X(16) VALUE 'WHEN (UTC)'.
           05  FILLER              PIC X(42) VALUE 'DETAIL'.
           05  FILLER              PIC X(18) VALUE 'CHANGE NO'.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DT-CSYSNAME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DT-TIME          PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-DETAIL        PIC X(40).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-CHANGE-NO     PIC X(18).

       01  WS-DT-TIME-PARTS.
           05  WS-DTP-HH           PIC 9(2).
           05  FILLER              PIC X(1)  VALUE ':'.
           05  WS-DTP-MM           PIC 9(2).

       01  WS-SECTION-TOTAL.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'FINDINGS: '.
           05  WS-ST-COUNT         PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'UNAUTHORIZED: '.
           05  WS-ST-UNAUTH        PIC ZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(17) VALUE 'CHANGES MATCHED: '.
           05  WS-TL-MATCHED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'UNAUTHORIZED: '.
           05  WS-TL-UNAUTH        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-CHANGE-TABLE
           PERFORM 1200-FIND-PRIOR-DAY
           PERFORM 2000-RECONCILE-RESTARTS
           PERFORM 3000-RECONCILE-SPEC-CHANGES
           PERFORM 4000-RECONCILE-SUSPENDS
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'EMSCHGRC: UNABLE TO OPEN CHGRCRPT - '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CD-YYYYMMDD TO WS-CYCLE-DATE
           MOVE WS-CYCLE-DATE  TO WS-H1-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE.

       1100-LOAD-CHANGE-TABLE.
           OPEN INPUT CHGREG-FILE
           IF WS-CHGREG-STATUS = '35'
      *>      no register on this system yet - every finding is
      *>      reported unauthorized
               DISPLAY 'EMSCHGRC: NO CHGREG REGISTER - ALL FINDINGS '
                       'UNAUTHORIZED'
           ELSE
               IF WS-CHGREG-STATUS NOT = '00'
                   DISPLAY 'EMSCHGRC: UNABLE TO OPEN CHGREG - '
                           WS-CHGREG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGREG-FILE
           END-IF.

       1200-FIND-PRIOR-DAY.
      *>  walk back from yesterday over any non-processing days -
      *>  EMSCALCK 'C' answers Y when every day strictly between the
      *>  two dates is non-processing, so while the day before the
      *>  candidate still passes, the candidate itself was a day no
      *>  extract ran and the previous extract is earlier still
           COMPUTE WS-CYCLE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
           COMPUTE WS-PRIOR-DAYS = WS-CYCLE-DAYS - 1
           MOVE 'C' TO WS-CK-REQUEST
           MOVE WS-CYCLE-DATE TO WS-CK-TO-DATE
           MOVE 'Y' TO WS-CK-RESULT
           MOVE ZERO TO WS-STEP-COUNT
           PERFORM UNTIL WS-CK-RESULT NOT = 'Y'
                      OR WS-STEP-COUNT >= 10
               COMPUTE WS-CK-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PRIOR-DAYS - 1)
               CALL 'EMSCALCK' USING WS-CK-REQUEST, WS-CK-FROM-DATE,
                   WS-CK-TO-DATE, WS-CK-RESULT
               IF WS-CK-RESULT = 'Y'
                   SUBTRACT 1 FROM WS-PRIOR-DAYS
               END-IF
               ADD 1 TO WS-STEP-COUNT
           END-PERFORM
           COMPUTE WS-PRIOR-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PRIOR-DAYS).

       2000-RECONCILE-RESTARTS.
           MOVE 'UNPLANNED RESTARTS (RESTALRT)' TO WS-SH-TITLE
           PERFORM 7000-START-SECTION
           OPEN INPUT RESTALRT-FILE
           IF WS-RESTALRT-STATUS NOT = '00'
               DISPLAY 'EMSCHGRC: UNABLE TO OPEN RESTALRT - '
                       WS-RESTALRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RESTALRT-STATUS = '10'
               READ RESTALRT-FILE INTO WS-RESTALRT-DETAIL
                   AT END
                       MOVE '10' TO WS-RESTALRT-STATUS
                   NOT AT END
                       IF WS-RA-TAG(1:9) = 'UNPLANNED'
                          AND WS-RA-DATE IS NUMERIC
                           MOVE 'R'            TO WS-FN-KIND
                           MOVE WS-RA-CSYSNAME TO WS-FN-CSYSNAME
                           MOVE WS-RA-PLEXNAME TO WS-FN-PLEXNAME
                           MOVE SPACES         TO WS-FN-CMASNAME
                           MOVE WS-RA-DATE     TO WS-FN-DATE
                           MOVE WS-RA-HH       TO WS-FN-HH
                           MOVE WS-RA-MM       TO WS-FN-MM
                           MOVE 'Y'            TO WS-FN-TIMED-SW
                           MOVE 'MAS RESTART OUTSIDE MAINT WINDOW'
                               TO WS-FN-DETAIL
                           ADD 1 TO WS-RESTART-COUNT
                           PERFORM 5000-RECONCILE-FINDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTALRT-FILE
           PERFORM 7100-END-SECTION.

       3000-RECONCILE-SPEC-CHANGES.
           MOVE 'SPEC ASSIGNMENT CHANGES (SPECAUDT)' TO WS-SH-TITLE
           PERFORM 7000-START-SECTION
           OPEN INPUT SPECAUDT-FILE
           IF WS-SPECAUDT-STATUS NOT = '00'
               DISPLAY 'EMSCHGRC: UNABLE TO OPEN SPECAUDT - '
                       WS-SPECAUDT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SPECAUDT-STATUS = '10'
               READ SPECAUDT-FILE INTO SPEC-AUDIT-RECORD
                   AT END
                       MOVE '10' TO WS-SPECAUDT-STATUS
                   NOT AT END
                       IF SA-CSYSNAME NOT = SPACES
                           MOVE 'S'            TO WS-FN-KIND
                           MOVE SA-CSYSNAME    TO WS-FN-CSYSNAME
                           MOVE SA-PLEXNAME    TO WS-FN-PLEXNAME
                           MOVE SA-CMASNAME    TO WS-FN-CMASNAME
                           MOVE WS-CYCLE-DATE  TO WS-FN-DATE
                           MOVE ZERO           TO WS-FN-HH
                           MOVE ZERO           TO WS-FN-MM
                           MOVE 'N'            TO WS-FN-TIMED-SW
                           IF SA-FIELD-NAME = SPACES
      *>                      population entries (ADDED/REMOVED)
      *>                      carry no old/new value pair
                               MOVE SA-CHANGE-TYPE TO WS-FN-DETAIL
                           ELSE
                               MOVE SA-CHANGE-TYPE TO WS-SP-TYPE
                               MOVE SA-FIELD-NAME  TO WS-SP-FIELD
                               MOVE SA-OLD-VALUE   TO WS-SP-OLD
                               MOVE SA-NEW-VALUE   TO WS-SP-NEW
                               MOVE WS-SPEC-TEXT   TO WS-FN-DETAIL
                           END-IF
                           ADD 1 TO WS-SPEC-COUNT
                           PERFORM 5000-RECONCILE-FINDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPECAUDT-FILE
           PERFORM 7100-END-SECTION.

       4000-RECONCILE-SUSPENDS.
           MOVE 'REGIONS NEWLY SUSPENDED (SUSPSTAT)' TO WS-SH-TITLE
           PERFORM 7000-START-SECTION
           MOVE 'V'        TO TC-REQUEST
           MOVE 'SUSPSTAT' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, SUSP-STATE-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSCHGRC: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS = '35'
      *>      no suspend state carried yet - nothing newly suspended
               MOVE '10' TO WS-STATE-STATUS
           ELSE
               IF WS-STATE-STATUS NOT = '00'
                   DISPLAY 'EMSCHGRC: UNABLE TO OPEN SUSPSTAT - '
                           WS-STATE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-STATE-STATUS = '10'
                   READ STATE-FILE
                       AT END
                           MOVE '10' TO WS-STATE-STATUS
                       NOT AT END
      *>                  the control trailer is always the last record
                           IF SUSP-STATE-RECORD(1:4) = HIGH-VALUES
                               MOVE '10' TO WS-STATE-STATUS
                           ELSE
                               IF SD-SUSP-DATE = WS-CYCLE-DATE
                                   MOVE 'U'           TO WS-FN-KIND
                                   MOVE SD-CSYSNAME   TO WS-FN-CSYSNAME
                                   MOVE SD-PLEXNAME   TO WS-FN-PLEXNAME
                                   MOVE SPACES        TO WS-FN-CMASNAME
                                   MOVE SD-SUSP-DATE  TO WS-FN-DATE
                                   MOVE ZERO          TO WS-FN-HH
                                   MOVE ZERO          TO WS-FN-MM
                                   MOVE 'N'           TO WS-FN-TIMED-SW
                                   MOVE 'DYNAMIC ROUTING SUSPENDED'
                                       TO WS-FN-DETAIL
                                   ADD 1 TO WS-SUSPEND-COUNT
                                   PERFORM 5000-RECONCILE-FINDING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF
           PERFORM 7100-END-SECTION.

       5000-RECONCILE-FINDING.
           ADD 1 TO WS-SECTION-COUNT
           PERFORM 5100-MATCH-CHANGE
           MOVE WS-FN-CSYSNAME TO WS-DT-CSYSNAME
           MOVE WS-FN-PLEXNAME TO WS-DT-PLEXNAME
           MOVE WS-FN-DATE     TO WS-DT-DATE
           IF WS-FN-TIMED
               MOVE WS-FN-HH TO WS-DTP-HH
               MOVE WS-FN-MM TO WS-DTP-MM
               MOVE WS-DT-TIME-PARTS TO WS-DT-TIME
           ELSE
               MOVE SPACES TO WS-DT-TIME
           END-IF
           MOVE WS-FN-DETAIL TO WS-DT-DETAIL
           IF CHANGE-MATCHED
               MOVE WS-CG-CHANGE-NO(WS-CG-IDX) TO WS-DT-CHANGE-NO
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               MOVE '** UNAUTHORIZED **' TO WS-DT-CHANGE-NO
               ADD 1 TO WS-UNAUTH-COUNT
               ADD 1 TO WS-SECTION-UNAUTH
               PERFORM 6000-PUT-EVENT
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       5100-MATCH-CHANGE.
      *>  the first entry of the right kind whose scope names the
      *>  finding and whose window covers it - a second ticket for
      *>  the same scope later in the register is still found when
      *>  an earlier one's window does not reach
           MOVE 'N' TO WS-MATCH-SW
           COMPUTE WS-FN-STAMP = (WS-FN-DATE * 10000)
                               + (WS-FN-HH * 100) + WS-FN-MM
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-CG-COUNT OR CHANGE-MATCHED
               IF WS-CG-KIND(WS-CG-IDX) = WS-FN-KIND
                  AND ((WS-CG-SCOPE-TYPE(WS-CG-IDX) = 'P'
                        AND WS-CG-SCOPE-NAME(WS-CG-IDX)
                            = WS-FN-PLEXNAME)
                    OR (WS-CG-SCOPE-TYPE(WS-CG-IDX) = 'C'
                        AND WS-CG-SCOPE-NAME(WS-CG-IDX)
                            = WS-FN-CSYSNAME))
                   PERFORM 5200-TEST-WINDOW
               END-IF
           END-PERFORM
      *>  the VARYING steps past the matched entry before the
      *>  UNTIL is tested again
           IF CHANGE-MATCHED
               SET WS-CG-IDX DOWN BY 1
           END-IF.

       5200-TEST-WINDOW.
           IF WS-FN-TIMED
               COMPUTE WS-CG-FROM-STAMP =
                   (WS-CG-FROM-DATE(WS-CG-IDX) * 10000)
                   + WS-CG-FROM-HHMM(WS-CG-IDX)
               COMPUTE WS-CG-TO-STAMP =
                   (WS-CG-TO-DATE(WS-CG-IDX) * 10000)
                   + WS-CG-TO-HHMM(WS-CG-IDX)
               IF WS-FN-STAMP >= WS-CG-FROM-STAMP
                  AND WS-FN-STAMP <= WS-CG-TO-STAMP
                   MOVE 'Y' TO WS-MATCH-SW
               END-IF
           ELSE
               IF WS-CG-FROM-DATE(WS-CG-IDX) <= WS-FN-DATE
                  AND WS-CG-TO-DATE(WS-CG-IDX) >= WS-PRIOR-DATE
                   MOVE 'Y' TO WS-MATCH-SW
               END-IF
           END-IF.

       6000-PUT-EVENT.
           MOVE SPACES          TO ALERT-EVENT-RECORD
           MOVE 'UNAU'          TO EV-EVENT-TYPE
           MOVE '6'             TO EV-SEVERITY
           IF WS-FN-TIMED
               MOVE WS-FN-DATE  TO EV-UTC-DATE
               MOVE WS-FN-HH    TO EV-UTC-HH
               MOVE WS-FN-MM    TO EV-UTC-MM
               MOVE ZERO        TO EV-UTC-SS
           ELSE
               MOVE WS-CD-YYYYMMDD TO EV-UTC-DATE
               MOVE WS-CD-HH    TO EV-UTC-HH
               MOVE WS-CD-MM    TO EV-UTC-MM
               MOVE WS-CD-SS    TO EV-UTC-SS
           END-IF
           MOVE WS-FN-CMASNAME  TO EV-CMASNAME
           MOVE WS-FN-PLEXNAME  TO EV-PLEXNAME
           MOVE WS-FN-CSYSNAME  TO EV-CSYSNAME
           EVALUATE WS-FN-KIND
               WHEN 'R'
                   MOVE 'UNAUTHORIZED RESTART - NO CHANGE RECORD'
                       TO EV-SHORT-TEXT
               WHEN 'S'
                   MOVE 'UNAUTHORIZED SPEC CHANGE - NO CHANGE REC'
                       TO EV-SHORT-TEXT
               WHEN OTHER
                   MOVE 'UNAUTHORIZED SUSPEND - NO CHANGE RECORD'
                       TO EV-SHORT-TEXT
           END-EVALUATE
           MOVE 'P' TO WS-EV-REQUEST
           CALL 'EMSEVWRT' USING WS-EV-REQUEST, ALERT-EVENT-RECORD.

       7000-START-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE ZERO TO WS-SECTION-UNAUTH
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.

       7100-END-SECTION.
           MOVE WS-SECTION-COUNT  TO WS-ST-COUNT
           MOVE WS-SECTION-UNAUTH TO WS-ST-UNAUTH
           WRITE REPORT-LINE FROM WS-SECTION-TOTAL
               AFTER ADVANCING 2 LINES.

       8000-WRITE-TOTALS.
           MOVE WS-MATCHED-COUNT TO WS-TL-MATCHED
           MOVE WS-UNAUTH-COUNT  TO WS-TL-UNAUTH
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           MOVE 'C' TO WS-EV-REQUEST
           CALL 'EMSEVWRT' USING WS-EV-REQUEST, ALERT-EVENT-RECORD
           DISPLAY 'EMSCHGRC: PRIOR PROCESSING DAY - ' WS-PRIOR-DATE
           DISPLAY 'EMSCHGRC: RESTARTS CHECKED - ' WS-RESTART-COUNT
           DISPLAY 'EMSCHGRC: SPEC CHANGES CHECKED - ' WS-SPEC-COUNT
           DISPLAY 'EMSCHGRC: NEW SUSPENDS CHECKED - '
                   WS-SUSPEND-COUNT
           DISPLAY 'EMSCHGRC: MATCHED TO A CHANGE - ' WS-MATCHED-COUNT
           DISPLAY 'EMSCHGRC: UNAUTHORIZED - ' WS-UNAUTH-COUNT
           IF WS-UNAUTH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
