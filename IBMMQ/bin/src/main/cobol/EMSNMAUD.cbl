      *>****************************************************************
      *> PROGRAM:  EMSNMAUD
      *> PURPOSE:  Naming-standard and identifier-uniqueness audit of
      *>           the EMASVALD validated extract.  The naming
      *>           standard has only ever lived in people's heads;
      *>           regions that break it, and two regions answering to
      *>           the same APPLID, surface only when EMSAPLIX or an
      *>           MQ trigger resolves to the wrong region.
      *>
      *>           Every region's CSYSNAME, JOBNAME and CSYSAPPL is
      *>           checked against the position masks on NAMERULE
      *>           (maintained by EMSNRMNT, which documents the mask
      *>           characters).  For each field the most specific set
      *>           of rules that applies to the region is used:
      *>             1. rules for its PLEXNAME and DYNTYPE
      *>             2. rules for its PLEXNAME, any DYNTYPE
      *>             3. estate rules for its DYNTYPE
      *>             4. estate rules for any DYNTYPE
      *>           so a plex with its own standard is not also held to
      *>           the estate one.  Several rules at the same level are
      *>           alternatives - the value must fit one of them.  A
      *>           miss is reported at the highest severity among
      *>           those rules, with the mask and description of the
      *>           first.  With no NAMERULE file the naming check is
      *>           skipped and the report says so.
      *>
      *>           Two uniqueness checks follow, off a sort of the
      *>           extract: a CSYSAPPL carried by more than one region
      *>           anywhere in the estate, and a SYSID carried by more
      *>           than one region on the same MVSNAME.  Every region
      *>           in such a group is reported, with one of the others
      *>           and the size of the group.  Blank values are not
      *>           compared.
      *>
      *>           Findings are reported grouped by PLEXNAME, by
      *>           CSYSNAME within plex, with error and warning counts
      *>           per plex; plexes with nothing to report are only
      *>           counted.  The RETURN-CODE is graded for the
      *>           scheduler in the EMSCECXP manner - 8 for any naming
      *>           error or duplicate identifier, 4 for naming
      *>           warnings only, 0 for a clean estate.  NAMERULE's
      *>           control trailer (EMSTRLCK) is verified first; a
      *>           damaged file ends the run with RETURN-CODE 20.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSNMAUD.
       AUTHOR. MQ-API-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALID-FILE ASSIGN TO EMASVALD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.

           SELECT NAMERULE-FILE ASSIGN TO NAMERULE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAMERULE-STATUS.

           SELECT SORT-WORK-D ASSIGN TO SORTWK1.
           SELECT SORT-WORK-R ASSIGN TO SORTWK2.

           SELECT REPORT-FILE ASSIGN TO NMAUDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VALID-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       COPY "sampleCopyBook.cpy".

       FD  NAMERULE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 74 CHARACTERS.
       COPY "nameRuleCopyBook.cpy".

      *>  identifier values for the uniqueness checks - type A is a
      *>  CSYSAPPL, type S a SYSID qualified by its MVSNAME
       SD  SORT-WORK-D
           RECORD CONTAINS 29 CHARACTERS.
       01  SW-D-RECORD.
           05  SW-D-TYPE           PIC X(1).
           05  SW-D-VALUE.
               10  SW-D-MVSNAME    PIC X(4).
               10  SW-D-IDENT      PIC X(8).
           05  SW-D-CSYSNAME       PIC X(8).
           05  SW-D-PLEXNAME       PIC X(8).

       SD  SORT-WORK-R
           RECORD CONTAINS 43 CHARACTERS.
       01  SW-R-RECORD.
           05  SW-R-PLEXNAME       PIC X(8).
           05  SW-R-CSYSNAME       PIC X(8).
           05  SW-R-DYNTYPE        PIC X(3).
           05  SW-R-JOBNAME        PIC X(8).
           05  SW-R-CSYSAPPL       PIC X(8).
           05  SW-R-SYSID          PIC X(4).
           05  SW-R-MVSNAME        PIC X(4).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "trailerCtlCopyBook.cpy".

       01  WS-VALID-STATUS         PIC XX VALUE SPACES.
       01  WS-NAMERULE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  END-OF-SORT                VALUE 'Y'.
       01  WS-RULES-SW             PIC X VALUE 'N'.
           88  RULES-LOADED               VALUE 'Y'.

       01  WS-TOTAL-RECS           PIC 9(7) VALUE ZERO.
       01  WS-NAME-ERROR-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-NAME-WARN-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-DUP-APPL-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-DUP-SYSID-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-PLEX-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-CLEAN-PLEX-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-PLEX-ERRORS          PIC 9(5) VALUE ZERO.
       01  WS-PLEX-WARNINGS        PIC 9(5) VALUE ZERO.
       01  WS-WORST-RC             PIC 9(2) VALUE ZERO.

       01  WS-BREAK-KEYS.
           05  WS-PREV-PLEXNAME    PIC X(8) VALUE SPACES.
           05  WS-FIRST-RECORD     PIC X VALUE 'Y'.
               88  IS-FIRST-RECORD        VALUE 'Y'.
       01  WS-PLEX-HDR-SW          PIC X VALUE 'N'.
           88  PLEX-HDR-WRITTEN           VALUE 'Y'.

       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-RULE-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-RULE-COUNT
                   INDEXED BY WS-RL-IDX.
               10  WS-RL-PLEXNAME  PIC X(8).
               10  WS-RL-DYNTYPE   PIC X(3).
               10  WS-RL-FIELD     PIC X(8).
               10  WS-RL-MASK      PIC X(8).
               10  WS-RL-SEVERITY  PIC X(1).
               10  WS-RL-DESC      PIC X(30).

      *>  per precedence level, for the field being checked: how many
      *>  rules apply, how many the value fits, the worst severity and
      *>  the first rule seen
       01  WS-LEVEL-TABLE.
           05  WS-LEVEL-ENTRY OCCURS 4 TIMES.
               10  WS-LV-RULES     PIC 9(4).
               10  WS-LV-FITS      PIC 9(4).
               10  WS-LV-SEVERITY  PIC X(1).
               10  WS-LV-FIRST     PIC 9(4).
       01  WS-LV-SUB               PIC 9(1) VALUE ZERO.
       01  WS-WIN-SUB              PIC 9(1) VALUE ZERO.
       01  WS-FIRST-SUB            PIC 9(4) VALUE ZERO.

       01  WS-CHECK-FIELD          PIC X(8) VALUE SPACES.
       01  WS-CHECK-VALUE          PIC X(8) VALUE SPACES.
       01  WS-CHECK-MASK           PIC X(8) VALUE SPACES.
       01  WS-POS                  PIC 9(2) VALUE ZERO.
       01  WS-MASK-CHAR            PIC X(1) VALUE SPACE.
       01  WS-VALUE-CHAR           PIC X(1) VALUE SPACE.
       01  WS-FIT-SW               PIC X VALUE 'Y'.
           88  MASK-FITS                  VALUE 'Y'.

      *>  members of the identifier group being read off SORT-WORK-D
       01  WS-GROUP-KEY.
           05  WS-GK-TYPE          PIC X(1)  VALUE SPACES.
           05  WS-GK-VALUE         PIC X(12) VALUE SPACES.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-GROUP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-GR-IDX.
               10  WS-GR-CSYSNAME  PIC X(8).
       01  WS-GROUP-KEPT           PIC 9(3) VALUE ZERO.

      *>  one entry per region found sharing an identifier, looked up
      *>  by CSYSNAME as the plex pass reaches the region
       01  WS-DUP-TABLE.
           05  WS-DUP-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-DUP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-DUP-COUNT
                   INDEXED BY WS-DP-IDX.
               10  WS-DP-CSYSNAME  PIC X(8).
               10  WS-DP-TYPE      PIC X(1).
               10  WS-DP-VALUE.
                   15  WS-DP-MVSNAME   PIC X(4).
                   15  WS-DP-IDENT     PIC X(8).
               10  WS-DP-OTHER     PIC X(8).
               10  WS-DP-MEMBERS   PIC 9(5).
       01  WS-DUP-FOUND-SW         PIC X VALUE 'N'.
           88  DUP-FOUND                  VALUE 'Y'.
       01  WS-LOOKUP-TYPE          PIC X(1) VALUE SPACE.

       01  WS-HEADING-1.
           05  FILLER              PIC X(1)  VALUE '1'.
           05  FILLER              PIC X(50) VALUE
               'EMSNMAUD - NAMING STANDARD AND UNIQUENESS AUDIT'.

       01  WS-NO-RULES-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(50) VALUE
               'NO NAMERULE FILE - NAMING STANDARD NOT CHECKED'.

       01  WS-PLEX-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(11) VALUE 'PLEXNAME - '.
           05  WS-PH-PLEXNAME      PIC X(8).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(40) VALUE
               'SEVERITY CSYSNAME  TYP  FINDING'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(40) VALUE
               'FIELD     VALUE         MASK      DETAIL'.

       01  WS-FINDING-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-FL-SEVERITY      PIC X(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-FL-CSYSNAME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-FL-DYNTYPE       PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-FL-FINDING       PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-FL-FIELD         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-FL-VALUE         PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-FL-MASK          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-FL-DETAIL        PIC X(40).

       01  WS-SYSID-VALUE.
           05  WS-SV-SYSID         PIC X(4).
           05  FILLER              PIC X(4)  VALUE ' ON '.
           05  WS-SV-MVSNAME       PIC X(4).

       01  WS-DUP-DETAIL.
           05  FILLER              PIC X(8)  VALUE 'ALSO ON '.
           05  WS-DD-OTHER         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DD-MEMBERS       PIC ZZZZ9.
           05  FILLER              PIC X(17) VALUE
               ' REGIONS IN GROUP'.

       01  WS-PLEX-TOTAL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'PLEX ERRORS: '.
           05  WS-PT-ERRORS        PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE '  WARNINGS:  '.
           05  WS-PT-WARNINGS      PIC ZZZZ9.

       01  WS-TOTAL-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(12) VALUE 'AUDIT TOTALS'.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-TL-LABEL         PIC X(32).
           05  WS-TL-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-RULES
           PERFORM 2000-FIND-DUPLICATES
           PERFORM 3000-AUDIT-REGIONS
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'EMSNMAUD: UNABLE TO OPEN NMAUDRPT - '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-1.

       1100-LOAD-RULES.
           MOVE 'V'        TO TC-REQUEST
           MOVE 'NAMERULE' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, NAME-RULE-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSNMAUD: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT NAMERULE-FILE
           IF WS-NAMERULE-STATUS = '35'
               DISPLAY 'EMSNMAUD: NO NAMERULE FILE - NAMING '
                       'STANDARD NOT CHECKED'
               WRITE REPORT-LINE FROM WS-NO-RULES-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               IF WS-NAMERULE-STATUS NOT = '00'
                   DISPLAY 'EMSNMAUD: UNABLE TO OPEN NAMERULE - '
                           WS-NAMERULE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE 'Y' TO WS-RULES-SW
                   PERFORM UNTIL WS-NAMERULE-STATUS = '10'
                       READ NAMERULE-FILE
                           AT END
                               MOVE '10' TO WS-NAMERULE-STATUS
                           NOT AT END
      *>                      the control trailer is always the last record
                               IF NAME-RULE-RECORD(1:4) = HIGH-VALUES
                                   MOVE '10' TO WS-NAMERULE-STATUS
                               ELSE
                                   PERFORM 1150-NOTE-RULE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NAMERULE-FILE
               END-IF
           END-IF.

       1150-NOTE-RULE.
           IF WS-RULE-COUNT < 1000
               ADD 1 TO WS-RULE-COUNT
               SET WS-RL-IDX TO WS-RULE-COUNT
               MOVE NR-PLEXNAME TO WS-RL-PLEXNAME(WS-RL-IDX)
               MOVE NR-DYNTYPE  TO WS-RL-DYNTYPE(WS-RL-IDX)
               MOVE NR-FIELD    TO WS-RL-FIELD(WS-RL-IDX)
               MOVE NR-MASK     TO WS-RL-MASK(WS-RL-IDX)
               MOVE NR-SEVERITY TO WS-RL-SEVERITY(WS-RL-IDX)
               MOVE NR-DESC     TO WS-RL-DESC(WS-RL-IDX)
           END-IF.

      *>****************************************************************
      *> UNIQUENESS - identifier groups off the first sort
      *>****************************************************************
       2000-FIND-DUPLICATES.
           SORT SORT-WORK-D
               ON ASCENDING KEY SW-D-TYPE
               ON ASCENDING KEY SW-D-VALUE
               ON ASCENDING KEY SW-D-CSYSNAME
               INPUT PROCEDURE IS 2100-RELEASE-IDENTIFIERS
               OUTPUT PROCEDURE IS 2200-GROUP-IDENTIFIERS.

       2100-RELEASE-IDENTIFIERS.
           OPEN INPUT VALID-FILE
           IF WS-VALID-STATUS NOT = '00'
               DISPLAY 'EMSNMAUD: UNABLE TO OPEN EMASVALD - '
                       WS-VALID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-VALID-STATUS = '10'
               READ VALID-FILE
                   AT END
                       MOVE '10' TO WS-VALID-STATUS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-RECS
                       MOVE CSYSNAME TO SW-D-CSYSNAME
                       MOVE PLEXNAME TO SW-D-PLEXNAME
                       IF CSYSAPPL NOT = SPACES
                           MOVE 'A'      TO SW-D-TYPE
                           MOVE SPACES   TO SW-D-MVSNAME
                           MOVE CSYSAPPL TO SW-D-IDENT
                           RELEASE SW-D-RECORD
                       END-IF
                       IF SYSID NOT = SPACES
                           MOVE 'S'      TO SW-D-TYPE
                           MOVE MVSNAME  TO SW-D-MVSNAME
                           MOVE SYSID    TO SW-D-IDENT
                           RELEASE SW-D-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALID-FILE
           MOVE SPACES TO WS-VALID-STATUS.

       2200-GROUP-IDENTIFIERS.
           MOVE 'N' TO WS-EOF-SW
           MOVE ZERO TO WS-GROUP-COUNT
           RETURN SORT-WORK-D
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               IF WS-GROUP-COUNT > 0
                  AND (SW-D-TYPE NOT = WS-GK-TYPE
                       OR SW-D-VALUE NOT = WS-GK-VALUE)
                   PERFORM 2300-CLOSE-GROUP
               END-IF
               IF WS-GROUP-COUNT = 0
                   MOVE SW-D-TYPE  TO WS-GK-TYPE
                   MOVE SW-D-VALUE TO WS-GK-VALUE
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               IF WS-GROUP-COUNT NOT > 200
                   MOVE SW-D-CSYSNAME
                       TO WS-GR-CSYSNAME(WS-GROUP-COUNT)
               END-IF
               RETURN SORT-WORK-D
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
               END-RETURN
           END-PERFORM
           IF WS-GROUP-COUNT > 0
               PERFORM 2300-CLOSE-GROUP
           END-IF.

       2300-CLOSE-GROUP.
      *>  a group of one is the normal case.  each member of a larger
      *>  group is noted with the first other member as its partner
           IF WS-GROUP-COUNT > 1
               IF WS-GROUP-COUNT > 200
                   MOVE 200 TO WS-GROUP-KEPT
               ELSE
                   MOVE WS-GROUP-COUNT TO WS-GROUP-KEPT
               END-IF
               PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                       UNTIL WS-GR-IDX > WS-GROUP-KEPT
                   IF WS-DUP-COUNT < 5000
                       ADD 1 TO WS-DUP-COUNT
                       SET WS-DP-IDX TO WS-DUP-COUNT
                       MOVE WS-GR-CSYSNAME(WS-GR-IDX)
                           TO WS-DP-CSYSNAME(WS-DP-IDX)
                       MOVE WS-GK-TYPE     TO WS-DP-TYPE(WS-DP-IDX)
                       MOVE WS-GK-VALUE    TO WS-DP-VALUE(WS-DP-IDX)
                       MOVE WS-GROUP-COUNT TO WS-DP-MEMBERS(WS-DP-IDX)
                       IF WS-GR-IDX = 1
                           MOVE WS-GR-CSYSNAME(2)
                               TO WS-DP-OTHER(WS-DP-IDX)
                       ELSE
                           MOVE WS-GR-CSYSNAME(1)
                               TO WS-DP-OTHER(WS-DP-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE ZERO TO WS-GROUP-COUNT.

      *>****************************************************************
      *> REGION AUDIT - by plex, off the second sort
      *>****************************************************************
       3000-AUDIT-REGIONS.
           SORT SORT-WORK-R
               ON ASCENDING KEY SW-R-PLEXNAME
               ON ASCENDING KEY SW-R-CSYSNAME
               INPUT PROCEDURE IS 3100-RELEASE-REGIONS
               OUTPUT PROCEDURE IS 3200-SORT-OUTPUT.

       3100-RELEASE-REGIONS.
           OPEN INPUT VALID-FILE
           IF WS-VALID-STATUS NOT = '00'
               DISPLAY 'EMSNMAUD: UNABLE TO REOPEN EMASVALD - '
                       WS-VALID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-VALID-STATUS = '10'
               READ VALID-FILE
                   AT END
                       MOVE '10' TO WS-VALID-STATUS
                   NOT AT END
                       MOVE PLEXNAME TO SW-R-PLEXNAME
                       MOVE CSYSNAME TO SW-R-CSYSNAME
                       MOVE DYNTYPE  TO SW-R-DYNTYPE
                       MOVE JOBNAME  TO SW-R-JOBNAME
                       MOVE CSYSAPPL TO SW-R-CSYSAPPL
                       MOVE SYSID    TO SW-R-SYSID
                       MOVE MVSNAME  TO SW-R-MVSNAME
                       RELEASE SW-R-RECORD
               END-READ
           END-PERFORM
           CLOSE VALID-FILE.

       3200-SORT-OUTPUT.
           MOVE 'N' TO WS-EOF-SW
           RETURN SORT-WORK-R
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               PERFORM 3300-AUDIT-REGION
               RETURN SORT-WORK-R
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
               END-RETURN
           END-PERFORM
           IF NOT IS-FIRST-RECORD
               PERFORM 3500-PLEX-BREAK
           END-IF.

       3300-AUDIT-REGION.
           IF IS-FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE SW-R-PLEXNAME TO WS-PREV-PLEXNAME
               PERFORM 3400-START-PLEX
           END-IF
           IF SW-R-PLEXNAME NOT = WS-PREV-PLEXNAME
               PERFORM 3500-PLEX-BREAK
               MOVE SW-R-PLEXNAME TO WS-PREV-PLEXNAME
               PERFORM 3400-START-PLEX
           END-IF
           IF RULES-LOADED
               MOVE 'CSYSNAME'    TO WS-CHECK-FIELD
               MOVE SW-R-CSYSNAME TO WS-CHECK-VALUE
               PERFORM 4000-CHECK-FIELD
               MOVE 'JOBNAME '    TO WS-CHECK-FIELD
               MOVE SW-R-JOBNAME  TO WS-CHECK-VALUE
               PERFORM 4000-CHECK-FIELD
               MOVE 'CSYSAPPL'    TO WS-CHECK-FIELD
               MOVE SW-R-CSYSAPPL TO WS-CHECK-VALUE
               PERFORM 4000-CHECK-FIELD
           END-IF
           MOVE 'A' TO WS-LOOKUP-TYPE
           PERFORM 5000-CHECK-DUPLICATE
           MOVE 'S' TO WS-LOOKUP-TYPE
           PERFORM 5000-CHECK-DUPLICATE.

       3400-START-PLEX.
           ADD 1 TO WS-PLEX-COUNT
           MOVE ZERO TO WS-PLEX-ERRORS
           MOVE ZERO TO WS-PLEX-WARNINGS
           MOVE 'N' TO WS-PLEX-HDR-SW.

       3450-WRITE-PLEX-HEADING.
      *>  the heading goes out with the plex's first finding
           IF NOT PLEX-HDR-WRITTEN
               MOVE 'Y' TO WS-PLEX-HDR-SW
               MOVE WS-PREV-PLEXNAME TO WS-PH-PLEXNAME
               WRITE REPORT-LINE FROM WS-PLEX-HEADING
                   AFTER ADVANCING 2 LINES
               WRITE REPORT-LINE FROM WS-COLUMN-HEADING
                   AFTER ADVANCING 1 LINE
           END-IF.

       3500-PLEX-BREAK.
           IF PLEX-HDR-WRITTEN
               MOVE WS-PLEX-ERRORS   TO WS-PT-ERRORS
               MOVE WS-PLEX-WARNINGS TO WS-PT-WARNINGS
               WRITE REPORT-LINE FROM WS-PLEX-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               ADD 1 TO WS-CLEAN-PLEX-COUNT
           END-IF.

      *>****************************************************************
      *> NAMING STANDARD
      *>****************************************************************
       4000-CHECK-FIELD.
           PERFORM VARYING WS-LV-SUB FROM 1 BY 1 UNTIL WS-LV-SUB > 4
               MOVE ZERO  TO WS-LV-RULES(WS-LV-SUB)
               MOVE ZERO  TO WS-LV-FITS(WS-LV-SUB)
               MOVE SPACE TO WS-LV-SEVERITY(WS-LV-SUB)
               MOVE ZERO  TO WS-LV-FIRST(WS-LV-SUB)
           END-PERFORM
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RULE-COUNT
               IF WS-RL-FIELD(WS-RL-IDX) = WS-CHECK-FIELD
                   PERFORM 4100-RULE-LEVEL
                   IF WS-LV-SUB > 0
                       PERFORM 4200-APPLY-RULE
                   END-IF
               END-IF
           END-PERFORM
      *>  the most specific level holding any rule decides
           MOVE ZERO TO WS-WIN-SUB
           PERFORM VARYING WS-LV-SUB FROM 4 BY -1 UNTIL WS-LV-SUB < 1
               IF WS-LV-RULES(WS-LV-SUB) > 0
                   MOVE WS-LV-SUB TO WS-WIN-SUB
               END-IF
           END-PERFORM
           IF WS-WIN-SUB > 0
               IF WS-LV-FITS(WS-WIN-SUB) = 0
                   PERFORM 4400-REPORT-NAMING
               END-IF
           END-IF.

       4100-RULE-LEVEL.
      *>  0 when the rule is for another plex or DYNTYPE
           MOVE ZERO TO WS-LV-SUB
           IF WS-RL-DYNTYPE(WS-RL-IDX) = SPACES
               IF WS-RL-PLEXNAME(WS-RL-IDX) = SW-R-PLEXNAME
                   MOVE 2 TO WS-LV-SUB
               ELSE
                   IF WS-RL-PLEXNAME(WS-RL-IDX) = SPACES
                       MOVE 4 TO WS-LV-SUB
                   END-IF
               END-IF
           ELSE
               IF WS-RL-DYNTYPE(WS-RL-IDX) = SW-R-DYNTYPE
                   IF WS-RL-PLEXNAME(WS-RL-IDX) = SW-R-PLEXNAME
                       MOVE 1 TO WS-LV-SUB
                   ELSE
                       IF WS-RL-PLEXNAME(WS-RL-IDX) = SPACES
                           MOVE 3 TO WS-LV-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4200-APPLY-RULE.
           ADD 1 TO WS-LV-RULES(WS-LV-SUB)
           IF WS-LV-FIRST(WS-LV-SUB) = 0
               SET WS-LV-FIRST(WS-LV-SUB) TO WS-RL-IDX
           END-IF
           IF WS-RL-SEVERITY(WS-RL-IDX) = 'E'
               MOVE 'E' TO WS-LV-SEVERITY(WS-LV-SUB)
           ELSE
               IF WS-LV-SEVERITY(WS-LV-SUB) = SPACE
                   MOVE 'W' TO WS-LV-SEVERITY(WS-LV-SUB)
               END-IF
           END-IF
           MOVE WS-RL-MASK(WS-RL-IDX) TO WS-CHECK-MASK
           PERFORM 4300-MATCH-MASK
           IF MASK-FITS
               ADD 1 TO WS-LV-FITS(WS-LV-SUB)
           END-IF.

       4300-MATCH-MASK.
           MOVE 'Y' TO WS-FIT-SW
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 8 OR NOT MASK-FITS
               MOVE WS-CHECK-MASK(WS-POS:1)  TO WS-MASK-CHAR
               MOVE WS-CHECK-VALUE(WS-POS:1) TO WS-VALUE-CHAR
               EVALUATE WS-MASK-CHAR
                   WHEN SPACE
                       CONTINUE
                   WHEN '?'
                       IF WS-VALUE-CHAR = SPACE
                           MOVE 'N' TO WS-FIT-SW
                       END-IF
                   WHEN '#'
                       IF WS-VALUE-CHAR NOT NUMERIC
                           MOVE 'N' TO WS-FIT-SW
                       END-IF
                   WHEN '@'
                       IF WS-VALUE-CHAR NOT ALPHABETIC-UPPER
                          OR WS-VALUE-CHAR = SPACE
                           MOVE 'N' TO WS-FIT-SW
                       END-IF
                   WHEN '.'
                       IF WS-VALUE-CHAR NOT = SPACE
                           MOVE 'N' TO WS-FIT-SW
                       END-IF
                   WHEN OTHER
                       IF WS-VALUE-CHAR NOT = WS-MASK-CHAR
                           MOVE 'N' TO WS-FIT-SW
                       END-IF
               END-EVALUATE
           END-PERFORM.

       4400-REPORT-NAMING.
           MOVE WS-LV-FIRST(WS-WIN-SUB) TO WS-FIRST-SUB
           MOVE SPACES TO WS-FINDING-LINE
           IF WS-LV-SEVERITY(WS-WIN-SUB) = 'E'
               MOVE 'ERROR'   TO WS-FL-SEVERITY
               ADD 1 TO WS-NAME-ERROR-COUNT
               ADD 1 TO WS-PLEX-ERRORS
               IF WS-WORST-RC < 8
                   MOVE 8 TO WS-WORST-RC
               END-IF
           ELSE
               MOVE 'WARNING' TO WS-FL-SEVERITY
               ADD 1 TO WS-NAME-WARN-COUNT
               ADD 1 TO WS-PLEX-WARNINGS
               IF WS-WORST-RC < 4
                   MOVE 4 TO WS-WORST-RC
               END-IF
           END-IF
           MOVE 'NAMING STANDARD'   TO WS-FL-FINDING
           MOVE WS-CHECK-FIELD      TO WS-FL-FIELD
           MOVE WS-CHECK-VALUE      TO WS-FL-VALUE
           MOVE WS-RL-MASK(WS-FIRST-SUB) TO WS-FL-MASK
           MOVE WS-RL-DESC(WS-FIRST-SUB) TO WS-FL-DETAIL
           PERFORM 6000-WRITE-FINDING.

      *>****************************************************************
      *> UNIQUENESS - report the region's shared identifiers
      *>****************************************************************
       5000-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-FOUND-SW
           IF WS-DUP-COUNT > 0
               SET WS-DP-IDX TO 1
               SEARCH WS-DUP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DP-CSYSNAME(WS-DP-IDX) = SW-R-CSYSNAME
                    AND WS-DP-TYPE(WS-DP-IDX) = WS-LOOKUP-TYPE
                       MOVE 'Y' TO WS-DUP-FOUND-SW
               END-SEARCH
           END-IF
           IF DUP-FOUND
               MOVE SPACES TO WS-FINDING-LINE
               MOVE 'ERROR' TO WS-FL-SEVERITY
               ADD 1 TO WS-PLEX-ERRORS
               IF WS-WORST-RC < 8
                   MOVE 8 TO WS-WORST-RC
               END-IF
               IF WS-LOOKUP-TYPE = 'A'
                   ADD 1 TO WS-DUP-APPL-COUNT
                   MOVE 'DUPLICATE APPLID' TO WS-FL-FINDING
                   MOVE 'CSYSAPPL'         TO WS-FL-FIELD
                   MOVE WS-DP-IDENT(WS-DP-IDX) TO WS-FL-VALUE
               ELSE
                   ADD 1 TO WS-DUP-SYSID-COUNT
                   MOVE 'DUPLICATE SYSID'  TO WS-FL-FINDING
                   MOVE 'SYSID'            TO WS-FL-FIELD
                   MOVE WS-DP-IDENT(WS-DP-IDX)   TO WS-SV-SYSID
                   MOVE WS-DP-MVSNAME(WS-DP-IDX) TO WS-SV-MVSNAME
                   MOVE WS-SYSID-VALUE     TO WS-FL-VALUE
               END-IF
               MOVE WS-DP-OTHER(WS-DP-IDX)   TO WS-DD-OTHER
               MOVE WS-DP-MEMBERS(WS-DP-IDX) TO WS-DD-MEMBERS
               MOVE WS-DUP-DETAIL TO WS-FL-DETAIL
               PERFORM 6000-WRITE-FINDING
           END-IF.

       6000-WRITE-FINDING.
           PERFORM 3450-WRITE-PLEX-HEADING
           MOVE SW-R-CSYSNAME TO WS-FL-CSYSNAME
           MOVE SW-R-DYNTYPE  TO WS-FL-DYNTYPE
           WRITE REPORT-LINE FROM WS-FINDING-LINE
               AFTER ADVANCING 1 LINE.

       8000-WRITE-TOTALS.
           WRITE REPORT-LINE FROM WS-TOTAL-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 'REGIONS AUDITED'          TO WS-TL-LABEL
           MOVE WS-TOTAL-RECS              TO WS-TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'NAMING RULES LOADED'      TO WS-TL-LABEL
           MOVE WS-RULE-COUNT              TO WS-TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'NAMING ERRORS'            TO WS-TL-LABEL
           MOVE WS-NAME-ERROR-COUNT        TO WS-TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'NAMING WARNINGS'          TO WS-TL-LABEL
           MOVE WS-NAME-WARN-COUNT         TO WS-TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'REGIONS SHARING A CSYSAPPL'  TO WS-TL-LABEL
           MOVE WS-DUP-APPL-COUNT          TO WS-TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'REGIONS SHARING A SYSID ON MVS' TO WS-TL-LABEL
           MOVE WS-DUP-SYSID-COUNT         TO WS-TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'PLEXES AUDITED'           TO WS-TL-LABEL
           MOVE WS-PLEX-COUNT              TO WS-TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'PLEXES WITH NO FINDINGS'  TO WS-TL-LABEL
           MOVE WS-CLEAN-PLEX-COUNT        TO WS-TL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8100-WRITE-TOTAL-LINE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           DISPLAY 'EMSNMAUD: REGIONS AUDITED - ' WS-TOTAL-RECS
           DISPLAY 'EMSNMAUD: NAMING ERRORS - ' WS-NAME-ERROR-COUNT
           DISPLAY 'EMSNMAUD: NAMING WARNINGS - ' WS-NAME-WARN-COUNT
           DISPLAY 'EMSNMAUD: DUPLICATE CSYSAPPL REGIONS - '
                   WS-DUP-APPL-COUNT
           DISPLAY 'EMSNMAUD: DUPLICATE SYSID REGIONS - '
                   WS-DUP-SYSID-COUNT
           IF WS-WORST-RC > 0
               MOVE WS-WORST-RC TO RETURN-CODE
           END-IF.
