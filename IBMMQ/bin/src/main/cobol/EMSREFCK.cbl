      *>****************************************************************
      *> PROGRAM:  EMSREFCK
      *> PURPOSE:  Weekly referential-integrity sweep of the suite's
      *>           control files against the live region population.
      *>           Entries are added when a region, plex or CMAS comes
      *>           in and nobody removes them when it goes: DESCXREF
      *>           keeps rows for decommissioned CSYSNAMEs, MAINTWIN
      *>           keeps windows for renamed plexes, EVSUPPRS keeps
      *>           mutes whose quiet-until date passed long ago,
      *>           SUSPSTAT keeps the last state of regions that
      *>           dropped off the extract, FEEDREG keeps CMASNAMEs
      *>           that no longer send a feed and APPLIDX keeps keys
      *>           whose CSYSAPPL has since changed.  Stale entries
      *>           hide real problems - a suppression that still mutes
      *>           a plex nobody remembers muting - so they are swept
      *>           out on a schedule instead of found by accident.
      *>
      *>           The current EMASVALD population is the live set.
      *>           The SNAPMAST history tells an entry for something
      *>           that used to exist (ORPHANED, with the last cycle
      *>           date it was seen) from one for something that never
      *>           appeared on any extract at all (NEVER USED - most
      *>           often a mistyped name).  A dated entry whose date
      *>           has passed - a one-off MAINTWIN window or an
      *>           EVSUPPRS quiet-until - is EXPIRED.  An APPLIDX key
      *>           whose region now carries a different CSYSAPPL is
      *>           APPL CHANGED.  With no SNAPMAST allocated every
      *>           entry missing from the extract is ORPHANED with an
      *>           unknown last-seen date.  Live regions with no
      *>           DESCXREF entry are listed as MISSING.
      *>
      *>           Findings go to REFCKRPT one section per file, with
      *>           a per-file summary at the end, and the run ends
      *>           RETURN-CODE 4 when anything was found.  Nothing is
      *>           changed in place.  For the files that have their
      *>           own maintenance utility the sweep writes ready-made
      *>           delete cards to be reviewed and fed to it - DESCDELT
      *>           in the DESCTRAN layout for EMSDESCM and MWDELT in
      *>           the MWTRAN layout for EMSMWMNT - so each removal is
      *>           validated and journalled like any other delete.
      *>           EVSUPPRS, SUSPSTAT and FEEDREG have no maintenance
      *>           utility; a pruned copy of each holding only the
      *>           entries that passed (EVSUPNEW, SUSPNEW, FEEDNEW) is
      *>           written for review and copying over the original.
      *>           APPLIDX is rebuilt whole by EMSAPLIX, which is the
      *>           remedy the report names for its findings.
      *>
      *>           The control trailers (EMSTRLCK) on SNAPMAST,
      *>           DESCXREF, MAINTWIN and SUSPSTAT are verified before
      *>           each is swept and a damaged file ends the run with
      *>           RETURN-CODE 20.  SUSPNEW is written with a SUSPSTAT
      *>           trailer of its own, so the pruned copy verifies when
      *>           it is copied over the original.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSREFCK.
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

           SELECT SNAPMAST-FILE ASSIGN TO SNAPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SNAPMAST-STATUS.

           SELECT DESCXREF-FILE ASSIGN TO DESCXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DX-CSYSNAME
               FILE STATUS IS WS-DESCXREF-STATUS.

           SELECT MAINTWIN-FILE ASSIGN TO MAINTWIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINTWIN-STATUS.

           SELECT SUPPRESS-FILE ASSIGN TO EVSUPPRS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-STATUS.

           SELECT STATE-FILE ASSIGN TO SUSPSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO FEEDREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT APPLIDX-FILE ASSIGN TO APPLIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AX-CSYSAPPL
               FILE STATUS IS WS-APPLIDX-STATUS.

           SELECT DESC-DELETE-FILE ASSIGN TO DESCDELT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DESC-DELETE-STATUS.

           SELECT MW-DELETE-FILE ASSIGN TO MWDELT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MW-DELETE-STATUS.

           SELECT SUPPRESS-NEW-FILE ASSIGN TO EVSUPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-NEW-STATUS.

           SELECT STATE-NEW-FILE ASSIGN TO SUSPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATE-NEW-STATUS.

           SELECT REGISTRY-NEW-FILE ASSIGN TO FEEDNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-NEW-STATUS.

           SELECT REPORT-FILE ASSIGN TO REFCKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VALID-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       COPY "sampleCopyBook.cpy".

       FD  SNAPMAST-FILE
           RECORD CONTAINS 93 CHARACTERS.
       COPY "snapMastCopyBook.cpy".

       FD  DESCXREF-FILE
           RECORD CONTAINS 158 CHARACTERS.
       COPY "descXrefCopyBook.cpy".

       FD  MAINTWIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.
       COPY "maintWinCopyBook.cpy".

       FD  SUPPRESS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
       COPY "eventSuppressCopyBook.cpy".

       FD  STATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 24 CHARACTERS.
       COPY "suspendStateCopyBook.cpy".

       FD  REGISTRY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 23 CHARACTERS.
       COPY "feedRegCopyBook.cpy".

       FD  APPLIDX-FILE
           RECORD CONTAINS 32 CHARACTERS.
       COPY "applIndexCopyBook.cpy".

       FD  DESC-DELETE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 177 CHARACTERS.
       COPY "descMaintTranCopyBook.cpy".

       FD  MW-DELETE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 35 CHARACTERS.
       COPY "maintWinTranCopyBook.cpy".

       FD  SUPPRESS-NEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
       01  SUPPRESS-NEW-RECORD     PIC X(28).

       FD  STATE-NEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 24 CHARACTERS.
       01  STATE-NEW-RECORD        PIC X(24).

       FD  REGISTRY-NEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 23 CHARACTERS.
       01  REGISTRY-NEW-RECORD     PIC X(23).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-VALID-STATUS         PIC XX VALUE SPACES.
       01  WS-SNAPMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-DESCXREF-STATUS      PIC XX VALUE SPACES.
       01  WS-MAINTWIN-STATUS      PIC XX VALUE SPACES.
       01  WS-SUPPRESS-STATUS      PIC XX VALUE SPACES.
       01  WS-STATE-STATUS         PIC XX VALUE SPACES.
       01  WS-REGISTRY-STATUS      PIC XX VALUE SPACES.
       01  WS-APPLIDX-STATUS       PIC XX VALUE SPACES.
       01  WS-DESC-DELETE-STATUS   PIC XX VALUE SPACES.
       01  WS-MW-DELETE-STATUS     PIC XX VALUE SPACES.
       01  WS-SUPPRESS-NEW-STATUS  PIC XX VALUE SPACES.
       01  WS-STATE-NEW-STATUS     PIC XX VALUE SPACES.
       01  WS-REGISTRY-NEW-STATUS  PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.

       01  WS-HISTORY-SW           PIC X VALUE 'N'.
           88  HISTORY-AVAILABLE          VALUE 'Y'.
       01  WS-LIVE-SW              PIC X VALUE 'N'.
           88  ENTRY-LIVE                 VALUE 'Y'.
       01  WS-FOUND-SW             PIC X VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.

       01  WS-TODAY                PIC 9(8) VALUE ZERO.
       01  WS-REGION-READ          PIC 9(7) VALUE ZERO.
       01  WS-HISTORY-READ         PIC 9(9) VALUE ZERO.
       01  WS-FINDING-TOTAL        PIC 9(7) VALUE ZERO.
       01  WS-DESC-CARD-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-MW-CARD-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-RG-SUB               PIC 9(5) VALUE ZERO.
       01  WS-FL-SUB               PIC 9(1) VALUE ZERO.
       01  WS-HP-SUB               PIC 9(5) VALUE ZERO.
       01  WS-HC-SUB               PIC 9(5) VALUE ZERO.

       01  WS-PREV-SN-CSYSNAME     PIC X(8) VALUE LOW-VALUES.
       01  WS-PREV-SN-PLEXNAME     PIC X(8) VALUE LOW-VALUES.
       01  WS-PREV-SN-CMASNAME     PIC X(8) VALUE LOW-VALUES.

      *>  the name being classified, and the result handed back
       01  WS-CK-NAME              PIC X(8) VALUE SPACES.
       01  WS-FINDING              PIC X(12) VALUE SPACES.
       01  WS-LAST-SEEN            PIC X(8) VALUE SPACES.

      *>  live population from the current extract
       01  WS-REGION-TABLE.
           05  WS-RG-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-RG-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-RG-COUNT
                   INDEXED BY WS-RG-IDX.
               10  WS-RG-CSYSNAME      PIC X(8).
               10  WS-RG-PLEXNAME      PIC X(8).
               10  WS-RG-CSYSAPPL      PIC X(8).
               10  WS-RG-XREF-SW       PIC X(1).
                   88  WS-RG-HAS-XREF         VALUE 'Y'.

       01  WS-PLEX-TABLE.
           05  WS-PLEX-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-PLEX-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PLEX-COUNT
                   INDEXED BY WS-PX-IDX.
               10  WS-PX-PLEXNAME      PIC X(8).

       01  WS-CMAS-TABLE.
           05  WS-CMAS-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-CMAS-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CMAS-COUNT
                   INDEXED BY WS-CM-IDX.
               10  WS-CM-CMASNAME      PIC X(8).

      *>  everything SNAPMAST has ever seen, with the last cycle
       01  WS-HIST-REGION-TABLE.
           05  WS-HR-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-HR-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-HR-COUNT
                   INDEXED BY WS-HR-IDX.
               10  WS-HR-CSYSNAME      PIC X(8).
               10  WS-HR-LAST-DATE     PIC 9(8).

       01  WS-HIST-PLEX-TABLE.
           05  WS-HP-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-HP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-HP-COUNT
                   INDEXED BY WS-HP-IDX.
               10  WS-HP-PLEXNAME      PIC X(8).
               10  WS-HP-LAST-DATE     PIC 9(8).

       01  WS-HIST-CMAS-TABLE.
           05  WS-HC-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-HC-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-HC-COUNT
                   INDEXED BY WS-HC-IDX.
               10  WS-HC-CMASNAME      PIC X(8).
               10  WS-HC-LAST-DATE     PIC 9(8).

      *>  per-file tallies for the closing summary, in sweep order
       01  WS-FILE-NAMES-INIT.
           05  FILLER              PIC X(8) VALUE 'DESCXREF'.
           05  FILLER              PIC X(8) VALUE 'MAINTWIN'.
           05  FILLER              PIC X(8) VALUE 'EVSUPPRS'.
           05  FILLER              PIC X(8) VALUE 'SUSPSTAT'.
           05  FILLER              PIC X(8) VALUE 'FEEDREG '.
           05  FILLER              PIC X(8) VALUE 'APPLIDX '.
       01  WS-FILE-NAMES REDEFINES WS-FILE-NAMES-INIT.
           05  WS-FILE-NAME        PIC X(8) OCCURS 6 TIMES.

       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 6 TIMES.
               10  WS-FL-READ          PIC 9(7).
               10  WS-FL-ORPHANED      PIC 9(5).
               10  WS-FL-EXPIRED       PIC 9(5).
               10  WS-FL-NEVER-USED    PIC 9(5).
               10  WS-FL-OTHER         PIC 9(5).
               10  WS-FL-KEPT          PIC 9(7).
               10  WS-FL-ALLOC-SW      PIC X(1).
                   88  WS-FL-ALLOCATED        VALUE 'Y'.

      *>  MAINTWIN windows are identified the way EMSMWMNT matches
      *>  them - type, plex, day of week or date, start HHMM
       01  WS-WINDOW-KEY.
           05  WS-WK-TYPE          PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-WK-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-WK-WHEN          PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-WK-START         PIC 9(4).

       01  WS-SUPPRESS-KEY.
           05  WS-SK-EVENT-TYPE    PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-SK-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-SK-CSYSNAME      PIC X(8).

       COPY "trailerCtlCopyBook.cpy".
       01  WS-TRAILER-AREA         PIC X(164) VALUE SPACES.

       01  WS-CURRENT-DATE-AREA.
           05  WS-CD-YYYYMMDD      PIC 9(8).
           05  FILLER              PIC X(13).

       01  WS-HEADING-1.
           05  FILLER              PIC X(1)  VALUE '1'.
           05  FILLER              PIC X(48) VALUE
               'EMSREFCK - CONTROL FILE REFERENTIAL INTEGRITY'.
           05  FILLER              PIC X(8)  VALUE 'CYCLE - '.
           05  WS-H1-DATE          PIC 9(8).

       01  WS-HEADING-2.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(8)  VALUE 'HISTORY '.
           05  WS-H2-TEXT          PIC X(60).

       01  WS-SECTION-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SC-TEXT          PIC X(70).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(10) VALUE 'FILE'.
           05  FILLER              PIC X(34) VALUE 'ENTRY'.
           05  FILLER              PIC X(14) VALUE 'FINDING'.
           05  FILLER              PIC X(10) VALUE 'LAST SEEN'.
           05  FILLER              PIC X(6)  VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DT-FILE          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-KEY           PIC X(32).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-FINDING       PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-LAST-SEEN     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-ACTION        PIC X(50).

       01  WS-NOT-ALLOC-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-NA-FILE          PIC X(8).
           05  FILLER              PIC X(30) VALUE
               ' NOT ALLOCATED - NOT CHECKED'.

       01  WS-SUMMARY-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(10) VALUE 'FILE'.
           05  FILLER              PIC X(10) VALUE '    READ'.
           05  FILLER              PIC X(10) VALUE 'ORPHANED'.
           05  FILLER              PIC X(10) VALUE ' EXPIRED'.
           05  FILLER              PIC X(10) VALUE 'NEVER USD'.
           05  FILLER              PIC X(10) VALUE 'MISS/CHG'.
           05  FILLER              PIC X(10) VALUE '    KEPT'.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SM-FILE          PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SM-READ          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-SM-ORPHANED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-SM-EXPIRED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-SM-NEVER-USED    PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-SM-OTHER         PIC ZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-SM-KEPT          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-SM-NOTE          PIC X(14).

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(16) VALUE 'FINDINGS TOTAL: '.
           05  WS-TL-FINDINGS      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(16) VALUE 'DESCDELT CARDS: '.
           05  WS-TL-DESC-CARDS    PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'MWDELT CARDS: '.
           05  WS-TL-MW-CARDS      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-REGIONS
           PERFORM 1300-LOAD-HISTORY
           PERFORM 2000-SWEEP-DESCXREF
           PERFORM 2500-REPORT-MISSING-DESC
           PERFORM 3000-SWEEP-MAINTWIN
           PERFORM 4000-SWEEP-EVSUPPRS
           PERFORM 5000-SWEEP-SUSPSTAT
           PERFORM 6000-SWEEP-FEEDREG
           PERFORM 7000-SWEEP-APPLIDX
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT VALID-FILE
           IF WS-VALID-STATUS NOT = '00'
               DISPLAY 'EMSREFCK: UNABLE TO OPEN EMASVALD - '
                       WS-VALID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DESC-DELETE-FILE
           IF WS-DESC-DELETE-STATUS NOT = '00'
               DISPLAY 'EMSREFCK: UNABLE TO OPEN DESCDELT - '
                       WS-DESC-DELETE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MW-DELETE-FILE
           IF WS-MW-DELETE-STATUS NOT = '00'
               DISPLAY 'EMSREFCK: UNABLE TO OPEN MWDELT - '
                       WS-MW-DELETE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SUPPRESS-NEW-FILE
           IF WS-SUPPRESS-NEW-STATUS NOT = '00'
               DISPLAY 'EMSREFCK: UNABLE TO OPEN EVSUPNEW - '
                       WS-SUPPRESS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT STATE-NEW-FILE
           IF WS-STATE-NEW-STATUS NOT = '00'
               DISPLAY 'EMSREFCK: UNABLE TO OPEN SUSPNEW - '
                       WS-STATE-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTRY-NEW-FILE
           IF WS-REGISTRY-NEW-STATUS NOT = '00'
               DISPLAY 'EMSREFCK: UNABLE TO OPEN FEEDNEW - '
                       WS-REGISTRY-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'EMSREFCK: UNABLE TO OPEN REFCKRPT - '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-FILE-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CD-YYYYMMDD TO WS-TODAY
           MOVE WS-TODAY TO WS-H1-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE.

       1200-LOAD-REGIONS.
           PERFORM UNTIL WS-VALID-STATUS = '10'
               READ VALID-FILE
                   AT END
                       MOVE '10' TO WS-VALID-STATUS
                   NOT AT END
                       ADD 1 TO WS-REGION-READ
                       PERFORM 1250-STORE-REGION
               END-READ
           END-PERFORM
           CLOSE VALID-FILE.

       1250-STORE-REGION.
           IF WS-RG-COUNT >= 20000
               DISPLAY 'EMSREFCK: REGION TABLE FULL - '
                       'EMASVALD EXCEEDS 20000 REGIONS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RG-COUNT
           MOVE CSYSNAME TO WS-RG-CSYSNAME(WS-RG-COUNT)
           MOVE PLEXNAME TO WS-RG-PLEXNAME(WS-RG-COUNT)
           MOVE CSYSAPPL TO WS-RG-CSYSAPPL(WS-RG-COUNT)
           MOVE 'N'      TO WS-RG-XREF-SW(WS-RG-COUNT)

           MOVE 'N' TO WS-FOUND-SW
           IF WS-PLEX-COUNT > 0
               SET WS-PX-IDX TO 1
               SEARCH WS-PLEX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PX-PLEXNAME(WS-PX-IDX) = PLEXNAME
                       MOVE 'Y' TO WS-FOUND-SW
               END-SEARCH
           END-IF
           IF NOT ENTRY-FOUND
               IF WS-PLEX-COUNT >= 500
                   DISPLAY 'EMSREFCK: PLEX TABLE FULL - '
                           'EMASVALD EXCEEDS 500 PLEXES'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PLEX-COUNT
               MOVE PLEXNAME TO WS-PX-PLEXNAME(WS-PLEX-COUNT)
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           IF WS-CMAS-COUNT > 0
               SET WS-CM-IDX TO 1
               SEARCH WS-CMAS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CM-CMASNAME(WS-CM-IDX) = CMASNAME
                       MOVE 'Y' TO WS-FOUND-SW
               END-SEARCH
           END-IF
           IF NOT ENTRY-FOUND
               IF WS-CMAS-COUNT >= 2000
                   DISPLAY 'EMSREFCK: CMAS TABLE FULL - '
                           'EMASVALD EXCEEDS 2000 CMASES'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CMAS-COUNT
               MOVE CMASNAME TO WS-CM-CMASNAME(WS-CMAS-COUNT)
           END-IF.

       1300-LOAD-HISTORY.
           MOVE 'SNAPMAST' TO TC-FILE-ID
           PERFORM 8010-VERIFY-TRAILER
           OPEN INPUT SNAPMAST-FILE
           IF WS-SNAPMAST-STATUS = '35'
               MOVE 'NOT AVAILABLE - NO SNAPMAST ALLOCATED'
                   TO WS-H2-TEXT
           ELSE
               IF WS-SNAPMAST-STATUS NOT = '00'
                   DISPLAY 'EMSREFCK: UNABLE TO OPEN SNAPMAST - '
                           WS-SNAPMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE 'Y' TO WS-HISTORY-SW
                   PERFORM UNTIL WS-SNAPMAST-STATUS = '10'
                       READ SNAPMAST-FILE
                           AT END
                               MOVE '10' TO WS-SNAPMAST-STATUS
                           NOT AT END
      *>                      the control trailer sorts last on the key
                               IF REGION-SNAP-RECORD(1:4) = HIGH-VALUES
                                   MOVE '10' TO WS-SNAPMAST-STATUS
                               ELSE
                                   ADD 1 TO WS-HISTORY-READ
                                   PERFORM 1350-NOTE-HISTORY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SNAPMAST-FILE
                   MOVE 'SNAPMAST - ALL CYCLES ON FILE' TO WS-H2-TEXT
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-2
               AFTER ADVANCING 1 LINE.

       1350-NOTE-HISTORY.
      *>  SNAPMAST arrives in CSYSNAME + cycle order, so a region's
      *>  records are together and its last one is its latest cycle;
      *>  plex and CMAS are only searched for when they change from
      *>  the record before
           IF SN-CSYSNAME NOT = WS-PREV-SN-CSYSNAME
               IF WS-HR-COUNT >= 20000
                   DISPLAY 'EMSREFCK: HISTORY TABLE FULL - '
                           'SNAPMAST EXCEEDS 20000 REGIONS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HR-COUNT
               MOVE SN-CSYSNAME TO WS-HR-CSYSNAME(WS-HR-COUNT)
               MOVE SN-CSYSNAME TO WS-PREV-SN-CSYSNAME
           END-IF
           MOVE SN-CYCLE-DATE TO WS-HR-LAST-DATE(WS-HR-COUNT)

           IF SN-PLEXNAME NOT = WS-PREV-SN-PLEXNAME
               MOVE 'N' TO WS-FOUND-SW
               IF WS-HP-COUNT > 0
                   SET WS-HP-IDX TO 1
                   SEARCH WS-HP-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-HP-PLEXNAME(WS-HP-IDX) = SN-PLEXNAME
                           MOVE 'Y' TO WS-FOUND-SW
                           SET WS-HP-SUB TO WS-HP-IDX
                   END-SEARCH
               END-IF
               IF NOT ENTRY-FOUND
                   IF WS-HP-COUNT >= 500
                       DISPLAY 'EMSREFCK: HISTORY PLEX TABLE FULL - '
                               'SNAPMAST EXCEEDS 500 PLEXES'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HP-COUNT
                   MOVE SN-PLEXNAME TO WS-HP-PLEXNAME(WS-HP-COUNT)
                   MOVE ZERO        TO WS-HP-LAST-DATE(WS-HP-COUNT)
                   MOVE WS-HP-COUNT TO WS-HP-SUB
               END-IF
               MOVE SN-PLEXNAME TO WS-PREV-SN-PLEXNAME
           END-IF
           IF SN-CYCLE-DATE > WS-HP-LAST-DATE(WS-HP-SUB)
               MOVE SN-CYCLE-DATE TO WS-HP-LAST-DATE(WS-HP-SUB)
           END-IF

           IF SN-CMASNAME NOT = WS-PREV-SN-CMASNAME
               MOVE 'N' TO WS-FOUND-SW
               IF WS-HC-COUNT > 0
                   SET WS-HC-IDX TO 1
                   SEARCH WS-HC-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-HC-CMASNAME(WS-HC-IDX) = SN-CMASNAME
                           MOVE 'Y' TO WS-FOUND-SW
                           SET WS-HC-SUB TO WS-HC-IDX
                   END-SEARCH
               END-IF
               IF NOT ENTRY-FOUND
                   IF WS-HC-COUNT >= 2000
                       DISPLAY 'EMSREFCK: HISTORY CMAS TABLE FULL - '
                               'SNAPMAST EXCEEDS 2000 CMASES'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HC-COUNT
                   MOVE SN-CMASNAME TO WS-HC-CMASNAME(WS-HC-COUNT)
                   MOVE ZERO        TO WS-HC-LAST-DATE(WS-HC-COUNT)
                   MOVE WS-HC-COUNT TO WS-HC-SUB
               END-IF
               MOVE SN-CMASNAME TO WS-PREV-SN-CMASNAME
           END-IF
           IF SN-CYCLE-DATE > WS-HC-LAST-DATE(WS-HC-SUB)
               MOVE SN-CYCLE-DATE TO WS-HC-LAST-DATE(WS-HC-SUB)
           END-IF.

       2000-SWEEP-DESCXREF.
           MOVE 1 TO WS-FL-SUB
           MOVE 'DESCXREF - REGION DESCRIPTIONS' TO WS-SC-TEXT
           PERFORM 8000-WRITE-SECTION-HEADING
           MOVE 'DESCXREF' TO TC-FILE-ID
           PERFORM 8010-VERIFY-TRAILER
           OPEN INPUT DESCXREF-FILE
           IF WS-DESCXREF-STATUS = '35'
               PERFORM 8050-NOTE-NOT-ALLOCATED
           ELSE
               IF WS-DESCXREF-STATUS NOT = '00'
                   DISPLAY 'EMSREFCK: UNABLE TO OPEN DESCXREF - '
                           WS-DESCXREF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE 'Y' TO WS-FL-ALLOC-SW(WS-FL-SUB)
                   PERFORM UNTIL WS-DESCXREF-STATUS = '10'
                       READ DESCXREF-FILE
                           AT END
                               MOVE '10' TO WS-DESCXREF-STATUS
                           NOT AT END
      *>                      the control trailer sorts last on the key
                               IF DESC-XREF-RECORD(1:4) = HIGH-VALUES
                                   MOVE '10' TO WS-DESCXREF-STATUS
                               ELSE
                                   ADD 1 TO WS-FL-READ(WS-FL-SUB)
                                   PERFORM 2100-CHECK-DESCXREF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DESCXREF-FILE
               END-IF
           END-IF.

       2100-CHECK-DESCXREF.
           MOVE DX-CSYSNAME TO WS-CK-NAME
           PERFORM 8100-CLASSIFY-REGION
           IF ENTRY-LIVE
               MOVE 'Y' TO WS-RG-XREF-SW(WS-RG-IDX)
               ADD 1 TO WS-FL-KEPT(WS-FL-SUB)
           ELSE
               MOVE SPACES      TO DESC-MAINT-TRAN
               MOVE 'D'         TO DM-FUNCTION
               MOVE DX-CSYSNAME TO DM-CSYSNAME
               MOVE 'EMSREFCK'  TO DM-USER
               WRITE DESC-MAINT-TRAN
               IF WS-DESC-DELETE-STATUS NOT = '00'
                   DISPLAY 'EMSREFCK: DESCDELT WRITE FAILED - '
                           WS-DESC-DELETE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DESC-CARD-COUNT
               MOVE DX-CSYSNAME TO WS-DT-KEY
               MOVE 'DELETE CARD WRITTEN TO DESCDELT' TO WS-DT-ACTION
               PERFORM 8500-WRITE-FINDING
           END-IF.

       2500-REPORT-MISSING-DESC.
      *>  with no DESCXREF at all every live region is missing one,
      *>  which is already plain from the not-allocated line
           IF WS-FL-ALLOCATED(1)
               MOVE 1 TO WS-FL-SUB
               MOVE 'LIVE REGIONS WITH NO DESCXREF ENTRY' TO WS-SC-TEXT
               PERFORM 8000-WRITE-SECTION-HEADING
               PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                       UNTIL WS-RG-SUB > WS-RG-COUNT
                   IF NOT WS-RG-HAS-XREF(WS-RG-SUB)
                       MOVE 'MISSING'  TO WS-FINDING
                       MOVE SPACES     TO WS-LAST-SEEN
                       MOVE WS-RG-CSYSNAME(WS-RG-SUB) TO WS-DT-KEY
                       MOVE SPACES     TO WS-DT-ACTION
                       STRING 'ADD VIA EMSDESCM - PLEXNAME '
                                  DELIMITED BY SIZE
                              WS-RG-PLEXNAME(WS-RG-SUB)
                                  DELIMITED BY SIZE
                           INTO WS-DT-ACTION
                       END-STRING
                       PERFORM 8500-WRITE-FINDING
                   END-IF
               END-PERFORM
           END-IF.

       3000-SWEEP-MAINTWIN.
           MOVE 2 TO WS-FL-SUB
           MOVE 'MAINTWIN - MAINTENANCE WINDOWS' TO WS-SC-TEXT
           PERFORM 8000-WRITE-SECTION-HEADING
           MOVE 'MAINTWIN' TO TC-FILE-ID
           PERFORM 8010-VERIFY-TRAILER
           OPEN INPUT MAINTWIN-FILE
           IF WS-MAINTWIN-STATUS = '35'
               PERFORM 8050-NOTE-NOT-ALLOCATED
           ELSE
               IF WS-MAINTWIN-STATUS NOT = '00'
                   DISPLAY 'EMSREFCK: UNABLE TO OPEN MAINTWIN - '
                           WS-MAINTWIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE 'Y' TO WS-FL-ALLOC-SW(WS-FL-SUB)
                   PERFORM UNTIL WS-MAINTWIN-STATUS = '10'
                       READ MAINTWIN-FILE
                           AT END
                               MOVE '10' TO WS-MAINTWIN-STATUS
                           NOT AT END
      *>                      the control trailer is always the last record
                               IF MAINT-WINDOW-RECORD(1:4) = HIGH-VALUES
                                   MOVE '10' TO WS-MAINTWIN-STATUS
                               ELSE
                                   ADD 1 TO WS-FL-READ(WS-FL-SUB)
                                   PERFORM 3100-CHECK-WINDOW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MAINTWIN-FILE
               END-IF
           END-IF.

       3100-CHECK-WINDOW.
           MOVE SPACES TO WS-FINDING
           MOVE SPACES TO WS-LAST-SEEN
           MOVE 'Y'    TO WS-LIVE-SW
           EVALUATE TRUE
               WHEN MW-ONE-OFF
                   MOVE 'O'             TO WS-WK-TYPE
                   MOVE MW-ONE-OFF-DATE TO WS-WK-WHEN
               WHEN MW-HOLIDAY
                   MOVE 'H'             TO WS-WK-TYPE
                   MOVE 'HOLIDAY'       TO WS-WK-WHEN
               WHEN OTHER
                   MOVE 'W'             TO WS-WK-TYPE
                   MOVE SPACES          TO WS-WK-WHEN
                   STRING 'DOW ' DELIMITED BY SIZE
                          MW-DOW DELIMITED BY SIZE
                       INTO WS-WK-WHEN
                   END-STRING
           END-EVALUATE
           MOVE MW-PLEXNAME   TO WS-WK-PLEXNAME
           MOVE MW-START-HHMM TO WS-WK-START

      *>  a one-off window whose date is behind us can never match
      *>  again; SPACES plex covers every plex and is always live
           IF MW-ONE-OFF
              AND MW-ONE-OFF-DATE < WS-TODAY
               MOVE 'N'             TO WS-LIVE-SW
               MOVE 'EXPIRED'       TO WS-FINDING
               MOVE MW-ONE-OFF-DATE TO WS-LAST-SEEN
           ELSE
               IF MW-PLEXNAME NOT = SPACES
                   MOVE MW-PLEXNAME TO WS-CK-NAME
                   PERFORM 8200-CLASSIFY-PLEX
               END-IF
           END-IF

           IF ENTRY-LIVE
               ADD 1 TO WS-FL-KEPT(WS-FL-SUB)
           ELSE
               MOVE SPACES          TO MAINT-WIN-TRAN
               MOVE 'D'             TO MT-FUNCTION
               MOVE WS-WK-TYPE      TO MT-WIN-TYPE
               MOVE MW-PLEXNAME     TO MT-PLEXNAME
               IF MW-ONE-OFF
                   MOVE MW-ONE-OFF-DATE TO MT-ONE-OFF-DATE
               END-IF
               IF WS-WK-TYPE = 'W'
                   MOVE MW-DOW          TO MT-DOW
               END-IF
               MOVE MW-START-HHMM   TO MT-START-HHMM
               MOVE MW-END-HHMM     TO MT-END-HHMM
               MOVE 'EMSREFCK'      TO MT-USER
               WRITE MAINT-WIN-TRAN
               IF WS-MW-DELETE-STATUS NOT = '00'
                   DISPLAY 'EMSREFCK: MWDELT WRITE FAILED - '
                           WS-MW-DELETE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MW-CARD-COUNT
               MOVE WS-WINDOW-KEY   TO WS-DT-KEY
               MOVE 'DELETE CARD WRITTEN TO MWDELT' TO WS-DT-ACTION
               PERFORM 8500-WRITE-FINDING
           END-IF.

       4000-SWEEP-EVSUPPRS.
           MOVE 3 TO WS-FL-SUB
           MOVE 'EVSUPPRS - EVENT SUPPRESSIONS' TO WS-SC-TEXT
           PERFORM 8000-WRITE-SECTION-HEADING
           OPEN INPUT SUPPRESS-FILE
           IF WS-SUPPRESS-STATUS = '35'
               PERFORM 8050-NOTE-NOT-ALLOCATED
           ELSE
               IF WS-SUPPRESS-STATUS NOT = '00'
                   DISPLAY 'EMSREFCK: UNABLE TO OPEN EVSUPPRS - '
                           WS-SUPPRESS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE 'Y' TO WS-FL-ALLOC-SW(WS-FL-SUB)
                   PERFORM UNTIL WS-SUPPRESS-STATUS = '10'
                       READ SUPPRESS-FILE
                           AT END
                               MOVE '10' TO WS-SUPPRESS-STATUS
                           NOT AT END
                               ADD 1 TO WS-FL-READ(WS-FL-SUB)
                               PERFORM 4100-CHECK-SUPPRESSION
                       END-READ
                   END-PERFORM
                   CLOSE SUPPRESS-FILE
               END-IF
           END-IF.

       4100-CHECK-SUPPRESSION.
           MOVE SPACES TO WS-FINDING
           MOVE SPACES TO WS-LAST-SEEN
           MOVE 'Y'    TO WS-LIVE-SW
           MOVE SU-EVENT-TYPE TO WS-SK-EVENT-TYPE
           MOVE SU-PLEXNAME   TO WS-SK-PLEXNAME
           MOVE SU-CSYSNAME   TO WS-SK-CSYSNAME
      *>  the quiet-until date is inclusive in EMSEVWRT, so an entry
      *>  only expires the day after it
           IF SU-QUIET-UNTIL < WS-TODAY
               MOVE 'N'            TO WS-LIVE-SW
               MOVE 'EXPIRED'      TO WS-FINDING
               MOVE SU-QUIET-UNTIL TO WS-LAST-SEEN
           ELSE
               IF SU-CSYSNAME NOT = SPACES
                   MOVE SU-CSYSNAME TO WS-CK-NAME
                   PERFORM 8100-CLASSIFY-REGION
               END-IF
               IF ENTRY-LIVE
                  AND SU-PLEXNAME NOT = SPACES
                   MOVE SU-PLEXNAME TO WS-CK-NAME
                   PERFORM 8200-CLASSIFY-PLEX
               END-IF
           END-IF

           IF ENTRY-LIVE
               ADD 1 TO WS-FL-KEPT(WS-FL-SUB)
               WRITE SUPPRESS-NEW-RECORD FROM EVENT-SUPPRESS-RECORD
               IF WS-SUPPRESS-NEW-STATUS NOT = '00'
                   DISPLAY 'EMSREFCK: EVSUPNEW WRITE FAILED - '
                           WS-SUPPRESS-NEW-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE WS-SUPPRESS-KEY TO WS-DT-KEY
               MOVE 'DROPPED FROM EVSUPNEW' TO WS-DT-ACTION
               PERFORM 8500-WRITE-FINDING
           END-IF.

       5000-SWEEP-SUSPSTAT.
           MOVE 4 TO WS-FL-SUB
           MOVE 'SUSPSTAT - SUSPEND DURATION STATE' TO WS-SC-TEXT
           PERFORM 8000-WRITE-SECTION-HEADING
           MOVE 'SUSPSTAT' TO TC-FILE-ID
           PERFORM 8010-VERIFY-TRAILER
      *>  SUSPNEW replaces SUSPSTAT when copied over it, so it carries
      *>  a SUSPSTAT trailer for the entries kept
           MOVE 'I'        TO TC-REQUEST
           MOVE 'EMSREFCK' TO TC-WRITER
           MOVE WS-TODAY   TO TC-CYCLE-DATE
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, STATE-NEW-RECORD
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS = '35'
               PERFORM 8050-NOTE-NOT-ALLOCATED
           ELSE
               IF WS-STATE-STATUS NOT = '00'
                   DISPLAY 'EMSREFCK: UNABLE TO OPEN SUSPSTAT - '
                           WS-STATE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE 'Y' TO WS-FL-ALLOC-SW(WS-FL-SUB)
                   PERFORM UNTIL WS-STATE-STATUS = '10'
                       READ STATE-FILE
                           AT END
                               MOVE '10' TO WS-STATE-STATUS
                           NOT AT END
      *>                      the control trailer is always the last record
                               IF SUSP-STATE-RECORD(1:4) = HIGH-VALUES
                                   MOVE '10' TO WS-STATE-STATUS
                               ELSE
                                   ADD 1 TO WS-FL-READ(WS-FL-SUB)
                                   PERFORM 5100-CHECK-STATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STATE-FILE
               END-IF
           END-IF
           MOVE 'B' TO TC-REQUEST
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, STATE-NEW-RECORD
           WRITE STATE-NEW-RECORD
           IF WS-STATE-NEW-STATUS NOT = '00'
               DISPLAY 'EMSREFCK: SUSPNEW TRAILER WRITE FAILED - '
                       WS-STATE-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5100-CHECK-STATE.
      *>  EMSSUSPD keeps the entry of a region absent from the
      *>  extract on purpose, for a night or two; one absent from
      *>  the extract at the weekly sweep has gone for good
           MOVE SD-CSYSNAME TO WS-CK-NAME
           PERFORM 8100-CLASSIFY-REGION
           IF ENTRY-LIVE
               ADD 1 TO WS-FL-KEPT(WS-FL-SUB)
               WRITE STATE-NEW-RECORD FROM SUSP-STATE-RECORD
               IF WS-STATE-NEW-STATUS NOT = '00'
                   DISPLAY 'EMSREFCK: SUSPNEW WRITE FAILED - '
                           WS-STATE-NEW-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'A' TO TC-REQUEST
               CALL 'EMSTRLCK' USING TRAILER-CONTROL, STATE-NEW-RECORD
           ELSE
               MOVE SPACES TO WS-DT-KEY
               STRING SD-CSYSNAME DELIMITED BY SIZE
                      ' SINCE '   DELIMITED BY SIZE
                      SD-SUSP-DATE DELIMITED BY SIZE
                   INTO WS-DT-KEY
               END-STRING
               MOVE 'DROPPED FROM SUSPNEW' TO WS-DT-ACTION
               PERFORM 8500-WRITE-FINDING
           END-IF.

       6000-SWEEP-FEEDREG.
           MOVE 5 TO WS-FL-SUB
           MOVE 'FEEDREG - EXPECTED CMAS FEEDS' TO WS-SC-TEXT
           PERFORM 8000-WRITE-SECTION-HEADING
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '35'
               PERFORM 8050-NOTE-NOT-ALLOCATED
           ELSE
               IF WS-REGISTRY-STATUS NOT = '00'
                   DISPLAY 'EMSREFCK: UNABLE TO OPEN FEEDREG - '
                           WS-REGISTRY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE 'Y' TO WS-FL-ALLOC-SW(WS-FL-SUB)
                   PERFORM UNTIL WS-REGISTRY-STATUS = '10'
                       READ REGISTRY-FILE
                           AT END
                               MOVE '10' TO WS-REGISTRY-STATUS
                           NOT AT END
                               ADD 1 TO WS-FL-READ(WS-FL-SUB)
                               PERFORM 6100-CHECK-FEED
                       END-READ
                   END-PERFORM
                   CLOSE REGISTRY-FILE
               END-IF
           END-IF.

       6100-CHECK-FEED.
      *>  a CMAS that owns no region on the merged extract is no
      *>  longer sending a feed the suite uses
           MOVE FR-CMASNAME TO WS-CK-NAME
           PERFORM 8300-CLASSIFY-CMAS
           IF ENTRY-LIVE
               ADD 1 TO WS-FL-KEPT(WS-FL-SUB)
               WRITE REGISTRY-NEW-RECORD FROM FEED-REG-RECORD
               IF WS-REGISTRY-NEW-STATUS NOT = '00'
                   DISPLAY 'EMSREFCK: FEEDNEW WRITE FAILED - '
                           WS-REGISTRY-NEW-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE SPACES TO WS-DT-KEY
               STRING FR-CMASNAME DELIMITED BY SIZE
                      ' ON '      DELIMITED BY SIZE
                      FR-INPUT-DD DELIMITED BY SIZE
                   INTO WS-DT-KEY
               END-STRING
               MOVE 'DROPPED FROM FEEDNEW' TO WS-DT-ACTION
               PERFORM 8500-WRITE-FINDING
           END-IF.

       7000-SWEEP-APPLIDX.
           MOVE 6 TO WS-FL-SUB
           MOVE 'APPLIDX - APPLID REVERSE LOOKUP' TO WS-SC-TEXT
           PERFORM 8000-WRITE-SECTION-HEADING
           OPEN INPUT APPLIDX-FILE
           IF WS-APPLIDX-STATUS = '35'
               PERFORM 8050-NOTE-NOT-ALLOCATED
           ELSE
               IF WS-APPLIDX-STATUS NOT = '00'
                   DISPLAY 'EMSREFCK: UNABLE TO OPEN APPLIDX - '
                           WS-APPLIDX-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE 'Y' TO WS-FL-ALLOC-SW(WS-FL-SUB)
                   PERFORM UNTIL WS-APPLIDX-STATUS = '10'
                       READ APPLIDX-FILE
                           AT END
                               MOVE '10' TO WS-APPLIDX-STATUS
                           NOT AT END
                               ADD 1 TO WS-FL-READ(WS-FL-SUB)
                               PERFORM 7100-CHECK-APPLID
                       END-READ
                   END-PERFORM
                   CLOSE APPLIDX-FILE
               END-IF
           END-IF.

       7100-CHECK-APPLID.
           MOVE AX-CSYSNAME TO WS-CK-NAME
           PERFORM 8100-CLASSIFY-REGION
           IF ENTRY-LIVE
              AND WS-RG-CSYSAPPL(WS-RG-IDX) NOT = AX-CSYSAPPL
               MOVE 'N'            TO WS-LIVE-SW
               MOVE 'APPL CHANGED' TO WS-FINDING
               MOVE SPACES         TO WS-LAST-SEEN
           END-IF
           IF ENTRY-LIVE
               ADD 1 TO WS-FL-KEPT(WS-FL-SUB)
           ELSE
               MOVE SPACES TO WS-DT-KEY
               STRING AX-CSYSAPPL DELIMITED BY SIZE
                      ' -> '      DELIMITED BY SIZE
                      AX-CSYSNAME DELIMITED BY SIZE
                   INTO WS-DT-KEY
               END-STRING
               MOVE 'REBUILD APPLIDX VIA EMSAPLIX' TO WS-DT-ACTION
               PERFORM 8500-WRITE-FINDING
           END-IF.

       8000-WRITE-SECTION-HEADING.
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 1 LINE.

      *>  TC-FILE-ID names the master about to be swept
       8010-VERIFY-TRAILER.
           MOVE 'V' TO TC-REQUEST
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, WS-TRAILER-AREA
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSREFCK: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       8050-NOTE-NOT-ALLOCATED.
           MOVE WS-FILE-NAME(WS-FL-SUB) TO WS-NA-FILE
           WRITE REPORT-LINE FROM WS-NOT-ALLOC-LINE
               AFTER ADVANCING 1 LINE.

       8100-CLASSIFY-REGION.
      *>  live when on the extract (WS-RG-IDX is left on the entry);
      *>  otherwise ORPHANED if SNAPMAST has seen it, else NEVER USED
           MOVE 'N'    TO WS-LIVE-SW
           MOVE SPACES TO WS-FINDING
           MOVE SPACES TO WS-LAST-SEEN
           IF WS-RG-COUNT > 0
               SET WS-RG-IDX TO 1
               SEARCH WS-RG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RG-CSYSNAME(WS-RG-IDX) = WS-CK-NAME
                       MOVE 'Y' TO WS-LIVE-SW
               END-SEARCH
           END-IF
           IF NOT ENTRY-LIVE
               IF NOT HISTORY-AVAILABLE
                   MOVE 'ORPHANED' TO WS-FINDING
                   MOVE 'UNKNOWN'  TO WS-LAST-SEEN
               ELSE
                   MOVE 'NEVER USED' TO WS-FINDING
                   IF WS-HR-COUNT > 0
                       SET WS-HR-IDX TO 1
                       SEARCH WS-HR-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-HR-CSYSNAME(WS-HR-IDX) = WS-CK-NAME
                               MOVE 'ORPHANED' TO WS-FINDING
                               MOVE WS-HR-LAST-DATE(WS-HR-IDX)
                                   TO WS-LAST-SEEN
                       END-SEARCH
                   END-IF
               END-IF
           END-IF.

       8200-CLASSIFY-PLEX.
           MOVE 'N'    TO WS-LIVE-SW
           MOVE SPACES TO WS-FINDING
           MOVE SPACES TO WS-LAST-SEEN
           IF WS-PLEX-COUNT > 0
               SET WS-PX-IDX TO 1
               SEARCH WS-PLEX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PX-PLEXNAME(WS-PX-IDX) = WS-CK-NAME
                       MOVE 'Y' TO WS-LIVE-SW
               END-SEARCH
           END-IF
           IF NOT ENTRY-LIVE
               IF NOT HISTORY-AVAILABLE
                   MOVE 'ORPHANED' TO WS-FINDING
                   MOVE 'UNKNOWN'  TO WS-LAST-SEEN
               ELSE
                   MOVE 'NEVER USED' TO WS-FINDING
                   IF WS-HP-COUNT > 0
                       SET WS-HP-IDX TO 1
                       SEARCH WS-HP-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-HP-PLEXNAME(WS-HP-IDX) = WS-CK-NAME
                               MOVE 'ORPHANED' TO WS-FINDING
                               MOVE WS-HP-LAST-DATE(WS-HP-IDX)
                                   TO WS-LAST-SEEN
                       END-SEARCH
                   END-IF
               END-IF
           END-IF.

       8300-CLASSIFY-CMAS.
           MOVE 'N'    TO WS-LIVE-SW
           MOVE SPACES TO WS-FINDING
           MOVE SPACES TO WS-LAST-SEEN
           IF WS-CMAS-COUNT > 0
               SET WS-CM-IDX TO 1
               SEARCH WS-CMAS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CM-CMASNAME(WS-CM-IDX) = WS-CK-NAME
                       MOVE 'Y' TO WS-LIVE-SW
               END-SEARCH
           END-IF
           IF NOT ENTRY-LIVE
               IF NOT HISTORY-AVAILABLE
                   MOVE 'ORPHANED' TO WS-FINDING
                   MOVE 'UNKNOWN'  TO WS-LAST-SEEN
               ELSE
                   MOVE 'NEVER USED' TO WS-FINDING
                   IF WS-HC-COUNT > 0
                       SET WS-HC-IDX TO 1
                       SEARCH WS-HC-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-HC-CMASNAME(WS-HC-IDX) = WS-CK-NAME
                               MOVE 'ORPHANED' TO WS-FINDING
                               MOVE WS-HC-LAST-DATE(WS-HC-IDX)
                                   TO WS-LAST-SEEN
                       END-SEARCH
                   END-IF
               END-IF
           END-IF.

       8500-WRITE-FINDING.
           ADD 1 TO WS-FINDING-TOTAL
           EVALUATE WS-FINDING
               WHEN 'ORPHANED'
                   ADD 1 TO WS-FL-ORPHANED(WS-FL-SUB)
               WHEN 'EXPIRED'
                   ADD 1 TO WS-FL-EXPIRED(WS-FL-SUB)
               WHEN 'NEVER USED'
                   ADD 1 TO WS-FL-NEVER-USED(WS-FL-SUB)
               WHEN OTHER
                   ADD 1 TO WS-FL-OTHER(WS-FL-SUB)
           END-EVALUATE
           MOVE WS-FILE-NAME(WS-FL-SUB) TO WS-DT-FILE
           MOVE WS-FINDING              TO WS-DT-FINDING
           MOVE WS-LAST-SEEN            TO WS-DT-LAST-SEEN
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           MOVE 'SUMMARY BY CONTROL FILE' TO WS-SC-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-SUMMARY-HEADING
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-FL-SUB FROM 1 BY 1
                   UNTIL WS-FL-SUB > 6
               MOVE WS-FILE-NAME(WS-FL-SUB)     TO WS-SM-FILE
               MOVE WS-FL-READ(WS-FL-SUB)       TO WS-SM-READ
               MOVE WS-FL-ORPHANED(WS-FL-SUB)   TO WS-SM-ORPHANED
               MOVE WS-FL-EXPIRED(WS-FL-SUB)    TO WS-SM-EXPIRED
               MOVE WS-FL-NEVER-USED(WS-FL-SUB) TO WS-SM-NEVER-USED
               MOVE WS-FL-OTHER(WS-FL-SUB)      TO WS-SM-OTHER
               MOVE WS-FL-KEPT(WS-FL-SUB)       TO WS-SM-KEPT
               IF WS-FL-ALLOCATED(WS-FL-SUB)
                   MOVE SPACES TO WS-SM-NOTE
               ELSE
                   MOVE 'NOT ALLOCATED' TO WS-SM-NOTE
               END-IF
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE WS-FINDING-TOTAL   TO WS-TL-FINDINGS
           MOVE WS-DESC-CARD-COUNT TO WS-TL-DESC-CARDS
           MOVE WS-MW-CARD-COUNT   TO WS-TL-MW-CARDS
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           CLOSE DESC-DELETE-FILE
           CLOSE MW-DELETE-FILE
           CLOSE SUPPRESS-NEW-FILE
           CLOSE STATE-NEW-FILE
           CLOSE REGISTRY-NEW-FILE
           CLOSE REPORT-FILE

           IF WS-FINDING-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'EMSREFCK: REGIONS ON EXTRACT - ' WS-REGION-READ
           DISPLAY 'EMSREFCK: SNAPMAST RECORDS READ - '
                   WS-HISTORY-READ
           DISPLAY 'EMSREFCK: FINDINGS - ' WS-FINDING-TOTAL.
