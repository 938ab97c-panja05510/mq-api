      *>****************************************************************
      *> PROGRAM:  EMSKPIMN
      *> PURPOSE:  Month-end operations KPI step.  The monthly
      *>           service review has been assembled by hand from
      *>           whatever the nightly reports still showed on the
      *>           day, and the figures that matter most - how long an
      *>           alert waited for somebody, how long regions sat
      *>           suspended - were gone from the masters by then.
      *>           This step distils the month into one row per
      *>           PLEXNAME on the KPIHIST history master
      *>           (kpiHistCopyBook, keyed by month and plex) and
      *>           prints a thirteen-month trend from it.
      *>
      *>           Measures per plex for the month:
      *>             - alerts raised, by event type - ALRTMAST entries
      *>               first seen in the month plus resolved alerts
      *>               from KPICAPT first seen in the month;
      *>             - mean time to acknowledge and to resolve, in
      *>               days, from the KPICAPT ack and resolve captures
      *>               EMSALRTM writes through EMSKPIWT (an alert
      *>               resolved without an ack counts its resolve as
      *>               the first response);
      *>             - alerts still open on ALRTMAST at month end;
      *>             - restarts, as carried on EMSRSTAN's PLEXSUMM
      *>               summary (the restart count over its rolling
      *>               window as at the run);
      *>             - suspended region-days - suspends EMSSUSPD
      *>               cleared (KPICAPT) plus those still open on
      *>               SUSPSTAT, each counted for the days of the
      *>               month it covered;
      *>             - EMSVALID extract rejects (KPICAPT), each region
      *>               and reason counted once per cycle date, so a
      *>               rerun of EMSVALID for the same cycle - its usual
      *>               answer to the reject threshold stop - does not
      *>               count the cycle's rejects twice;
      *>             - region population from EMASVALD.
      *>
      *>           The month is YYYYMM in columns 1-6 of the optional
      *>           KPIPARM card; with no card or a blank one it is the
      *>           month of the run date, so the step normally runs
      *>           after the last nightly cycle of the month.  A rerun
      *>           for the same month replaces that month's rows on
      *>           KPIHIST.  ALRTMAST, KPICAPT, SUSPSTAT, PLEXSUMM and
      *>           KPIHIST may be missing and are then taken as empty;
      *>           EMASVALD is required.  The control trailers on
      *>           ALRTMAST and SUSPSTAT (EMSTRLCK) are verified before
      *>           either is read; a damaged master ends the step with
      *>           RETURN-CODE 20 before KPIHIST is rewritten.
      *>
      *>           KPIRPT carries the estate trend - each measure over
      *>           the thirteen months to the reported month with the
      *>           movement on the previous month - then the per-plex
      *>           figures for the month with their movement, then the
      *>           plexes ranked by alerts raised per 100 regions.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSKPIMN.
       AUTHOR. MQ-API-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO KPIPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT VALID-FILE ASSIGN TO EMASVALD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.

           SELECT MASTER-FILE ASSIGN TO ALRTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CAPTURE-FILE ASSIGN TO KPICAPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-STATUS.

           SELECT STATE-FILE ASSIGN TO SUSPSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO PLEXSUMM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT HISTORY-FILE ASSIGN TO KPIHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK1.

           SELECT SORT-WORK-J ASSIGN TO SORTWK2.

           SELECT REPORT-FILE ASSIGN TO KPIRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  KPI-PARM-RECORD.
           05  KP-MONTH            PIC X(6).
           05  FILLER              PIC X(74).

       FD  VALID-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       COPY "sampleCopyBook.cpy".

       FD  MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 59 CHARACTERS.
       COPY "alertMasterCopyBook.cpy".

       FD  CAPTURE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
       COPY "kpiCaptureCopyBook.cpy".

       FD  STATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 24 CHARACTERS.
       COPY "suspendStateCopyBook.cpy".

       FD  SUMMARY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 196 CHARACTERS.
       COPY "plexSummCopyBook.cpy".

       FD  HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 112 CHARACTERS.
       01  HISTORY-RECORD          PIC X(112).

       SD  SORT-WORK
           RECORD CONTAINS 21 CHARACTERS.
       01  SW-RECORD.
           05  SW-RATE             PIC 9(7)V99.
           05  SW-PLEXNAME         PIC X(8).
           05  SW-PX-SUB           PIC 9(4).

       SD  SORT-WORK-J
           RECORD CONTAINS 28 CHARACTERS.
       01  SJ-RECORD.
           05  SJ-KEY.
               10  SJ-CSYSNAME     PIC X(8).
               10  SJ-REASON       PIC X(4).
               10  SJ-END-DATE     PIC 9(8).
           05  SJ-PLEXNAME         PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "kpiHistCopyBook.cpy".
       COPY "trailerCtlCopyBook.cpy".

       01  WS-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-VALID-STATUS         PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS        PIC XX VALUE SPACES.
       01  WS-CAPTURE-STATUS       PIC XX VALUE SPACES.
       01  WS-STATE-STATUS         PIC XX VALUE SPACES.
       01  WS-SUMMARY-STATUS       PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  END-OF-SORT                VALUE 'Y'.
       01  WS-PREV-REJECT-KEY      PIC X(20) VALUE SPACES.

       01  WS-TODAY                PIC 9(8) VALUE ZERO.

      *>  the reported month and its bounds
       01  WS-TARGET-MONTH         PIC 9(6) VALUE ZERO.
       01  WS-TARGET-MONTH-R REDEFINES WS-TARGET-MONTH.
           05  WS-TM-YYYY          PIC 9(4).
           05  WS-TM-MM            PIC 9(2).
       01  WS-PRIOR-MONTH          PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
           05  WS-PM-YYYY          PIC 9(4).
           05  WS-PM-MM            PIC 9(2).
       01  WS-NEXT-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
           05  WS-NM-YYYY          PIC 9(4).
           05  WS-NM-MM            PIC 9(2).
       01  WS-MONTH-START          PIC 9(8) VALUE ZERO.
       01  WS-MONTH-END            PIC 9(8) VALUE ZERO.
       01  WS-MS-DAYS              PIC S9(9) VALUE ZERO.
       01  WS-ME-DAYS              PIC S9(9) VALUE ZERO.
       01  WS-TARGET-NUM           PIC 9(7) VALUE ZERO.
       01  WS-MONTH-NUM            PIC 9(7) VALUE ZERO.
       01  WS-WORK-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
           05  WS-WM-YYYY          PIC 9(4).
           05  WS-WM-MM            PIC 9(2).

      *>  date-to-day-number conversion and overlap work areas
       01  WS-DD-DATE              PIC 9(8) VALUE ZERO.
       01  WS-DD-DAYS              PIC S9(9) VALUE ZERO.
       01  WS-START-DAYS           PIC S9(9) VALUE ZERO.
       01  WS-END-DAYS             PIC S9(9) VALUE ZERO.
       01  WS-OV-FROM-DAYS         PIC S9(9) VALUE ZERO.
       01  WS-OV-TO-DAYS           PIC S9(9) VALUE ZERO.
       01  WS-OV-RESULT            PIC S9(9) VALUE ZERO.

       01  WS-FIND-PLEXNAME        PIC X(8) VALUE SPACES.
       01  WS-EVENT-TYPE           PIC X(4) VALUE SPACES.
       01  WS-EV-SUB               PIC 9(1) VALUE ZERO.
       01  WS-PX-SUB               PIC 9(4) VALUE ZERO.
       01  WS-SHIFT-SUB            PIC 9(4) VALUE ZERO.
       01  WS-HS-SUB               PIC 9(5) VALUE ZERO.
       01  WS-TR-SUB               PIC 9(2) VALUE ZERO.
       01  WS-ROW-SUB              PIC 9(2) VALUE ZERO.
       01  WS-PASS-SUB             PIC 9(1) VALUE ZERO.
       01  WS-RANK                 PIC 9(4) VALUE ZERO.
       01  WS-WRITE-SW             PIC X VALUE 'N'.
           88  WRITE-THIS-ROW             VALUE 'Y'.
       01  WS-PRIOR-SW             PIC X VALUE 'N'.
           88  PRIOR-FOUND                VALUE 'Y'.

       01  WS-REGION-READ          PIC 9(7) VALUE ZERO.
       01  WS-ALERT-READ           PIC 9(7) VALUE ZERO.
       01  WS-CAPTURE-READ         PIC 9(9) VALUE ZERO.
       01  WS-SUSPEND-READ         PIC 9(7) VALUE ZERO.
       01  WS-SUMMARY-READ         PIC 9(5) VALUE ZERO.
       01  WS-HISTORY-READ         PIC 9(7) VALUE ZERO.
       01  WS-HISTORY-REPLACED     PIC 9(5) VALUE ZERO.
       01  WS-HISTORY-WRITTEN      PIC 9(7) VALUE ZERO.

      *>  the measures being printed, and the formatted cell
       01  WS-MEASURE-VALUE        PIC S9(9)V9 VALUE ZERO.
       01  WS-MOVE-VALUE           PIC S9(9)V9 VALUE ZERO.
       01  WS-CELL-TEXT            PIC X(8) VALUE SPACES.
       01  WS-ED-COUNT             PIC Z(7)9.
       01  WS-ED-DAYS              PIC Z(5)9.9.
       01  WS-ED-MOVE-COUNT        PIC +(7)9.
       01  WS-ED-MOVE-DAYS         PIC +(5)9.9.
       01  WS-CUR-MEASURES.
           05  WS-CUR-MEASURE      PIC S9(9)V9 OCCURS 15 TIMES.
       01  WS-PRV-MEASURES.
           05  WS-PRV-MEASURE      PIC S9(9)V9 OCCURS 15 TIMES.

      *>  one month's (or one plex's) measures being worked on; the
      *>  plex, prior-month and trend tables carry the same layout
       01  WS-KPI-WORK.
           05  WS-KW-RAISED        PIC 9(7) OCCURS 7 TIMES.
           05  WS-KW-ACK-COUNT     PIC 9(7).
           05  WS-KW-ACK-DAYS      PIC 9(9).
           05  WS-KW-RES-COUNT     PIC 9(7).
           05  WS-KW-RES-DAYS      PIC 9(9).
           05  WS-KW-OPEN          PIC 9(7).
           05  WS-KW-RESTARTS      PIC 9(9).
           05  WS-KW-SUSP-DAYS     PIC 9(9).
           05  WS-KW-REJECTS       PIC 9(9).
           05  WS-KW-REGIONS       PIC 9(7).

      *>  the reported month, one entry per plex in PLEXNAME order
       01  WS-PLEX-TABLE.
           05  WS-PX-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-PX-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PX-COUNT.
               10  WS-PX-PLEXNAME      PIC X(8).
               10  WS-PX-KPI.
                   15  WS-PX-RAISED        PIC 9(7) OCCURS 7 TIMES.
                   15  WS-PX-ACK-COUNT     PIC 9(7).
                   15  WS-PX-ACK-DAYS      PIC 9(9).
                   15  WS-PX-RES-COUNT     PIC 9(7).
                   15  WS-PX-RES-DAYS      PIC 9(9).
                   15  WS-PX-OPEN          PIC 9(7).
                   15  WS-PX-RESTARTS      PIC 9(9).
                   15  WS-PX-SUSP-DAYS     PIC 9(9).
                   15  WS-PX-REJECTS       PIC 9(9).
                   15  WS-PX-REGIONS       PIC 9(7).

      *>  the previous month's rows from KPIHIST, for movement
       01  WS-PRIOR-TABLE.
           05  WS-PR-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-PR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PR-COUNT
                   INDEXED BY WS-PR-IDX.
               10  WS-PR-PLEXNAME      PIC X(8).
               10  WS-PR-KPI           PIC X(122).

      *>  the whole KPIHIST master, rewritten in month order
       01  WS-HIST-TABLE.
           05  WS-HS-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-HS-ENTRY OCCURS 1 TO 30000 TIMES
                   DEPENDING ON WS-HS-COUNT.
               10  WS-HS-MONTH         PIC 9(6).
               10  FILLER              PIC X(106).

      *>  estate totals for the thirteen months to the reported month
       01  WS-TREND-TABLE.
           05  WS-TR-ENTRY OCCURS 13 TIMES.
               10  WS-TR-MONTH         PIC 9(6).
               10  WS-TR-MONTH-R REDEFINES WS-TR-MONTH.
                   15  WS-TR-YYYY          PIC 9(4).
                   15  WS-TR-MM            PIC 9(2).
               10  WS-TR-PRESENT-SW    PIC X(1).
                   88  WS-TR-PRESENT          VALUE 'Y'.
               10  WS-TR-KPI.
                   15  WS-TR-RAISED        PIC 9(7) OCCURS 7 TIMES.
                   15  WS-TR-ACK-COUNT     PIC 9(7).
                   15  WS-TR-ACK-DAYS      PIC 9(9).
                   15  WS-TR-RES-COUNT     PIC 9(7).
                   15  WS-TR-RES-DAYS      PIC 9(9).
                   15  WS-TR-OPEN          PIC 9(7).
                   15  WS-TR-RESTARTS      PIC 9(9).
                   15  WS-TR-SUSP-DAYS     PIC 9(9).
                   15  WS-TR-REJECTS       PIC 9(9).
                   15  WS-TR-REGIONS       PIC 9(7).

      *>  KH-RAISED-COUNT slots, in order; anything else is OTHER
       01  WS-EVENT-NAMES-INIT.
           05  FILLER              PIC X(4) VALUE 'RSTR'.
           05  FILLER              PIC X(4) VALUE 'ORPH'.
           05  FILLER              PIC X(4) VALUE 'SUSP'.
           05  FILLER              PIC X(4) VALUE 'SPEC'.
           05  FILLER              PIC X(4) VALUE 'FEED'.
           05  FILLER              PIC X(4) VALUE 'UNAU'.
           05  FILLER              PIC X(4) VALUE 'OTHR'.
       01  WS-EVENT-NAMES REDEFINES WS-EVENT-NAMES-INIT.
           05  WS-EVENT-NAME       PIC X(4) OCCURS 7 TIMES.

      *>  trend rows, in print order; rows 9 and 10 are in days
       01  WS-ROW-LABELS-INIT.
           05  FILLER              PIC X(18) VALUE 'ALERTS RAISED'.
           05  FILLER              PIC X(18) VALUE '  RSTR RESTART'.
           05  FILLER              PIC X(18) VALUE '  ORPH ORPHAN'.
           05  FILLER              PIC X(18) VALUE '  SUSP SUSPEND'.
           05  FILLER              PIC X(18) VALUE '  SPEC SPEC CHANGE'.
           05  FILLER              PIC X(18) VALUE '  FEED FEED'.
           05  FILLER              PIC X(18) VALUE '  UNAU UNAUTH CHG'.
           05  FILLER              PIC X(18) VALUE '  OTHER'.
           05  FILLER              PIC X(18) VALUE 'MTTA (DAYS)'.
           05  FILLER              PIC X(18) VALUE 'MTTR (DAYS)'.
           05  FILLER              PIC X(18) VALUE 'OPEN AT MONTH END'.
           05  FILLER              PIC X(18) VALUE 'RESTARTS (WINDOW)'.
           05  FILLER              PIC X(18) VALUE 'SUSP REGION-DAYS'.
           05  FILLER              PIC X(18) VALUE 'EXTRACT REJECTS'.
           05  FILLER              PIC X(18) VALUE 'REGIONS'.
       01  WS-ROW-LABELS REDEFINES WS-ROW-LABELS-INIT.
           05  WS-ROW-LABEL        PIC X(18) OCCURS 15 TIMES.

       01  WS-CURRENT-DATE-AREA.
           05  WS-CD-YYYYMMDD      PIC 9(8).
           05  FILLER              PIC X(13).

       01  WS-HEADING-1.
           05  FILLER              PIC X(1)  VALUE '1'.
           05  FILLER              PIC X(44) VALUE
               'EMSKPIMN - MONTHLY OPERATIONS KPI'.
           05  FILLER              PIC X(8)  VALUE 'MONTH - '.
           05  WS-H1-YYYY          PIC 9(4).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  WS-H1-MM            PIC 9(2).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'CYCLE - '.
           05  WS-H1-DATE          PIC 9(8).

       01  WS-SECTION-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SC-TEXT          PIC X(80).

       01  WS-TREND-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(18) VALUE 'MEASURE'.
           05  WS-TH-MONTH OCCURS 13 TIMES.
               10  FILLER              PIC X(1).
               10  WS-TH-YYYY          PIC 9(4).
               10  WS-TH-DASH          PIC X(1).
               10  WS-TH-MM            PIC 9(2).
           05  FILLER              PIC X(9)  VALUE ' MOVEMENT'.

       01  WS-TREND-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TL-LABEL         PIC X(18).
           05  WS-TL-CELL          PIC X(8) OCCURS 13 TIMES.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TL-MOVE          PIC X(8).

       01  WS-PLEX-HEADING-1.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(10) VALUE 'PLEX'.
           05  FILLER              PIC X(8)  VALUE ' REGIONS'.
           05  FILLER              PIC X(16) VALUE '   ALERTS RAISED'.
           05  FILLER              PIC X(16) VALUE '     MTTA (DAYS)'.
           05  FILLER              PIC X(16) VALUE '     MTTR (DAYS)'.
           05  FILLER              PIC X(16) VALUE '     OPEN AT END'.
           05  FILLER              PIC X(16) VALUE '        RESTARTS'.
           05  FILLER              PIC X(16) VALUE '  SUSP REGN-DAYS'.
           05  FILLER              PIC X(16) VALUE ' EXTRACT REJECTS'.

       01  WS-PLEX-HEADING-2.
           05  FILLER              PIC X(19) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE '   MONTH  +/-PRV'.
           05  FILLER              PIC X(16) VALUE '   MONTH  +/-PRV'.
           05  FILLER              PIC X(16) VALUE '   MONTH  +/-PRV'.
           05  FILLER              PIC X(16) VALUE '   MONTH  +/-PRV'.
           05  FILLER              PIC X(16) VALUE '   MONTH  +/-PRV'.
           05  FILLER              PIC X(16) VALUE '   MONTH  +/-PRV'.
           05  FILLER              PIC X(16) VALUE '   MONTH  +/-PRV'.

       01  WS-PLEX-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-PL-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PL-REGIONS       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-PL-PAIR OCCURS 7 TIMES.
               10  WS-PL-VALUE         PIC X(8).
               10  WS-PL-MOVE          PIC X(8).

       01  WS-RANK-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(6)  VALUE 'RANK'.
           05  FILLER              PIC X(10) VALUE 'PLEX'.
           05  FILLER              PIC X(9)  VALUE '  REGIONS'.
           05  FILLER              PIC X(9)  VALUE '   RAISED'.
           05  FILLER              PIC X(16) VALUE '  PER 100 REGNS'.
           05  FILLER              PIC X(10) VALUE '  RESTARTS'.
           05  FILLER              PIC X(11) VALUE '  SUSP DAYS'.
           05  FILLER              PIC X(10) VALUE '      MTTA'.

       01  WS-RANK-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RK-RANK          PIC ZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RK-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RK-REGIONS       PIC Z,ZZZ,ZZ9.
           05  WS-RK-RAISED        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RK-RATE          PIC Z,ZZZ,ZZ9.99.
           05  WS-RK-RESTARTS      PIC ZZ,ZZZ,ZZ9.
           05  WS-RK-SUSP-DAYS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RK-MTTA          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RK-NOTE          PIC X(10).

       01  WS-NONE-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-NL-TEXT          PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-PARM
           PERFORM 1200-LOAD-REGIONS
           PERFORM 1300-LOAD-ALERTS
           PERFORM 1400-LOAD-CAPTURES
           PERFORM 1500-LOAD-SUSPENDS
           PERFORM 1600-LOAD-PLEX-SUMMARY
           PERFORM 1700-LOAD-HISTORY
           PERFORM 2000-REWRITE-HISTORY
           PERFORM 3000-REPORT-TREND
           PERFORM 4000-REPORT-PLEXES
           PERFORM 5000-REPORT-RANKING
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT VALID-FILE
           IF WS-VALID-STATUS NOT = '00'
               DISPLAY 'EMSKPIMN: UNABLE TO OPEN EMASVALD - '
                       WS-VALID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'EMSKPIMN: UNABLE TO OPEN KPIRPT - '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CD-YYYYMMDD TO WS-TODAY.

      *>****************************************************************
      *> The reported month - KPIPARM columns 1-6, else the run month
      *>****************************************************************
       1100-READ-PARM.
           MOVE WS-TODAY(1:6) TO WS-TARGET-MONTH
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-PARM-STATUS NOT = '00'
                   DISPLAY 'EMSKPIMN: UNABLE TO OPEN KPIPARM - '
                           WS-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   READ PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1150-EDIT-PARM
                   END-READ
                   CLOSE PARM-FILE
               END-IF
           END-IF

           MOVE WS-TARGET-MONTH TO WS-PRIOR-MONTH
           IF WS-PM-MM = 1
               MOVE 12 TO WS-PM-MM
               SUBTRACT 1 FROM WS-PM-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PM-MM
           END-IF
           MOVE WS-TARGET-MONTH TO WS-NEXT-MONTH
           IF WS-NM-MM = 12
               MOVE 1 TO WS-NM-MM
               ADD 1 TO WS-NM-YYYY
           ELSE
               ADD 1 TO WS-NM-MM
           END-IF

           COMPUTE WS-MONTH-START = WS-TARGET-MONTH * 100 + 1
           COMPUTE WS-MS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           COMPUTE WS-ME-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH * 100 + 1) - 1
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-ME-DAYS)
           COMPUTE WS-TARGET-NUM = WS-TM-YYYY * 12 + WS-TM-MM - 1

           MOVE WS-TM-YYYY TO WS-H1-YYYY
           MOVE WS-TM-MM   TO WS-H1-MM
           MOVE WS-TODAY   TO WS-H1-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE.

       1150-EDIT-PARM.
           IF KP-MONTH = SPACES
               CONTINUE
           ELSE
               IF KP-MONTH IS NUMERIC
                  AND KP-MONTH(1:4) >= '1601'
                  AND KP-MONTH(5:2) >= '01'
                  AND KP-MONTH(5:2) <= '12'
                   MOVE KP-MONTH TO WS-TARGET-MONTH
               ELSE
                   DISPLAY 'EMSKPIMN: KPIPARM MONTH NOT YYYYMM - '
                           KP-MONTH
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *>****************************************************************
      *> Region population per plex from the current extract
      *>****************************************************************
       1200-LOAD-REGIONS.
           PERFORM UNTIL WS-VALID-STATUS = '10'
               READ VALID-FILE
                   AT END
                       MOVE '10' TO WS-VALID-STATUS
                   NOT AT END
                       ADD 1 TO WS-REGION-READ
                       MOVE PLEXNAME TO WS-FIND-PLEXNAME
                       PERFORM 8000-FIND-PLEX
                       ADD 1 TO WS-PX-REGIONS(WS-PX-SUB)
               END-READ
           END-PERFORM
           CLOSE VALID-FILE.

      *>****************************************************************
      *> Alerts raised in the month and alerts still open at its end
      *>****************************************************************
       1300-LOAD-ALERTS.
           MOVE 'V'        TO TC-REQUEST
           MOVE 'ALRTMAST' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, ALERT-MASTER-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSKPIMN: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               DISPLAY 'EMSKPIMN: ALRTMAST NOT FOUND - NO OPEN ALERTS'
           ELSE
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'EMSKPIMN: UNABLE TO OPEN ALRTMAST - '
                           WS-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM UNTIL WS-MASTER-STATUS = '10'
                       READ MASTER-FILE
                           AT END
                               MOVE '10' TO WS-MASTER-STATUS
                           NOT AT END
      *>                      the control trailer is always last
                               IF ALERT-MASTER-RECORD(1:4) = HIGH-VALUES
                                   MOVE '10' TO WS-MASTER-STATUS
                               ELSE
                                   ADD 1 TO WS-ALERT-READ
                                   PERFORM 1350-COUNT-ALERT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MASTER-FILE
               END-IF
           END-IF.

       1350-COUNT-ALERT.
           MOVE AM-PLEXNAME TO WS-FIND-PLEXNAME
           PERFORM 8000-FIND-PLEX
           IF AM-FIRST-SEEN >= WS-MONTH-START
              AND AM-FIRST-SEEN <= WS-MONTH-END
               MOVE AM-EVENT-TYPE TO WS-EVENT-TYPE
               PERFORM 8100-SET-EVENT-SUB
               ADD 1 TO WS-PX-RAISED(WS-PX-SUB WS-EV-SUB)
           END-IF
           IF NOT AM-STATE-RESOLVED
              AND AM-FIRST-SEEN <= WS-MONTH-END
               ADD 1 TO WS-PX-OPEN(WS-PX-SUB)
           END-IF.

      *>****************************************************************
      *> Ack, resolve, cleared-suspend and reject captures
      *>****************************************************************
       1400-LOAD-CAPTURES.
           OPEN INPUT CAPTURE-FILE
           IF WS-CAPTURE-STATUS = '35'
               DISPLAY 'EMSKPIMN: KPICAPT NOT FOUND - NO CAPTURES'
           ELSE
               IF WS-CAPTURE-STATUS NOT = '00'
                   DISPLAY 'EMSKPIMN: UNABLE TO OPEN KPICAPT - '
                           WS-CAPTURE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   SORT SORT-WORK-J
                       ON ASCENDING KEY SJ-KEY
                       INPUT PROCEDURE IS 1410-READ-CAPTURES
                       OUTPUT PROCEDURE IS 1460-COUNT-REJECTS
               END-IF
           END-IF.

       1410-READ-CAPTURES.
      *>  reject captures are sorted aside and counted once per
      *>  region, reason and cycle by 1460; everything else is
      *>  applied as it is read
           PERFORM UNTIL WS-CAPTURE-STATUS = '10'
               READ CAPTURE-FILE
                   AT END
                       MOVE '10' TO WS-CAPTURE-STATUS
                   NOT AT END
                       ADD 1 TO WS-CAPTURE-READ
                       PERFORM 1450-APPLY-CAPTURE
               END-READ
           END-PERFORM
           CLOSE CAPTURE-FILE.

       1450-APPLY-CAPTURE.
           MOVE KC-PLEXNAME TO WS-FIND-PLEXNAME
           MOVE KC-START-DATE TO WS-DD-DATE
           PERFORM 8200-DATE-DAYS
           MOVE WS-DD-DAYS TO WS-START-DAYS
           MOVE KC-END-DATE TO WS-DD-DATE
           PERFORM 8200-DATE-DAYS
           MOVE WS-DD-DAYS TO WS-END-DAYS

           EVALUATE TRUE
               WHEN KC-ALERT-ACKED
                   IF KC-ACK-DATE >= WS-MONTH-START
                      AND KC-ACK-DATE <= WS-MONTH-END
                      AND WS-START-DAYS > 0
                       PERFORM 8000-FIND-PLEX
                       MOVE KC-ACK-DATE TO WS-DD-DATE
                       PERFORM 8200-DATE-DAYS
                       ADD 1 TO WS-PX-ACK-COUNT(WS-PX-SUB)
                       ADD WS-DD-DAYS TO WS-PX-ACK-DAYS(WS-PX-SUB)
                       SUBTRACT WS-START-DAYS
                           FROM WS-PX-ACK-DAYS(WS-PX-SUB)
                   END-IF
               WHEN KC-ALERT-RESOLVED
                   IF KC-START-DATE >= WS-MONTH-START
                      AND KC-START-DATE <= WS-MONTH-END
                       PERFORM 8000-FIND-PLEX
                       MOVE KC-EVENT-TYPE TO WS-EVENT-TYPE
                       PERFORM 8100-SET-EVENT-SUB
                       ADD 1 TO WS-PX-RAISED(WS-PX-SUB WS-EV-SUB)
                   END-IF
                   IF KC-END-DATE >= WS-MONTH-START
                      AND KC-END-DATE <= WS-MONTH-END
                      AND WS-START-DAYS > 0
                       PERFORM 8000-FIND-PLEX
                       ADD 1 TO WS-PX-RES-COUNT(WS-PX-SUB)
                       ADD WS-END-DAYS TO WS-PX-RES-DAYS(WS-PX-SUB)
                       SUBTRACT WS-START-DAYS
                           FROM WS-PX-RES-DAYS(WS-PX-SUB)
      *>              resolved straight from NEW - the resolve was
      *>              the first response, so it is the ack as well
                       IF KC-ACK-DATE = ZERO
                           ADD 1 TO WS-PX-ACK-COUNT(WS-PX-SUB)
                           ADD WS-END-DAYS
                               TO WS-PX-ACK-DAYS(WS-PX-SUB)
                           SUBTRACT WS-START-DAYS
                               FROM WS-PX-ACK-DAYS(WS-PX-SUB)
                       END-IF
                   END-IF
               WHEN KC-SUSP-CLEARED
      *>          suspended from the suspend date up to the day
      *>          before the cycle that saw the region ACTIVE again
                   IF WS-START-DAYS > 0
                      AND WS-END-DAYS > 0
                       MOVE WS-START-DAYS TO WS-OV-FROM-DAYS
                       COMPUTE WS-OV-TO-DAYS = WS-END-DAYS - 1
                       PERFORM 8250-MONTH-OVERLAP
                       IF WS-OV-RESULT > 0
                           PERFORM 8000-FIND-PLEX
                           ADD WS-OV-RESULT
                               TO WS-PX-SUSP-DAYS(WS-PX-SUB)
                       END-IF
                   END-IF
               WHEN KC-EXTRACT-REJECT
                   IF KC-END-DATE >= WS-MONTH-START
                      AND KC-END-DATE <= WS-MONTH-END
                       MOVE KC-CSYSNAME   TO SJ-CSYSNAME
                       MOVE KC-EVENT-TYPE TO SJ-REASON
                       MOVE KC-END-DATE   TO SJ-END-DATE
                       MOVE KC-PLEXNAME   TO SJ-PLEXNAME
                       RELEASE SJ-RECORD
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1460-COUNT-REJECTS.
           MOVE SPACES TO WS-PREV-REJECT-KEY
           MOVE 'N' TO WS-EOF-SW
           RETURN SORT-WORK-J
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               IF SJ-KEY NOT = WS-PREV-REJECT-KEY
                   MOVE SJ-KEY TO WS-PREV-REJECT-KEY
                   MOVE SJ-PLEXNAME TO WS-FIND-PLEXNAME
                   PERFORM 8000-FIND-PLEX
                   ADD 1 TO WS-PX-REJECTS(WS-PX-SUB)
               END-IF
               RETURN SORT-WORK-J
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
               END-RETURN
           END-PERFORM.

      *>****************************************************************
      *> Suspends still open - counted to the end of the month
      *>****************************************************************
       1500-LOAD-SUSPENDS.
           MOVE 'V'        TO TC-REQUEST
           MOVE 'SUSPSTAT' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, SUSP-STATE-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSKPIMN: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS = '35'
               DISPLAY 'EMSKPIMN: SUSPSTAT NOT FOUND - NO OPEN SUSPENDS'
           ELSE
               IF WS-STATE-STATUS NOT = '00'
                   DISPLAY 'EMSKPIMN: UNABLE TO OPEN SUSPSTAT - '
                           WS-STATE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM UNTIL WS-STATE-STATUS = '10'
                       READ STATE-FILE
                           AT END
                               MOVE '10' TO WS-STATE-STATUS
                           NOT AT END
      *>                      the control trailer is always last
                               IF SUSP-STATE-RECORD(1:4) = HIGH-VALUES
                                   MOVE '10' TO WS-STATE-STATUS
                               ELSE
                                   ADD 1 TO WS-SUSPEND-READ
                                   PERFORM 1550-COUNT-SUSPEND
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STATE-FILE
               END-IF
           END-IF.

       1550-COUNT-SUSPEND.
           MOVE SD-SUSP-DATE TO WS-DD-DATE
           PERFORM 8200-DATE-DAYS
           IF WS-DD-DAYS > 0
               MOVE WS-DD-DAYS TO WS-OV-FROM-DAYS
               MOVE WS-ME-DAYS TO WS-OV-TO-DAYS
               PERFORM 8250-MONTH-OVERLAP
               IF WS-OV-RESULT > 0
                   MOVE SD-PLEXNAME TO WS-FIND-PLEXNAME
                   PERFORM 8000-FIND-PLEX
                   ADD WS-OV-RESULT TO WS-PX-SUSP-DAYS(WS-PX-SUB)
               END-IF
           END-IF.

      *>****************************************************************
      *> Restart counts from EMSRSTAN's per-plex summary
      *>****************************************************************
       1600-LOAD-PLEX-SUMMARY.
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMMARY-STATUS = '35'
               DISPLAY 'EMSKPIMN: PLEXSUMM NOT FOUND - NO RESTARTS'
           ELSE
               IF WS-SUMMARY-STATUS NOT = '00'
                   DISPLAY 'EMSKPIMN: UNABLE TO OPEN PLEXSUMM - '
                           WS-SUMMARY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM UNTIL WS-SUMMARY-STATUS = '10'
                       READ SUMMARY-FILE
                           AT END
                               MOVE '10' TO WS-SUMMARY-STATUS
                           NOT AT END
                               ADD 1 TO WS-SUMMARY-READ
                               MOVE PS-PLEXNAME TO WS-FIND-PLEXNAME
                               PERFORM 8000-FIND-PLEX
                               MOVE PS-RESTART-COUNT
                                   TO WS-PX-RESTARTS(WS-PX-SUB)
                       END-READ
                   END-PERFORM
                   CLOSE SUMMARY-FILE
               END-IF
           END-IF.

      *>****************************************************************
      *> KPIHIST - every month but the reported one is carried over
      *>****************************************************************
       1700-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               DISPLAY 'EMSKPIMN: KPIHIST NOT FOUND - STARTING NEW'
           ELSE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY 'EMSKPIMN: UNABLE TO OPEN KPIHIST - '
                           WS-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM UNTIL WS-HISTORY-STATUS = '10'
                       READ HISTORY-FILE INTO KPI-HIST-RECORD
                           AT END
                               MOVE '10' TO WS-HISTORY-STATUS
                           NOT AT END
                               ADD 1 TO WS-HISTORY-READ
                               PERFORM 1750-STORE-HISTORY
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.

       1750-STORE-HISTORY.
           IF KH-MONTH = WS-TARGET-MONTH
      *>      a rerun for the month - replaced by this run's rows
               ADD 1 TO WS-HISTORY-REPLACED
           ELSE
               PERFORM 8600-ADD-HISTORY-ENTRY
               IF KH-MONTH = WS-PRIOR-MONTH
                  AND WS-PR-COUNT < 500
                   PERFORM 8500-HIST-TO-WORK
                   ADD 1 TO WS-PR-COUNT
                   MOVE KH-PLEXNAME TO WS-PR-PLEXNAME(WS-PR-COUNT)
                   MOVE WS-KPI-WORK TO WS-PR-KPI(WS-PR-COUNT)
               END-IF
           END-IF.

      *>****************************************************************
      *> Add the month's rows and write KPIHIST back in month order
      *>****************************************************************
       2000-REWRITE-HISTORY.
           PERFORM VARYING WS-PX-SUB FROM 1 BY 1
                   UNTIL WS-PX-SUB > WS-PX-COUNT
               MOVE WS-PX-KPI(WS-PX-SUB) TO WS-KPI-WORK
               PERFORM 8550-WORK-TO-HIST
               MOVE WS-TARGET-MONTH TO KH-MONTH
               MOVE WS-PX-PLEXNAME(WS-PX-SUB) TO KH-PLEXNAME
               MOVE WS-TODAY TO KH-CAPTURE-DATE
               PERFORM 8600-ADD-HISTORY-ENTRY
           END-PERFORM

           OPEN OUTPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'EMSKPIMN: UNABLE TO OPEN KPIHIST FOR '
                       'REWRITE - ' WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *>  the history comes in month order with the reported month
      *>  lifted out and its new rows appended at the end, so earlier
      *>  months, the reported month, then any later months puts it
      *>  back in order
           PERFORM VARYING WS-PASS-SUB FROM 1 BY 1
                   UNTIL WS-PASS-SUB > 3
               PERFORM VARYING WS-HS-SUB FROM 1 BY 1
                       UNTIL WS-HS-SUB > WS-HS-COUNT
                   PERFORM 2100-WRITE-HISTORY-ENTRY
               END-PERFORM
           END-PERFORM
           CLOSE HISTORY-FILE.

       2100-WRITE-HISTORY-ENTRY.
           MOVE 'N' TO WS-WRITE-SW
           EVALUATE TRUE
               WHEN WS-PASS-SUB = 1
                AND WS-HS-MONTH(WS-HS-SUB) < WS-TARGET-MONTH
                   MOVE 'Y' TO WS-WRITE-SW
               WHEN WS-PASS-SUB = 2
                AND WS-HS-MONTH(WS-HS-SUB) = WS-TARGET-MONTH
                   MOVE 'Y' TO WS-WRITE-SW
               WHEN WS-PASS-SUB = 3
                AND WS-HS-MONTH(WS-HS-SUB) > WS-TARGET-MONTH
                   MOVE 'Y' TO WS-WRITE-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WRITE-THIS-ROW
               WRITE HISTORY-RECORD FROM WS-HS-ENTRY(WS-HS-SUB)
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY 'EMSKPIMN: KPIHIST WRITE FAILED - '
                           WS-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HISTORY-WRITTEN
           END-IF.

      *>****************************************************************
      *> Estate trend - thirteen months to the reported month
      *>****************************************************************
       3000-REPORT-TREND.
           INITIALIZE WS-TREND-TABLE
           MOVE WS-TARGET-MONTH TO WS-WORK-MONTH
           PERFORM VARYING WS-TR-SUB FROM 13 BY -1
                   UNTIL WS-TR-SUB < 1
               MOVE WS-WORK-MONTH TO WS-TR-MONTH(WS-TR-SUB)
               MOVE SPACE TO WS-TH-MONTH(WS-TR-SUB)
               MOVE WS-WM-YYYY TO WS-TH-YYYY(WS-TR-SUB)
               MOVE '-'        TO WS-TH-DASH(WS-TR-SUB)
               MOVE WS-WM-MM   TO WS-TH-MM(WS-TR-SUB)
               IF WS-WM-MM = 1
                   MOVE 12 TO WS-WM-MM
                   SUBTRACT 1 FROM WS-WM-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-WM-MM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-HS-SUB FROM 1 BY 1
                   UNTIL WS-HS-SUB > WS-HS-COUNT
               MOVE WS-HS-ENTRY(WS-HS-SUB) TO KPI-HIST-RECORD
               MOVE KH-MONTH TO WS-WORK-MONTH
               COMPUTE WS-MONTH-NUM = WS-WM-YYYY * 12 + WS-WM-MM - 1
               IF WS-MONTH-NUM <= WS-TARGET-NUM
                  AND WS-MONTH-NUM + 12 >= WS-TARGET-NUM
                   COMPUTE WS-TR-SUB =
                       13 - (WS-TARGET-NUM - WS-MONTH-NUM)
                   PERFORM 3100-ADD-TO-TREND
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-SC-TEXT
           STRING 'ESTATE TREND - THIRTEEN MONTHS TO '
                  WS-H1-YYYY '-' WS-H1-MM
                  DELIMITED BY SIZE INTO WS-SC-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-TREND-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 15
               PERFORM 3500-PRINT-TREND-ROW
           END-PERFORM.

       3100-ADD-TO-TREND.
           MOVE 'Y' TO WS-TR-PRESENT-SW(WS-TR-SUB)
           PERFORM 8500-HIST-TO-WORK
           PERFORM VARYING WS-EV-SUB FROM 1 BY 1
                   UNTIL WS-EV-SUB > 7
               ADD WS-KW-RAISED(WS-EV-SUB)
                   TO WS-TR-RAISED(WS-TR-SUB WS-EV-SUB)
           END-PERFORM
           ADD WS-KW-ACK-COUNT TO WS-TR-ACK-COUNT(WS-TR-SUB)
           ADD WS-KW-ACK-DAYS  TO WS-TR-ACK-DAYS(WS-TR-SUB)
           ADD WS-KW-RES-COUNT TO WS-TR-RES-COUNT(WS-TR-SUB)
           ADD WS-KW-RES-DAYS  TO WS-TR-RES-DAYS(WS-TR-SUB)
           ADD WS-KW-OPEN      TO WS-TR-OPEN(WS-TR-SUB)
           ADD WS-KW-RESTARTS  TO WS-TR-RESTARTS(WS-TR-SUB)
           ADD WS-KW-SUSP-DAYS TO WS-TR-SUSP-DAYS(WS-TR-SUB)
           ADD WS-KW-REJECTS   TO WS-TR-REJECTS(WS-TR-SUB)
           ADD WS-KW-REGIONS   TO WS-TR-REGIONS(WS-TR-SUB).

       3500-PRINT-TREND-ROW.
           MOVE WS-ROW-LABEL(WS-ROW-SUB) TO WS-TL-LABEL
           MOVE ZERO TO WS-CUR-MEASURE(WS-ROW-SUB)
                        WS-PRV-MEASURE(WS-ROW-SUB)
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > 13
               IF WS-TR-PRESENT(WS-TR-SUB)
                   MOVE WS-TR-KPI(WS-TR-SUB) TO WS-KPI-WORK
                   PERFORM 8300-GET-MEASURE
                   PERFORM 8400-FORMAT-VALUE
                   MOVE WS-CELL-TEXT TO WS-TL-CELL(WS-TR-SUB)
                   IF WS-TR-SUB = 12
                       MOVE WS-MEASURE-VALUE
                           TO WS-PRV-MEASURE(WS-ROW-SUB)
                   END-IF
                   IF WS-TR-SUB = 13
                       MOVE WS-MEASURE-VALUE
                           TO WS-CUR-MEASURE(WS-ROW-SUB)
                   END-IF
               ELSE
                   MOVE '       -' TO WS-TL-CELL(WS-TR-SUB)
               END-IF
           END-PERFORM
           IF WS-TR-PRESENT(12) AND WS-TR-PRESENT(13)
               COMPUTE WS-MOVE-VALUE = WS-CUR-MEASURE(WS-ROW-SUB)
                                     - WS-PRV-MEASURE(WS-ROW-SUB)
               PERFORM 8450-FORMAT-MOVEMENT
               MOVE WS-CELL-TEXT TO WS-TL-MOVE
           ELSE
               MOVE '       -' TO WS-TL-MOVE
           END-IF
           WRITE REPORT-LINE FROM WS-TREND-LINE
               AFTER ADVANCING 1 LINE.

      *>****************************************************************
      *> Per-plex figures for the month, against the previous month
      *>****************************************************************
       4000-REPORT-PLEXES.
           MOVE SPACES TO WS-SC-TEXT
           STRING 'PER PLEX - ' WS-H1-YYYY '-' WS-H1-MM
                  ' WITH MOVEMENT ON THE PREVIOUS MONTH'
                  DELIMITED BY SIZE INTO WS-SC-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM WS-PLEX-HEADING-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-PLEX-HEADING-2
               AFTER ADVANCING 1 LINE
           IF WS-PX-COUNT = 0
               MOVE 'NO PLEXES FOR THE MONTH' TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM VARYING WS-PX-SUB FROM 1 BY 1
                   UNTIL WS-PX-SUB > WS-PX-COUNT
               PERFORM 4100-PRINT-PLEX
           END-PERFORM.

       4100-PRINT-PLEX.
           MOVE WS-PX-KPI(WS-PX-SUB) TO WS-KPI-WORK
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 15
               PERFORM 8300-GET-MEASURE
               MOVE WS-MEASURE-VALUE TO WS-CUR-MEASURE(WS-ROW-SUB)
           END-PERFORM

           MOVE 'N' TO WS-PRIOR-SW
           IF WS-PR-COUNT > 0
               SET WS-PR-IDX TO 1
               SEARCH WS-PR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PR-PLEXNAME(WS-PR-IDX)
                           = WS-PX-PLEXNAME(WS-PX-SUB)
                       MOVE 'Y' TO WS-PRIOR-SW
                       MOVE WS-PR-KPI(WS-PR-IDX) TO WS-KPI-WORK
               END-SEARCH
           END-IF
           IF PRIOR-FOUND
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > 15
                   PERFORM 8300-GET-MEASURE
                   MOVE WS-MEASURE-VALUE TO WS-PRV-MEASURE(WS-ROW-SUB)
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-PLEX-LINE
           IF WS-PX-PLEXNAME(WS-PX-SUB) = SPACES
               MOVE '(NONE)' TO WS-PL-PLEXNAME
           ELSE
               MOVE WS-PX-PLEXNAME(WS-PX-SUB) TO WS-PL-PLEXNAME
           END-IF
           MOVE WS-PX-REGIONS(WS-PX-SUB) TO WS-PL-REGIONS
      *>  columns are measure rows 1, 9, 10, 11, 12, 13 and 14
           MOVE 1  TO WS-ROW-SUB
           MOVE 1  TO WS-TR-SUB
           PERFORM 4200-FORMAT-PAIR
           PERFORM VARYING WS-ROW-SUB FROM 9 BY 1
                   UNTIL WS-ROW-SUB > 14
               COMPUTE WS-TR-SUB = WS-ROW-SUB - 7
               PERFORM 4200-FORMAT-PAIR
           END-PERFORM
           WRITE REPORT-LINE FROM WS-PLEX-LINE
               AFTER ADVANCING 1 LINE.

       4200-FORMAT-PAIR.
           MOVE WS-CUR-MEASURE(WS-ROW-SUB) TO WS-MEASURE-VALUE
           PERFORM 8400-FORMAT-VALUE
           MOVE WS-CELL-TEXT TO WS-PL-VALUE(WS-TR-SUB)
           IF PRIOR-FOUND
               COMPUTE WS-MOVE-VALUE = WS-CUR-MEASURE(WS-ROW-SUB)
                                     - WS-PRV-MEASURE(WS-ROW-SUB)
               PERFORM 8450-FORMAT-MOVEMENT
               MOVE WS-CELL-TEXT TO WS-PL-MOVE(WS-TR-SUB)
           ELSE
               MOVE '     NEW' TO WS-PL-MOVE(WS-TR-SUB)
           END-IF.

      *>****************************************************************
      *> Plex ranking - alerts raised per 100 regions, worst first
      *>****************************************************************
       5000-REPORT-RANKING.
           MOVE SPACES TO WS-SC-TEXT
           STRING 'PLEX RANKING - ' WS-H1-YYYY '-' WS-H1-MM
                  ' - ALERTS RAISED PER 100 REGIONS'
                  DELIMITED BY SIZE INTO WS-SC-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM WS-RANK-HEADING
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-RANK
           SORT SORT-WORK
               ON DESCENDING KEY SW-RATE
                  ASCENDING KEY SW-PLEXNAME
               INPUT PROCEDURE IS 5100-RELEASE-PLEXES
               OUTPUT PROCEDURE IS 5200-PRINT-RANKING.

       5100-RELEASE-PLEXES.
           PERFORM VARYING WS-PX-SUB FROM 1 BY 1
                   UNTIL WS-PX-SUB > WS-PX-COUNT
               MOVE WS-PX-KPI(WS-PX-SUB) TO WS-KPI-WORK
               MOVE 1 TO WS-ROW-SUB
               PERFORM 8300-GET-MEASURE
               IF WS-PX-REGIONS(WS-PX-SUB) > 0
                   COMPUTE SW-RATE ROUNDED = WS-MEASURE-VALUE * 100
                                           / WS-PX-REGIONS(WS-PX-SUB)
               ELSE
                   MOVE ZERO TO SW-RATE
               END-IF
               MOVE WS-PX-PLEXNAME(WS-PX-SUB) TO SW-PLEXNAME
               MOVE WS-PX-SUB TO SW-PX-SUB
               RELEASE SW-RECORD
           END-PERFORM.

       5200-PRINT-RANKING.
           MOVE 'N' TO WS-EOF-SW
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               PERFORM 5300-PRINT-RANK-LINE
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
               END-RETURN
           END-PERFORM.

       5300-PRINT-RANK-LINE.
           ADD 1 TO WS-RANK
           MOVE SW-PX-SUB TO WS-PX-SUB
           MOVE WS-PX-KPI(WS-PX-SUB) TO WS-KPI-WORK
           MOVE SPACES TO WS-RANK-LINE
           MOVE WS-RANK TO WS-RK-RANK
           IF SW-PLEXNAME = SPACES
               MOVE '(NONE)' TO WS-RK-PLEXNAME
           ELSE
               MOVE SW-PLEXNAME TO WS-RK-PLEXNAME
           END-IF
           MOVE WS-KW-REGIONS   TO WS-RK-REGIONS
           MOVE 1 TO WS-ROW-SUB
           PERFORM 8300-GET-MEASURE
           MOVE WS-MEASURE-VALUE TO WS-RK-RAISED
           MOVE SW-RATE         TO WS-RK-RATE
           MOVE WS-KW-RESTARTS  TO WS-RK-RESTARTS
           MOVE WS-KW-SUSP-DAYS TO WS-RK-SUSP-DAYS
           MOVE 9 TO WS-ROW-SUB
           PERFORM 8300-GET-MEASURE
           PERFORM 8400-FORMAT-VALUE
           MOVE WS-CELL-TEXT TO WS-RK-MTTA
           IF WS-KW-REGIONS = 0
               MOVE 'NO REGIONS' TO WS-RK-NOTE
           END-IF
           WRITE REPORT-LINE FROM WS-RANK-LINE
               AFTER ADVANCING 1 LINE.

      *>****************************************************************
      *> Find WS-FIND-PLEXNAME in the plex table, adding it in
      *> PLEXNAME order if it is new; WS-PX-SUB is left on the entry
      *>****************************************************************
       8000-FIND-PLEX.
           PERFORM VARYING WS-PX-SUB FROM 1 BY 1
                   UNTIL WS-PX-SUB > WS-PX-COUNT
                      OR WS-PX-PLEXNAME(WS-PX-SUB) >= WS-FIND-PLEXNAME
               CONTINUE
           END-PERFORM
           IF WS-PX-SUB <= WS-PX-COUNT
              AND WS-PX-PLEXNAME(WS-PX-SUB) = WS-FIND-PLEXNAME
               CONTINUE
           ELSE
               IF WS-PX-COUNT >= 500
                   DISPLAY 'EMSKPIMN: PLEX TABLE FULL - '
                           'MORE THAN 500 PLEXES'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PX-COUNT
               PERFORM VARYING WS-SHIFT-SUB FROM WS-PX-COUNT BY -1
                       UNTIL WS-SHIFT-SUB <= WS-PX-SUB
                   MOVE WS-PX-ENTRY(WS-SHIFT-SUB - 1)
                       TO WS-PX-ENTRY(WS-SHIFT-SUB)
               END-PERFORM
               MOVE WS-FIND-PLEXNAME TO WS-PX-PLEXNAME(WS-PX-SUB)
               INITIALIZE WS-PX-KPI(WS-PX-SUB)
           END-IF.

       8100-SET-EVENT-SUB.
           MOVE 7 TO WS-EV-SUB
           EVALUATE WS-EVENT-TYPE
               WHEN 'RSTR'  MOVE 1 TO WS-EV-SUB
               WHEN 'ORPH'  MOVE 2 TO WS-EV-SUB
               WHEN 'SUSP'  MOVE 3 TO WS-EV-SUB
               WHEN 'SPEC'  MOVE 4 TO WS-EV-SUB
               WHEN 'FEED'  MOVE 5 TO WS-EV-SUB
               WHEN 'UNAU'  MOVE 6 TO WS-EV-SUB
               WHEN OTHER   CONTINUE
           END-EVALUATE.

      *>  WS-DD-DATE to a day number, zero if it is not a date
       8200-DATE-DAYS.
           IF WS-DD-DATE IS NUMERIC
              AND WS-DD-DATE >= 16010101
               COMPUTE WS-DD-DAYS = FUNCTION INTEGER-OF-DATE(WS-DD-DATE)
           ELSE
               MOVE ZERO TO WS-DD-DAYS
           END-IF.

      *>  days of WS-OV-FROM-DAYS thru WS-OV-TO-DAYS inside the month
       8250-MONTH-OVERLAP.
           IF WS-OV-FROM-DAYS < WS-MS-DAYS
               MOVE WS-MS-DAYS TO WS-OV-FROM-DAYS
           END-IF
           IF WS-OV-TO-DAYS > WS-ME-DAYS
               MOVE WS-ME-DAYS TO WS-OV-TO-DAYS
           END-IF
           IF WS-OV-TO-DAYS >= WS-OV-FROM-DAYS
               COMPUTE WS-OV-RESULT = WS-OV-TO-DAYS - WS-OV-FROM-DAYS + 1
           ELSE
               MOVE ZERO TO WS-OV-RESULT
           END-IF.

      *>  measure row WS-ROW-SUB from WS-KPI-WORK
       8300-GET-MEASURE.
           MOVE ZERO TO WS-MEASURE-VALUE
           EVALUATE WS-ROW-SUB
               WHEN 1
                   PERFORM VARYING WS-EV-SUB FROM 1 BY 1
                           UNTIL WS-EV-SUB > 7
                       ADD WS-KW-RAISED(WS-EV-SUB) TO WS-MEASURE-VALUE
                   END-PERFORM
               WHEN 2 THRU 8
                   COMPUTE WS-EV-SUB = WS-ROW-SUB - 1
                   MOVE WS-KW-RAISED(WS-EV-SUB) TO WS-MEASURE-VALUE
               WHEN 9
                   IF WS-KW-ACK-COUNT > 0
                       COMPUTE WS-MEASURE-VALUE ROUNDED =
                           WS-KW-ACK-DAYS / WS-KW-ACK-COUNT
                   END-IF
               WHEN 10
                   IF WS-KW-RES-COUNT > 0
                       COMPUTE WS-MEASURE-VALUE ROUNDED =
                           WS-KW-RES-DAYS / WS-KW-RES-COUNT
                   END-IF
               WHEN 11
                   MOVE WS-KW-OPEN      TO WS-MEASURE-VALUE
               WHEN 12
                   MOVE WS-KW-RESTARTS  TO WS-MEASURE-VALUE
               WHEN 13
                   MOVE WS-KW-SUSP-DAYS TO WS-MEASURE-VALUE
               WHEN 14
                   MOVE WS-KW-REJECTS   TO WS-MEASURE-VALUE
               WHEN 15
                   MOVE WS-KW-REGIONS   TO WS-MEASURE-VALUE
           END-EVALUATE.

      *>  rows 9 and 10 are mean days to one place, the rest counts
       8400-FORMAT-VALUE.
           IF WS-ROW-SUB = 9 OR WS-ROW-SUB = 10
               MOVE WS-MEASURE-VALUE TO WS-ED-DAYS
               MOVE WS-ED-DAYS TO WS-CELL-TEXT
           ELSE
               MOVE WS-MEASURE-VALUE TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO WS-CELL-TEXT
           END-IF.

       8450-FORMAT-MOVEMENT.
           IF WS-ROW-SUB = 9 OR WS-ROW-SUB = 10
               MOVE WS-MOVE-VALUE TO WS-ED-MOVE-DAYS
               MOVE WS-ED-MOVE-DAYS TO WS-CELL-TEXT
           ELSE
               MOVE WS-MOVE-VALUE TO WS-ED-MOVE-COUNT
               MOVE WS-ED-MOVE-COUNT TO WS-CELL-TEXT
           END-IF.

       8500-HIST-TO-WORK.
           PERFORM VARYING WS-EV-SUB FROM 1 BY 1
                   UNTIL WS-EV-SUB > 7
               MOVE KH-RAISED-COUNT(WS-EV-SUB)
                   TO WS-KW-RAISED(WS-EV-SUB)
           END-PERFORM
           MOVE KH-ACK-COUNT     TO WS-KW-ACK-COUNT
           MOVE KH-ACK-DAYS      TO WS-KW-ACK-DAYS
           MOVE KH-RESOLVE-COUNT TO WS-KW-RES-COUNT
           MOVE KH-RESOLVE-DAYS  TO WS-KW-RES-DAYS
           MOVE KH-OPEN-AT-END   TO WS-KW-OPEN
           MOVE KH-RESTART-COUNT TO WS-KW-RESTARTS
           MOVE KH-SUSP-DAYS     TO WS-KW-SUSP-DAYS
           MOVE KH-REJECT-COUNT  TO WS-KW-REJECTS
           MOVE KH-REGION-COUNT  TO WS-KW-REGIONS.

       8550-WORK-TO-HIST.
           PERFORM VARYING WS-EV-SUB FROM 1 BY 1
                   UNTIL WS-EV-SUB > 7
               MOVE WS-KW-RAISED(WS-EV-SUB)
                   TO KH-RAISED-COUNT(WS-EV-SUB)
           END-PERFORM
           MOVE WS-KW-ACK-COUNT  TO KH-ACK-COUNT
           MOVE WS-KW-ACK-DAYS   TO KH-ACK-DAYS
           MOVE WS-KW-RES-COUNT  TO KH-RESOLVE-COUNT
           MOVE WS-KW-RES-DAYS   TO KH-RESOLVE-DAYS
           MOVE WS-KW-OPEN       TO KH-OPEN-AT-END
           MOVE WS-KW-RESTARTS   TO KH-RESTART-COUNT
           MOVE WS-KW-SUSP-DAYS  TO KH-SUSP-DAYS
           MOVE WS-KW-REJECTS    TO KH-REJECT-COUNT
           MOVE WS-KW-REGIONS    TO KH-REGION-COUNT.

       8600-ADD-HISTORY-ENTRY.
           IF WS-HS-COUNT >= 30000
               DISPLAY 'EMSKPIMN: HISTORY TABLE FULL - '
                       'KPIHIST EXCEEDS 30000 ROWS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HS-COUNT
           MOVE KPI-HIST-RECORD TO WS-HS-ENTRY(WS-HS-COUNT).

       9000-TERMINATE.
           CLOSE REPORT-FILE
           DISPLAY 'EMSKPIMN: MONTH REPORTED - ' WS-TARGET-MONTH
           DISPLAY 'EMSKPIMN: REGIONS READ - ' WS-REGION-READ
           DISPLAY 'EMSKPIMN: ALERTS READ - ' WS-ALERT-READ
           DISPLAY 'EMSKPIMN: CAPTURES READ - ' WS-CAPTURE-READ
           DISPLAY 'EMSKPIMN: OPEN SUSPENDS READ - ' WS-SUSPEND-READ
           DISPLAY 'EMSKPIMN: PLEX SUMMARIES READ - ' WS-SUMMARY-READ
           DISPLAY 'EMSKPIMN: HISTORY ROWS READ - ' WS-HISTORY-READ
           DISPLAY 'EMSKPIMN: HISTORY ROWS REPLACED - '
                   WS-HISTORY-REPLACED
           DISPLAY 'EMSKPIMN: PLEX ROWS FOR THE MONTH - ' WS-PX-COUNT
           DISPLAY 'EMSKPIMN: HISTORY ROWS WRITTEN - '
                   WS-HISTORY-WRITTEN.
