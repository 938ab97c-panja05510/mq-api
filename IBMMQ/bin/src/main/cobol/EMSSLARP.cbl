      *>****************************************************************
      *> PROGRAM:  EMSSLARP
      *> PURPOSE:  Monthly availability report against the per-
      *>           application targets on the SLATARG control file
      *>           maintained by EMSSLMNT.  The monthly service review
      *>           used to work availability out by hand from the
      *>           flapper report and the suspend tracker, and planned
      *>           IPLs were argued over every month.
      *>
      *>           The reported month comes from an optional SLAPARM
      *>           card (YYYYMM in columns 1-6) and defaults to the run
      *>           month; the current month is measured through the
      *>           day before the run.  Each target is matched to the
      *>           regions on the current EMASVALD extract - by
      *>           CSYSAPPL, exact or by prefix for a key ending in
      *>           '*', or by a DESCXREF search keyword - and every
      *>           matched region is measured over the target's
      *>           service days and hours, in UTC like the MAINTWIN
      *>           windows:
      *>
      *>             - a day on which the region's SNAPMAST snapshot
      *>               shows DYNROUTE suspended loses its whole
      *>               service day.  The state of the last snapshot on
      *>               or before each day carries forward over the
      *>               days no extract landed;
      *>             - each restart on RSTHIST (the start time moved
      *>               from the previous history cycle, counted the
      *>               way EMSFLAPR counts one) inside service hours
      *>               on a day not already lost loses the
      *>               SLA-RESTART-MINS tuning parameter's minutes
      *>               (default 15), cut off at the end of service.
      *>
      *>           Outage is planned when it falls inside a MAINTWIN
      *>           window for the region's plex - weekly, one-off or
      *>           PROCCAL holiday (through EMSCALCK), tested the way
      *>           EMSRSTRT tests a restart - and unplanned otherwise.
      *>           A suspended day is tested a quarter hour at a time.
      *>           Availability is the service minutes less the
      *>           unplanned minutes, as a percentage of the service
      *>           minutes over every matched region, truncated to
      *>           three decimals; planned outage does not count
      *>           against the target.
      *>
      *>           SLARPT lists the breached targets first, each with
      *>           the regions that lost time against it, then the
      *>           targets met, then the targets no current region
      *>           matches.  Every breach is also handed to EMSEVWRT
      *>           as a severity 6 SLAB event carrying the target key
      *>           in EV-CSYSNAME (EMSSLMNT holds every key, keyword
      *>           or CSYSAPPL, to those 8 characters), so EVSUPPRS can
      *>           mute a known one, and the step ends with
      *>           RETURN-CODE 4.
      *>
      *>           The control trailers on SLATARG, MAINTWIN, SNAPMAST,
      *>           RSTHIST and DESCXREF (EMSTRLCK) are verified before
      *>           any is read; a damaged file ends the run with
      *>           RETURN-CODE 20.  A missing SNAPMAST or RSTHIST is
      *>           read as empty, a missing DESCXREF matches no keyword
      *>           target, and a missing SLATARG reports no targets.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSSLARP.
       AUTHOR. MQ-API-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SLAPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SLATARG-FILE ASSIGN TO SLATARG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLATARG-STATUS.

           SELECT MAINTWIN-FILE ASSIGN TO MAINTWIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINTWIN-STATUS.

           SELECT VALID-FILE ASSIGN TO EMASVALD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.

           SELECT DESCXREF-FILE ASSIGN TO DESCXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DX-CSYSNAME
               FILE STATUS IS WS-DESCXREF-STATUS.

           SELECT SNAPMAST-FILE ASSIGN TO SNAPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SNAPMAST-STATUS.

           SELECT RSTHIST-FILE ASSIGN TO RSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RSTHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO SLARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SLA-PARM-RECORD.
           05  SP-MONTH            PIC X(6).
           05  FILLER              PIC X(74).

       FD  SLATARG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS.
       COPY "slaTargetCopyBook.cpy".

       FD  MAINTWIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.
       COPY "maintWinCopyBook.cpy".

       FD  VALID-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       COPY "sampleCopyBook.cpy".

       FD  DESCXREF-FILE
           RECORD CONTAINS 158 CHARACTERS.
       COPY "descXrefCopyBook.cpy".

       FD  SNAPMAST-FILE
           RECORD CONTAINS 93 CHARACTERS.
       COPY "snapMastCopyBook.cpy".

       FD  RSTHIST-FILE
           RECORD CONTAINS 49 CHARACTERS.
       COPY "restHistCopyBook.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "trailerCtlCopyBook.cpy".

       01  WS-EV-REQUEST           PIC X(1) VALUE 'P'.
       COPY "alertEventCopyBook.cpy".

       01  WS-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-SLATARG-STATUS       PIC XX VALUE SPACES.
       01  WS-MAINTWIN-STATUS      PIC XX VALUE SPACES.
       01  WS-VALID-STATUS         PIC XX VALUE SPACES.
       01  WS-DESCXREF-STATUS      PIC XX VALUE SPACES.
       01  WS-SNAPMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-RSTHIST-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.

       01  WS-XREF-SW              PIC X VALUE 'Y'.
           88  XREF-AVAILABLE             VALUE 'Y'.
       01  WS-SNAPMAST-SW          PIC X VALUE 'Y'.
           88  SNAPMAST-AVAILABLE         VALUE 'Y'.
       01  WS-RSTHIST-SW           PIC X VALUE 'Y'.
           88  RSTHIST-AVAILABLE          VALUE 'Y'.

       01  WS-TP-NAME              PIC X(16) VALUE SPACES.
       01  WS-TP-VALUE             PIC 9(7) VALUE ZERO.
       01  WS-TP-FOUND             PIC X(1) VALUE 'N'.
       01  WS-RESTART-MINS         PIC 9(4) VALUE 15.

       01  WS-TODAY                PIC 9(8) VALUE ZERO.
       01  WS-TODAY-DAYS           PIC S9(9) VALUE ZERO.

      *>  the reported month and the part of it measured
       01  WS-TARGET-MONTH         PIC 9(6) VALUE ZERO.
       01  WS-TARGET-MONTH-R REDEFINES WS-TARGET-MONTH.
           05  WS-TM-YYYY          PIC 9(4).
           05  WS-TM-MM            PIC 9(2).
       01  WS-NEXT-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
           05  WS-NM-YYYY          PIC 9(4).
           05  WS-NM-MM            PIC 9(2).
       01  WS-MONTH-START          PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END           PIC 9(8) VALUE ZERO.
       01  WS-MS-DAYS              PIC S9(9) VALUE ZERO.
       01  WS-PE-DAYS              PIC S9(9) VALUE ZERO.
       01  WS-PERIOD-DAYS          PIC 9(2) VALUE ZERO.

      *>  day-of-week and window-test work areas, as in EMSRSTRT
       01  WS-ABS-DAYS             PIC S9(9) VALUE ZERO.
       01  WS-AD-DATE              PIC 9(8) VALUE ZERO.
       01  WS-DOW                  PIC 9(1) VALUE ZERO.
       01  WS-YDAY-DOW             PIC 9(1) VALUE ZERO.
       01  WS-HHMM                 PIC 9(4) VALUE ZERO.
       01  WS-PRIOR-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CK-REQUEST           PIC X(1) VALUE 'H'.
       01  WS-CK-FROM-DATE         PIC 9(8) VALUE ZERO.
       01  WS-CK-TO-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CK-RESULT            PIC X(1) VALUE 'N'.
       01  WS-IN-WINDOW-SW         PIC X VALUE 'N'.
           88  IN-WINDOW                   VALUE 'Y'.

       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-WINDOW-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-WINDOW-COUNT
                   INDEXED BY WS-WIN-IDX.
               10  WS-WIN-PLEXNAME PIC X(8).
               10  WS-WIN-DOW      PIC 9(1).
               10  WS-WIN-START    PIC 9(4).
               10  WS-WIN-END      PIC 9(4).
               10  WS-WIN-TYPE     PIC X(1).
                   88  WS-WIN-IS-WEEKLY   VALUES 'W' ' '.
                   88  WS-WIN-IS-ONE-OFF  VALUE 'O'.
                   88  WS-WIN-IS-HOLIDAY  VALUE 'H'.
               10  WS-WIN-DAYS     PIC S9(9).

      *>  the targets and what they accumulate over the month
       01  WS-KEYWORD-TARGETS      PIC 9(3) VALUE ZERO.
       01  WS-TARGET-TABLE.
           05  WS-TARGET-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-TARGET-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TARGET-COUNT
                   INDEXED BY WS-TG-IDX.
               10  WS-TG-KEY-TYPE  PIC X(1).
               10  WS-TG-KEY-VALUE PIC X(10).
               10  WS-TG-MASK-LEN  PIC 9(2).
               10  WS-TG-APPL-NAME PIC X(20).
               10  WS-TG-TARGET    PIC 9(3)V9(3).
               10  WS-TG-SVC-DAYS.
                   15  WS-TG-SVC-DAY   PIC X(1) OCCURS 7 TIMES.
               10  WS-TG-START-MIN PIC 9(4).
               10  WS-TG-END-MIN   PIC 9(4).
               10  WS-TG-REGIONS   PIC 9(5).
               10  WS-TG-SVC-MINS  PIC 9(11).
               10  WS-TG-PLAN-MINS PIC 9(11).
               10  WS-TG-UNPL-MINS PIC 9(11).
               10  WS-TG-RESTARTS  PIC 9(5).
               10  WS-TG-SUSP-DAYS PIC 9(5).
               10  WS-TG-PLEXNAME  PIC X(8).
               10  WS-TG-MIXED-SW  PIC X(1).
                   88  WS-TG-MIXED-PLEX  VALUE 'Y'.
               10  WS-TG-AVAIL     PIC 9(3)V9(3).
               10  WS-TG-BREACH-SW PIC X(1).
                   88  WS-TG-BREACHED    VALUE 'Y'.

      *>  the region being measured
       01  WS-CUR-CSYSNAME         PIC X(8) VALUE SPACES.
       01  WS-CUR-PLEXNAME         PIC X(8) VALUE SPACES.
       01  WS-CUR-CSYSAPPL         PIC X(8) VALUE SPACES.
       01  WS-CUR-KEYWORDS.
           05  WS-CUR-KEYWORD      PIC X(10) OCCURS 5 TIMES.
       01  WS-MATCH-SW             PIC X VALUE 'N'.
           88  TARGET-MATCHES             VALUE 'Y'.
       01  WS-ANY-MATCH-SW         PIC X VALUE 'N'.
           88  REGION-MATCHED             VALUE 'Y'.
       01  WS-KW-SUB               PIC 9(1) VALUE ZERO.

      *>  the region's DYNROUTE state for each day measured - 'S'
      *>  suspended, 'A' active, space before its first snapshot
       01  WS-CARRY-STATE          PIC X(1) VALUE SPACE.
       01  WS-DAY-TABLE.
           05  WS-DAY-STATE        PIC X(1) OCCURS 31 TIMES.
       01  WS-DAY-SUB              PIC 9(2) VALUE ZERO.

      *>  the region's restarts inside the month
       01  WS-PREV-EPOCH-SECS      PIC S9(11) VALUE ZERO.
       01  WS-FIRST-HIST-SW        PIC X VALUE 'Y'.
           88  FIRST-HISTORY              VALUE 'Y'.
       01  WS-RESTART-TABLE.
           05  WS-RS-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-RS-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-RS-COUNT.
               10  WS-RS-DAY-SUB   PIC 9(2).
               10  WS-RS-MINUTE    PIC 9(4).
       01  WS-RS-SUB               PIC 9(3) VALUE ZERO.

      *>  one region against one target
       01  WS-RG-PLAN-MINS         PIC 9(7) VALUE ZERO.
       01  WS-RG-UNPL-MINS         PIC 9(7) VALUE ZERO.
       01  WS-RG-RESTARTS          PIC 9(4) VALUE ZERO.
       01  WS-RG-SUSP-DAYS         PIC 9(2) VALUE ZERO.
       01  WS-SLOT-MIN             PIC 9(4) VALUE ZERO.
       01  WS-SLOT-LEN             PIC 9(4) VALUE ZERO.
       01  WS-WORK-HH              PIC 9(2) VALUE ZERO.
       01  WS-WORK-MM              PIC 9(2) VALUE ZERO.

      *>  regions that lost service time, for the breach detail
       01  WS-LOSS-TABLE.
           05  WS-LS-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-LS-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-LS-COUNT.
               10  WS-LS-TG-SUB    PIC 9(3).
               10  WS-LS-CSYSNAME  PIC X(8).
               10  WS-LS-PLEXNAME  PIC X(8).
               10  WS-LS-PLAN-MINS PIC 9(7).
               10  WS-LS-UNPL-MINS PIC 9(7).
               10  WS-LS-RESTARTS  PIC 9(4).
               10  WS-LS-SUSP-DAYS PIC 9(2).
       01  WS-LS-SUB               PIC 9(4) VALUE ZERO.
       01  WS-TG-SUB               PIC 9(3) VALUE ZERO.

       01  WS-REGION-READ          PIC 9(7) VALUE ZERO.
       01  WS-REGION-MEASURED      PIC 9(7) VALUE ZERO.
       01  WS-BREACH-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-MET-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-UNMATCHED-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-PASS-SW              PIC X(1) VALUE SPACE.
       01  WS-LINE-COUNT           PIC 9(5) VALUE ZERO.

       01  WS-CURRENT-DATE-AREA.
           05  WS-CD-YYYYMMDD      PIC 9(8).
           05  WS-CD-HHMMSS.
               10  WS-CD-HH        PIC 9(2).
               10  WS-CD-MM        PIC 9(2).
               10  WS-CD-SS        PIC 9(2).
           05  FILLER              PIC X(7).

       01  WS-EV-TEXT.
           05  WS-ET-KEY           PIC X(10).
           05  FILLER              PIC X(7)  VALUE ' AVAIL '.
           05  WS-ET-AVAIL         PIC ZZ9.999.
           05  FILLER              PIC X(8)  VALUE ' TARGET '.
           05  WS-ET-TARGET        PIC ZZ9.999.

       01  WS-HEADING-1.
           05  FILLER              PIC X(1)  VALUE '1'.
           05  FILLER              PIC X(44) VALUE
               'EMSSLARP - MONTHLY SLA AVAILABILITY'.
           05  FILLER              PIC X(8)  VALUE 'MONTH - '.
           05  WS-H1-YYYY          PIC 9(4).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  WS-H1-MM            PIC 9(2).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'MEASURED '.
           05  WS-H1-FROM          PIC 9(8).
           05  FILLER              PIC X(4)  VALUE ' TO '.
           05  WS-H1-TO            PIC 9(8).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'CYCLE - '.
           05  WS-H1-DATE          PIC 9(8).

       01  WS-SECTION-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SC-TEXT          PIC X(80).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(35) VALUE
               'T KEY        APPLICATION'.
           05  FILLER              PIC X(25) VALUE
               'REGNS  TARGET%   AVAIL%'.
           05  FILLER              PIC X(26) VALUE
               'SERVICE MIN  PLANNED MIN'.
           05  FILLER              PIC X(27) VALUE
               '  UNPLANNED  RSTRTS  SUSPDY'.

       01  WS-TARGET-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TL-KEY-TYPE      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TL-KEY-VALUE     PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TL-APPL-NAME     PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TL-REGIONS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TL-TARGET        PIC ZZ9.999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TL-AVAIL         PIC ZZ9.999.
           05  WS-TL-AVAIL-X REDEFINES WS-TL-AVAIL
                                   PIC X(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TL-SVC-MINS      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TL-PLAN-MINS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TL-UNPL-MINS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TL-RESTARTS      PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TL-SUSP-DAYS     PIC ZZ,ZZ9.

       01  WS-LOSS-LINE.
           05  FILLER              PIC X(14) VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE 'REGION '.
           05  WS-LL-CSYSNAME      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LL-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(36) VALUE SPACES.
           05  WS-LL-PLAN-MINS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LL-UNPL-MINS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LL-RESTARTS      PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LL-SUSP-DAYS     PIC ZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TT-LABEL         PIC X(30).
           05  WS-TT-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-PARM
           PERFORM 1200-LOAD-TARGETS
           PERFORM 1300-LOAD-WINDOWS
           PERFORM 1400-OPEN-HISTORY
           PERFORM 2000-MEASURE-REGIONS
           PERFORM 5000-EVALUATE-TARGETS
           PERFORM 6000-REPORT-TARGETS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT VALID-FILE
           IF WS-VALID-STATUS NOT = '00'
               DISPLAY 'EMSSLARP: UNABLE TO OPEN EMASVALD - '
                       WS-VALID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'EMSSLARP: UNABLE TO OPEN SLARPT - '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CD-YYYYMMDD TO WS-TODAY
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           MOVE 'SLA-RESTART-MINS' TO WS-TP-NAME
           CALL 'EMSTPARM' USING WS-TP-NAME, WS-TP-VALUE, WS-TP-FOUND
           IF WS-TP-FOUND = 'Y'
               MOVE WS-TP-VALUE TO WS-RESTART-MINS
           END-IF.

      *>****************************************************************
      *> The reported month - SLAPARM columns 1-6, else the run month
      *>****************************************************************
       1100-READ-PARM.
           MOVE WS-TODAY(1:6) TO WS-TARGET-MONTH
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-PARM-STATUS NOT = '00'
                   DISPLAY 'EMSSLARP: UNABLE TO OPEN SLAPARM - '
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

           MOVE WS-TARGET-MONTH TO WS-NEXT-MONTH
           IF WS-NM-MM = 12
               MOVE 1 TO WS-NM-MM
               ADD 1 TO WS-NM-YYYY
           ELSE
               ADD 1 TO WS-NM-MM
           END-IF

      *>  the month in progress is measured through yesterday, the
      *>  last day with a complete extract behind it
           COMPUTE WS-MONTH-START = WS-TARGET-MONTH * 100 + 1
           COMPUTE WS-MS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           COMPUTE WS-PE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH * 100 + 1) - 1
           IF WS-PE-DAYS > WS-TODAY-DAYS - 1
               COMPUTE WS-PE-DAYS = WS-TODAY-DAYS - 1
           END-IF
           IF WS-PE-DAYS < WS-MS-DAYS
               DISPLAY 'EMSSLARP: NO COMPLETE DAY YET IN MONTH - '
                       WS-TARGET-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD-END =
               FUNCTION DATE-OF-INTEGER(WS-PE-DAYS)
           COMPUTE WS-PERIOD-DAYS = WS-PE-DAYS - WS-MS-DAYS + 1

           MOVE WS-TM-YYYY     TO WS-H1-YYYY
           MOVE WS-TM-MM       TO WS-H1-MM
           MOVE WS-MONTH-START TO WS-H1-FROM
           MOVE WS-PERIOD-END  TO WS-H1-TO
           MOVE WS-TODAY       TO WS-H1-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE.

       1150-EDIT-PARM.
           IF SP-MONTH = SPACES
               CONTINUE
           ELSE
               IF SP-MONTH IS NUMERIC
                  AND SP-MONTH(1:4) >= '1601'
                  AND SP-MONTH(5:2) >= '01'
                  AND SP-MONTH(5:2) <= '12'
                   MOVE SP-MONTH TO WS-TARGET-MONTH
               ELSE
                   DISPLAY 'EMSSLARP: SLAPARM MONTH NOT YYYYMM - '
                           SP-MONTH
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *>****************************************************************
      *> Targets from SLATARG
      *>****************************************************************
       1200-LOAD-TARGETS.
           MOVE 'V'       TO TC-REQUEST
           MOVE 'SLATARG' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, SLA-TARGET-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSSLARP: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SLATARG-FILE
           IF WS-SLATARG-STATUS = '35'
               DISPLAY 'EMSSLARP: NO SLATARG - NO TARGETS TO REPORT'
           ELSE
               IF WS-SLATARG-STATUS NOT = '00'
                   DISPLAY 'EMSSLARP: UNABLE TO OPEN SLATARG - '
                           WS-SLATARG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-SLATARG-STATUS = '10'
                   READ SLATARG-FILE
                       AT END
                           MOVE '10' TO WS-SLATARG-STATUS
                       NOT AT END
      *>                  the control trailer is always the last record
                           IF SLA-TARGET-RECORD(1:4) = HIGH-VALUES
                               MOVE '10' TO WS-SLATARG-STATUS
                           ELSE
                               IF WS-TARGET-COUNT < 500
                                   PERFORM 1250-STORE-TARGET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLATARG-FILE
           END-IF.

       1250-STORE-TARGET.
           ADD 1 TO WS-TARGET-COUNT
           SET WS-TG-IDX TO WS-TARGET-COUNT
           INITIALIZE WS-TARGET-ENTRY(WS-TG-IDX)
           MOVE SL-KEY-TYPE   TO WS-TG-KEY-TYPE(WS-TG-IDX)
           MOVE SL-KEY-VALUE  TO WS-TG-KEY-VALUE(WS-TG-IDX)
           MOVE SL-APPL-NAME  TO WS-TG-APPL-NAME(WS-TG-IDX)
           MOVE SL-TARGET-PCT TO WS-TG-TARGET(WS-TG-IDX)
           MOVE SL-SVC-DAYS   TO WS-TG-SVC-DAYS(WS-TG-IDX)
           MOVE SL-SVC-START-HHMM(1:2) TO WS-WORK-HH
           MOVE SL-SVC-START-HHMM(3:2) TO WS-WORK-MM
           COMPUTE WS-TG-START-MIN(WS-TG-IDX) =
               WS-WORK-HH * 60 + WS-WORK-MM
           MOVE SL-SVC-END-HHMM(1:2) TO WS-WORK-HH
           MOVE SL-SVC-END-HHMM(3:2) TO WS-WORK-MM
           COMPUTE WS-TG-END-MIN(WS-TG-IDX) =
               WS-WORK-HH * 60 + WS-WORK-MM
      *>  a CSYSAPPL key ending in '*' is a prefix - keep its length
           MOVE ZERO TO WS-TG-MASK-LEN(WS-TG-IDX)
           IF SL-BY-APPLID
               INSPECT SL-KEY-VALUE TALLYING WS-TG-MASK-LEN(WS-TG-IDX)
                   FOR CHARACTERS BEFORE INITIAL '*'
               IF WS-TG-MASK-LEN(WS-TG-IDX) = 10
                   MOVE ZERO TO WS-TG-MASK-LEN(WS-TG-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-KEYWORD-TARGETS
           END-IF
           MOVE 'N' TO WS-TG-MIXED-SW(WS-TG-IDX)
           MOVE 'N' TO WS-TG-BREACH-SW(WS-TG-IDX).

      *>****************************************************************
      *> Maintenance windows from MAINTWIN, loaded as EMSRSTRT does
      *>****************************************************************
       1300-LOAD-WINDOWS.
           MOVE 'V'        TO TC-REQUEST
           MOVE 'MAINTWIN' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, MAINT-WINDOW-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSSLARP: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MAINTWIN-FILE
           IF WS-MAINTWIN-STATUS = '35'
      *>      no windows defined - every outage is unplanned
               CONTINUE
           ELSE
               IF WS-MAINTWIN-STATUS NOT = '00'
                   DISPLAY 'EMSSLARP: UNABLE TO OPEN MAINTWIN - '
                           WS-MAINTWIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-MAINTWIN-STATUS = '10'
                   READ MAINTWIN-FILE
                       AT END
                           MOVE '10' TO WS-MAINTWIN-STATUS
                       NOT AT END
      *>                  the control trailer is always the last record
                           IF MAINT-WINDOW-RECORD(1:4) = HIGH-VALUES
                               MOVE '10' TO WS-MAINTWIN-STATUS
                           ELSE
                               IF WS-WINDOW-COUNT < 500
                                   PERFORM 1350-STORE-WINDOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINTWIN-FILE
           END-IF.

       1350-STORE-WINDOW.
           ADD 1 TO WS-WINDOW-COUNT
           MOVE MW-PLEXNAME   TO WS-WIN-PLEXNAME(WS-WINDOW-COUNT)
           MOVE MW-DOW        TO WS-WIN-DOW(WS-WINDOW-COUNT)
           MOVE MW-START-HHMM TO WS-WIN-START(WS-WINDOW-COUNT)
           MOVE MW-END-HHMM   TO WS-WIN-END(WS-WINDOW-COUNT)
           MOVE MW-WIN-TYPE   TO WS-WIN-TYPE(WS-WINDOW-COUNT)
           IF MW-ONE-OFF
               COMPUTE WS-WIN-DAYS(WS-WINDOW-COUNT) =
                   FUNCTION INTEGER-OF-DATE(MW-ONE-OFF-DATE)
           ELSE
               MOVE ZERO TO WS-WIN-DAYS(WS-WINDOW-COUNT)
           END-IF.

      *>****************************************************************
      *> SNAPMAST, RSTHIST and DESCXREF - verified, a missing file is
      *> read as empty
      *>****************************************************************
       1400-OPEN-HISTORY.
           MOVE 'V'        TO TC-REQUEST
           MOVE 'SNAPMAST' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, REGION-SNAP-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSSLARP: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SNAPMAST-FILE
           IF WS-SNAPMAST-STATUS = '35'
               MOVE 'N' TO WS-SNAPMAST-SW
           ELSE
               IF WS-SNAPMAST-STATUS NOT = '00'
                   DISPLAY 'EMSSLARP: UNABLE TO OPEN SNAPMAST - '
                           WS-SNAPMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE 'V'       TO TC-REQUEST
           MOVE 'RSTHIST' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, REST-HIST-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSSLARP: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RSTHIST-FILE
           IF WS-RSTHIST-STATUS = '35'
               MOVE 'N' TO WS-RSTHIST-SW
           ELSE
               IF WS-RSTHIST-STATUS NOT = '00'
                   DISPLAY 'EMSSLARP: UNABLE TO OPEN RSTHIST - '
                           WS-RSTHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE 'V'        TO TC-REQUEST
           MOVE 'DESCXREF' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, DESC-XREF-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSSLARP: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DESCXREF-FILE
           IF WS-DESCXREF-STATUS = '35'
               MOVE 'N' TO WS-XREF-SW
           ELSE
               IF WS-DESCXREF-STATUS NOT = '00'
                   DISPLAY 'EMSSLARP: UNABLE TO OPEN DESCXREF - '
                           WS-DESCXREF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *>****************************************************************
      *> Every region on the current extract against every target
      *>****************************************************************
       2000-MEASURE-REGIONS.
           PERFORM UNTIL WS-VALID-STATUS = '10'
               READ VALID-FILE
                   AT END
                       MOVE '10' TO WS-VALID-STATUS
                   NOT AT END
                       ADD 1 TO WS-REGION-READ
                       IF WS-TARGET-COUNT > 0
                           PERFORM 2100-MEASURE-REGION
                       END-IF
               END-READ
           END-PERFORM.

       2100-MEASURE-REGION.
           MOVE CSYSNAME TO WS-CUR-CSYSNAME
           MOVE PLEXNAME TO WS-CUR-PLEXNAME
           MOVE CSYSAPPL TO WS-CUR-CSYSAPPL
           MOVE SPACES   TO WS-CUR-KEYWORDS
           IF WS-KEYWORD-TARGETS > 0 AND XREF-AVAILABLE
               MOVE CSYSNAME TO DX-CSYSNAME
               READ DESCXREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DX-KEYWORDS TO WS-CUR-KEYWORDS
               END-READ
           END-IF

      *>  the history is only read for a region some target takes
           MOVE 'N' TO WS-ANY-MATCH-SW
           PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TARGET-COUNT
                      OR REGION-MATCHED
               PERFORM 2200-MATCH-TARGET
               IF TARGET-MATCHES
                   MOVE 'Y' TO WS-ANY-MATCH-SW
               END-IF
           END-PERFORM

           IF REGION-MATCHED
               ADD 1 TO WS-REGION-MEASURED
               PERFORM 2300-LOAD-SUSPEND-DAYS
               PERFORM 2400-LOAD-RESTARTS
               PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                       UNTIL WS-TG-IDX > WS-TARGET-COUNT
                   PERFORM 2200-MATCH-TARGET
                   IF TARGET-MATCHES
                       PERFORM 3000-MEASURE-AGAINST-TARGET
                   END-IF
               END-PERFORM
           END-IF.

       2200-MATCH-TARGET.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-TG-KEY-TYPE(WS-TG-IDX) = 'K'
               PERFORM VARYING WS-KW-SUB FROM 1 BY 1
                       UNTIL WS-KW-SUB > 5
                   IF WS-CUR-KEYWORD(WS-KW-SUB) NOT = SPACES
                      AND WS-CUR-KEYWORD(WS-KW-SUB)
                          = WS-TG-KEY-VALUE(WS-TG-IDX)
                       MOVE 'Y' TO WS-MATCH-SW
                   END-IF
               END-PERFORM
           ELSE
               IF WS-CUR-CSYSAPPL NOT = SPACES
                   IF WS-TG-MASK-LEN(WS-TG-IDX) > 0
                       IF WS-CUR-CSYSAPPL(1:WS-TG-MASK-LEN(WS-TG-IDX))
                          = WS-TG-KEY-VALUE(WS-TG-IDX)
                              (1:WS-TG-MASK-LEN(WS-TG-IDX))
                           MOVE 'Y' TO WS-MATCH-SW
                       END-IF
                   ELSE
                       IF WS-CUR-CSYSAPPL = WS-TG-KEY-VALUE(WS-TG-IDX)
                           MOVE 'Y' TO WS-MATCH-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2300-LOAD-SUSPEND-DAYS.
      *>  mark each day from the snapshots taken in the month, then
      *>  carry each state forward over the days with no snapshot,
      *>  starting from the last snapshot before the month
           MOVE SPACES TO WS-DAY-TABLE
           MOVE SPACE  TO WS-CARRY-STATE
           IF SNAPMAST-AVAILABLE
               MOVE WS-CUR-CSYSNAME TO SN-CSYSNAME
               MOVE ZERO            TO SN-CYCLE-DATE
               START SNAPMAST-FILE KEY IS NOT LESS THAN SN-KEY
                   INVALID KEY
                       MOVE '10' TO WS-SNAPMAST-STATUS
               END-START
               PERFORM UNTIL WS-SNAPMAST-STATUS = '10'
                   READ SNAPMAST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-SNAPMAST-STATUS
                       NOT AT END
      *>                  the control trailer sorts last on the key
                           IF REGION-SNAP-RECORD(1:4) = HIGH-VALUES
                              OR SN-CSYSNAME NOT = WS-CUR-CSYSNAME
                              OR SN-CYCLE-DATE > WS-PERIOD-END
                               MOVE '10' TO WS-SNAPMAST-STATUS
                           ELSE
                               PERFORM 2350-NOTE-SNAPSHOT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE '00' TO WS-SNAPMAST-STATUS
           END-IF
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-PERIOD-DAYS
               IF WS-DAY-STATE(WS-DAY-SUB) = SPACE
                   MOVE WS-CARRY-STATE TO WS-DAY-STATE(WS-DAY-SUB)
               ELSE
                   MOVE WS-DAY-STATE(WS-DAY-SUB) TO WS-CARRY-STATE
               END-IF
           END-PERFORM.

       2350-NOTE-SNAPSHOT.
           IF SN-CYCLE-DATE < WS-MONTH-START
               IF SN-SUSPEND
                   MOVE 'S' TO WS-CARRY-STATE
               ELSE
                   MOVE 'A' TO WS-CARRY-STATE
               END-IF
           ELSE
               COMPUTE WS-DAY-SUB =
                   FUNCTION INTEGER-OF-DATE(SN-CYCLE-DATE)
                       - WS-MS-DAYS + 1
               IF SN-SUSPEND
                   MOVE 'S' TO WS-DAY-STATE(WS-DAY-SUB)
               ELSE
                   MOVE 'A' TO WS-DAY-STATE(WS-DAY-SUB)
               END-IF
           END-IF.

       2400-LOAD-RESTARTS.
           MOVE ZERO TO WS-RS-COUNT
           MOVE 'Y'  TO WS-FIRST-HIST-SW
           IF RSTHIST-AVAILABLE
               MOVE WS-CUR-CSYSNAME TO RH-CSYSNAME
               MOVE ZERO            TO RH-CYCLE-DATE
               START RSTHIST-FILE KEY IS NOT LESS THAN RH-KEY
                   INVALID KEY
                       MOVE '10' TO WS-RSTHIST-STATUS
               END-START
               PERFORM UNTIL WS-RSTHIST-STATUS = '10'
                   READ RSTHIST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-RSTHIST-STATUS
                       NOT AT END
      *>                  the control trailer sorts last on the key
                           IF REST-HIST-RECORD(1:4) = HIGH-VALUES
                              OR RH-CSYSNAME NOT = WS-CUR-CSYSNAME
                               MOVE '10' TO WS-RSTHIST-STATUS
                           ELSE
                               PERFORM 2450-NOTE-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               MOVE '00' TO WS-RSTHIST-STATUS
           END-IF.

       2450-NOTE-HISTORY.
      *>  a restart is a start time that moved from the previous
      *>  history cycle; only those that happened in the period count
           IF FIRST-HISTORY
               MOVE 'N' TO WS-FIRST-HIST-SW
           ELSE
               IF RH-UTC-EPOCH-SECS NOT = WS-PREV-EPOCH-SECS
                  AND RH-UTC-DATE >= WS-MONTH-START
                  AND RH-UTC-DATE <= WS-PERIOD-END
                  AND WS-RS-COUNT < 200
                   ADD 1 TO WS-RS-COUNT
                   COMPUTE WS-RS-DAY-SUB(WS-RS-COUNT) =
                       FUNCTION INTEGER-OF-DATE(RH-UTC-DATE)
                           - WS-MS-DAYS + 1
                   COMPUTE WS-RS-MINUTE(WS-RS-COUNT) =
                       RH-UTC-HH * 60 + RH-UTC-MM
               END-IF
           END-IF
           MOVE RH-UTC-EPOCH-SECS TO WS-PREV-EPOCH-SECS.

      *>****************************************************************
      *> One region's service time and outage against one target
      *>****************************************************************
       3000-MEASURE-AGAINST-TARGET.
           MOVE ZERO TO WS-RG-PLAN-MINS
           MOVE ZERO TO WS-RG-UNPL-MINS
           MOVE ZERO TO WS-RG-RESTARTS
           MOVE ZERO TO WS-RG-SUSP-DAYS
           ADD 1 TO WS-TG-REGIONS(WS-TG-IDX)
           IF WS-TG-REGIONS(WS-TG-IDX) = 1
               MOVE WS-CUR-PLEXNAME TO WS-TG-PLEXNAME(WS-TG-IDX)
           ELSE
               IF WS-CUR-PLEXNAME NOT = WS-TG-PLEXNAME(WS-TG-IDX)
                   MOVE 'Y' TO WS-TG-MIXED-SW(WS-TG-IDX)
               END-IF
           END-IF

           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-PERIOD-DAYS
               PERFORM 3100-SET-DAY
               IF WS-TG-SVC-DAY(WS-TG-IDX, WS-DOW + 1) = 'Y'
                   COMPUTE WS-TG-SVC-MINS(WS-TG-IDX) =
                       WS-TG-SVC-MINS(WS-TG-IDX)
                       + WS-TG-END-MIN(WS-TG-IDX)
                       - WS-TG-START-MIN(WS-TG-IDX)
                   IF WS-DAY-STATE(WS-DAY-SUB) = 'S'
                       ADD 1 TO WS-RG-SUSP-DAYS
                       PERFORM 3200-MEASURE-SUSPENDED-DAY
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RS-COUNT
               MOVE WS-RS-DAY-SUB(WS-RS-SUB) TO WS-DAY-SUB
               PERFORM 3100-SET-DAY
               IF WS-TG-SVC-DAY(WS-TG-IDX, WS-DOW + 1) = 'Y'
                  AND WS-DAY-STATE(WS-DAY-SUB) NOT = 'S'
                  AND WS-RS-MINUTE(WS-RS-SUB)
                      >= WS-TG-START-MIN(WS-TG-IDX)
                  AND WS-RS-MINUTE(WS-RS-SUB)
                      < WS-TG-END-MIN(WS-TG-IDX)
                   PERFORM 3300-MEASURE-RESTART
               END-IF
           END-PERFORM

           ADD WS-RG-PLAN-MINS TO WS-TG-PLAN-MINS(WS-TG-IDX)
           ADD WS-RG-UNPL-MINS TO WS-TG-UNPL-MINS(WS-TG-IDX)
           ADD WS-RG-RESTARTS  TO WS-TG-RESTARTS(WS-TG-IDX)
           ADD WS-RG-SUSP-DAYS TO WS-TG-SUSP-DAYS(WS-TG-IDX)
           IF WS-RG-PLAN-MINS + WS-RG-UNPL-MINS > 0
              AND WS-LS-COUNT < 5000
               ADD 1 TO WS-LS-COUNT
               SET WS-TG-SUB TO WS-TG-IDX
               MOVE WS-TG-SUB       TO WS-LS-TG-SUB(WS-LS-COUNT)
               MOVE WS-CUR-CSYSNAME TO WS-LS-CSYSNAME(WS-LS-COUNT)
               MOVE WS-CUR-PLEXNAME TO WS-LS-PLEXNAME(WS-LS-COUNT)
               MOVE WS-RG-PLAN-MINS TO WS-LS-PLAN-MINS(WS-LS-COUNT)
               MOVE WS-RG-UNPL-MINS TO WS-LS-UNPL-MINS(WS-LS-COUNT)
               MOVE WS-RG-RESTARTS  TO WS-LS-RESTARTS(WS-LS-COUNT)
               MOVE WS-RG-SUSP-DAYS TO WS-LS-SUSP-DAYS(WS-LS-COUNT)
           END-IF.

       3100-SET-DAY.
           COMPUTE WS-ABS-DAYS = WS-MS-DAYS + WS-DAY-SUB - 1
           COMPUTE WS-AD-DATE = FUNCTION DATE-OF-INTEGER(WS-ABS-DAYS)
           COMPUTE WS-DOW = FUNCTION MOD(WS-ABS-DAYS, 7).

       3200-MEASURE-SUSPENDED-DAY.
      *>  the whole service day is lost; each quarter hour of it is
      *>  planned or not by the window in force when it starts
           MOVE WS-TG-START-MIN(WS-TG-IDX) TO WS-SLOT-MIN
           PERFORM UNTIL WS-SLOT-MIN >= WS-TG-END-MIN(WS-TG-IDX)
               COMPUTE WS-SLOT-LEN =
                   WS-TG-END-MIN(WS-TG-IDX) - WS-SLOT-MIN
               IF WS-SLOT-LEN > 15
                   MOVE 15 TO WS-SLOT-LEN
               END-IF
               COMPUTE WS-WORK-HH = WS-SLOT-MIN / 60
               COMPUTE WS-HHMM =
                   WS-WORK-HH * 100 + WS-SLOT-MIN - WS-WORK-HH * 60
               PERFORM 5500-CHECK-MAINT-WINDOW
               IF IN-WINDOW
                   ADD WS-SLOT-LEN TO WS-RG-PLAN-MINS
               ELSE
                   ADD WS-SLOT-LEN TO WS-RG-UNPL-MINS
               END-IF
               ADD 15 TO WS-SLOT-MIN
           END-PERFORM.

       3300-MEASURE-RESTART.
           ADD 1 TO WS-RG-RESTARTS
           COMPUTE WS-SLOT-LEN =
               WS-TG-END-MIN(WS-TG-IDX) - WS-RS-MINUTE(WS-RS-SUB)
           IF WS-SLOT-LEN > WS-RESTART-MINS
               MOVE WS-RESTART-MINS TO WS-SLOT-LEN
           END-IF
           COMPUTE WS-WORK-HH = WS-RS-MINUTE(WS-RS-SUB) / 60
           COMPUTE WS-HHMM = WS-WORK-HH * 100
               + WS-RS-MINUTE(WS-RS-SUB) - WS-WORK-HH * 60
           PERFORM 5500-CHECK-MAINT-WINDOW
           IF IN-WINDOW
               ADD WS-SLOT-LEN TO WS-RG-PLAN-MINS
           ELSE
               ADD WS-SLOT-LEN TO WS-RG-UNPL-MINS
           END-IF.

      *>****************************************************************
      *> Availability per target, and a SLAB event for each breach
      *>****************************************************************
       5000-EVALUATE-TARGETS.
           PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TARGET-COUNT
               IF WS-TG-REGIONS(WS-TG-IDX) = ZERO
                   ADD 1 TO WS-UNMATCHED-COUNT
               ELSE
      *>          truncated, so a target is never shown met on a
      *>          rounding
                   IF WS-TG-SVC-MINS(WS-TG-IDX) = ZERO
                       MOVE 100 TO WS-TG-AVAIL(WS-TG-IDX)
                   ELSE
                       COMPUTE WS-TG-AVAIL(WS-TG-IDX) =
                           (WS-TG-SVC-MINS(WS-TG-IDX)
                            - WS-TG-UNPL-MINS(WS-TG-IDX)) * 100
                           / WS-TG-SVC-MINS(WS-TG-IDX)
                   END-IF
                   IF WS-TG-AVAIL(WS-TG-IDX) < WS-TG-TARGET(WS-TG-IDX)
                       MOVE 'Y' TO WS-TG-BREACH-SW(WS-TG-IDX)
                       ADD 1 TO WS-BREACH-COUNT
                       PERFORM 5100-PUT-EVENT
                   ELSE
                       ADD 1 TO WS-MET-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       5100-PUT-EVENT.
           MOVE WS-TG-KEY-VALUE(WS-TG-IDX) TO WS-ET-KEY
           MOVE WS-TG-AVAIL(WS-TG-IDX)     TO WS-ET-AVAIL
           MOVE WS-TG-TARGET(WS-TG-IDX)    TO WS-ET-TARGET
           MOVE SPACES         TO ALERT-EVENT-RECORD
           MOVE 'SLAB'         TO EV-EVENT-TYPE
           MOVE '6'            TO EV-SEVERITY
           MOVE WS-TODAY       TO EV-UTC-DATE
           MOVE WS-CD-HH       TO EV-UTC-HH
           MOVE WS-CD-MM       TO EV-UTC-MM
           MOVE WS-CD-SS       TO EV-UTC-SS
           IF NOT WS-TG-MIXED-PLEX(WS-TG-IDX)
               MOVE WS-TG-PLEXNAME(WS-TG-IDX) TO EV-PLEXNAME
           END-IF
           MOVE WS-TG-KEY-VALUE(WS-TG-IDX)(1:8) TO EV-CSYSNAME
           MOVE WS-EV-TEXT     TO EV-SHORT-TEXT
           MOVE 'P' TO WS-EV-REQUEST
           CALL 'EMSEVWRT' USING WS-EV-REQUEST, ALERT-EVENT-RECORD.

      *>****************************************************************
      *> Is WS-HHMM on day WS-ABS-DAYS inside a window for the
      *> region's plex - the EMSRSTRT test
      *>****************************************************************
       5500-CHECK-MAINT-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW-SW
           IF WS-WINDOW-COUNT > 0
               COMPUTE WS-YDAY-DOW = FUNCTION MOD(WS-ABS-DAYS - 1, 7)
               PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                       UNTIL WS-WIN-IDX > WS-WINDOW-COUNT
                          OR IN-WINDOW
                   IF WS-WIN-PLEXNAME(WS-WIN-IDX) = SPACES
                      OR WS-WIN-PLEXNAME(WS-WIN-IDX) = WS-CUR-PLEXNAME
                       IF WS-WIN-IS-ONE-OFF(WS-WIN-IDX)
                           PERFORM 5600-CHECK-ONE-OFF-WINDOW
                       ELSE
                           IF WS-WIN-IS-HOLIDAY(WS-WIN-IDX)
                               PERFORM 5700-CHECK-HOLIDAY-WINDOW
                           ELSE
                               IF WS-WIN-START(WS-WIN-IDX)
                                    > WS-WIN-END(WS-WIN-IDX)
      *>                          window spans midnight - the early-morning
      *>                          half belongs to the window keyed to the
      *>                          day before
                                   IF (WS-WIN-DOW(WS-WIN-IDX) = 9
                                          OR WS-WIN-DOW(WS-WIN-IDX) = WS-DOW)
                                      AND WS-HHMM >= WS-WIN-START(WS-WIN-IDX)
                                       MOVE 'Y' TO WS-IN-WINDOW-SW
                                   END-IF
                                   IF NOT IN-WINDOW
                                      AND (WS-WIN-DOW(WS-WIN-IDX) = 9
                                          OR WS-WIN-DOW(WS-WIN-IDX)
                                             = WS-YDAY-DOW)
                                      AND WS-HHMM <= WS-WIN-END(WS-WIN-IDX)
                                       MOVE 'Y' TO WS-IN-WINDOW-SW
                                   END-IF
                               ELSE
                                   IF (WS-WIN-DOW(WS-WIN-IDX) = 9
                                          OR WS-WIN-DOW(WS-WIN-IDX) = WS-DOW)
                                      AND WS-HHMM >= WS-WIN-START(WS-WIN-IDX)
                                      AND WS-HHMM <= WS-WIN-END(WS-WIN-IDX)
                                       MOVE 'Y' TO WS-IN-WINDOW-SW
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       5600-CHECK-ONE-OFF-WINDOW.
           IF WS-WIN-START(WS-WIN-IDX) > WS-WIN-END(WS-WIN-IDX)
               IF WS-ABS-DAYS = WS-WIN-DAYS(WS-WIN-IDX)
                  AND WS-HHMM >= WS-WIN-START(WS-WIN-IDX)
                   MOVE 'Y' TO WS-IN-WINDOW-SW
               END-IF
               IF NOT IN-WINDOW
                  AND WS-ABS-DAYS = WS-WIN-DAYS(WS-WIN-IDX) + 1
                  AND WS-HHMM <= WS-WIN-END(WS-WIN-IDX)
                   MOVE 'Y' TO WS-IN-WINDOW-SW
               END-IF
           ELSE
               IF WS-ABS-DAYS = WS-WIN-DAYS(WS-WIN-IDX)
                  AND WS-HHMM >= WS-WIN-START(WS-WIN-IDX)
                  AND WS-HHMM <= WS-WIN-END(WS-WIN-IDX)
                   MOVE 'Y' TO WS-IN-WINDOW-SW
               END-IF
           END-IF.

       5700-CHECK-HOLIDAY-WINDOW.
           MOVE 'H' TO WS-CK-REQUEST
           MOVE ZERO TO WS-CK-TO-DATE
           IF WS-WIN-START(WS-WIN-IDX) > WS-WIN-END(WS-WIN-IDX)
               MOVE WS-AD-DATE TO WS-CK-FROM-DATE
               CALL 'EMSCALCK' USING WS-CK-REQUEST, WS-CK-FROM-DATE,
                   WS-CK-TO-DATE, WS-CK-RESULT
               IF WS-CK-RESULT = 'Y'
                  AND WS-HHMM >= WS-WIN-START(WS-WIN-IDX)
                   MOVE 'Y' TO WS-IN-WINDOW-SW
               END-IF
               IF NOT IN-WINDOW
                   COMPUTE WS-PRIOR-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-ABS-DAYS - 1)
                   MOVE WS-PRIOR-DATE TO WS-CK-FROM-DATE
                   CALL 'EMSCALCK' USING WS-CK-REQUEST,
                       WS-CK-FROM-DATE, WS-CK-TO-DATE, WS-CK-RESULT
                   IF WS-CK-RESULT = 'Y'
                      AND WS-HHMM <= WS-WIN-END(WS-WIN-IDX)
                       MOVE 'Y' TO WS-IN-WINDOW-SW
                   END-IF
               END-IF
           ELSE
               MOVE WS-AD-DATE TO WS-CK-FROM-DATE
               CALL 'EMSCALCK' USING WS-CK-REQUEST, WS-CK-FROM-DATE,
                   WS-CK-TO-DATE, WS-CK-RESULT
               IF WS-CK-RESULT = 'Y'
                  AND WS-HHMM >= WS-WIN-START(WS-WIN-IDX)
                  AND WS-HHMM <= WS-WIN-END(WS-WIN-IDX)
                   MOVE 'Y' TO WS-IN-WINDOW-SW
               END-IF
           END-IF.

      *>****************************************************************
      *> SLARPT - breached, then met, then unmatched, then totals
      *>****************************************************************
       6000-REPORT-TARGETS.
           MOVE 'TARGETS BREACHED' TO WS-SC-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 'B' TO WS-PASS-SW
           PERFORM 6100-PRINT-PASS

           MOVE 'TARGETS MET' TO WS-SC-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 'M' TO WS-PASS-SW
           PERFORM 6100-PRINT-PASS

           MOVE 'TARGETS MATCHING NO REGION ON THE CURRENT EXTRACT'
               TO WS-SC-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'U' TO WS-PASS-SW
           PERFORM 6100-PRINT-PASS

           MOVE 'TOTALS' TO WS-SC-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'TARGETS ON SLATARG'  TO WS-TT-LABEL
           MOVE WS-TARGET-COUNT       TO WS-TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TARGETS BREACHED'    TO WS-TT-LABEL
           MOVE WS-BREACH-COUNT       TO WS-TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TARGETS MET'         TO WS-TT-LABEL
           MOVE WS-MET-COUNT          TO WS-TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TARGETS MATCHING NO REGION' TO WS-TT-LABEL
           MOVE WS-UNMATCHED-COUNT    TO WS-TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REGIONS ON EXTRACT'  TO WS-TT-LABEL
           MOVE WS-REGION-READ        TO WS-TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REGIONS MEASURED'    TO WS-TT-LABEL
           MOVE WS-REGION-MEASURED    TO WS-TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       6100-PRINT-PASS.
           MOVE ZERO TO WS-LINE-COUNT
           PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TARGET-COUNT
               EVALUATE TRUE
                   WHEN WS-PASS-SW = 'B'
                    AND WS-TG-BREACHED(WS-TG-IDX)
                       PERFORM 6200-PRINT-TARGET
                       PERFORM 6300-PRINT-LOSSES
                   WHEN WS-PASS-SW = 'M'
                    AND WS-TG-REGIONS(WS-TG-IDX) > 0
                    AND NOT WS-TG-BREACHED(WS-TG-IDX)
                       PERFORM 6200-PRINT-TARGET
                   WHEN WS-PASS-SW = 'U'
                    AND WS-TG-REGIONS(WS-TG-IDX) = 0
                       PERFORM 6200-PRINT-TARGET
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-LINE-COUNT = ZERO
               MOVE '  NONE' TO WS-SC-TEXT
               WRITE REPORT-LINE FROM WS-SECTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       6200-PRINT-TARGET.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-TG-KEY-TYPE(WS-TG-IDX)  TO WS-TL-KEY-TYPE
           MOVE WS-TG-KEY-VALUE(WS-TG-IDX) TO WS-TL-KEY-VALUE
           MOVE WS-TG-APPL-NAME(WS-TG-IDX) TO WS-TL-APPL-NAME
           MOVE WS-TG-REGIONS(WS-TG-IDX)   TO WS-TL-REGIONS
           MOVE WS-TG-TARGET(WS-TG-IDX)    TO WS-TL-TARGET
           IF WS-TG-REGIONS(WS-TG-IDX) = ZERO
               MOVE SPACES                 TO WS-TL-AVAIL-X
           ELSE
               MOVE WS-TG-AVAIL(WS-TG-IDX) TO WS-TL-AVAIL
           END-IF
           MOVE WS-TG-SVC-MINS(WS-TG-IDX)  TO WS-TL-SVC-MINS
           MOVE WS-TG-PLAN-MINS(WS-TG-IDX) TO WS-TL-PLAN-MINS
           MOVE WS-TG-UNPL-MINS(WS-TG-IDX) TO WS-TL-UNPL-MINS
           MOVE WS-TG-RESTARTS(WS-TG-IDX)  TO WS-TL-RESTARTS
           MOVE WS-TG-SUSP-DAYS(WS-TG-IDX) TO WS-TL-SUSP-DAYS
           WRITE REPORT-LINE FROM WS-TARGET-LINE
               AFTER ADVANCING 1 LINE.

       6300-PRINT-LOSSES.
           SET WS-TG-SUB TO WS-TG-IDX
           PERFORM VARYING WS-LS-SUB FROM 1 BY 1
                   UNTIL WS-LS-SUB > WS-LS-COUNT
               IF WS-LS-TG-SUB(WS-LS-SUB) = WS-TG-SUB
                   MOVE WS-LS-CSYSNAME(WS-LS-SUB)  TO WS-LL-CSYSNAME
                   MOVE WS-LS-PLEXNAME(WS-LS-SUB)  TO WS-LL-PLEXNAME
                   MOVE WS-LS-PLAN-MINS(WS-LS-SUB) TO WS-LL-PLAN-MINS
                   MOVE WS-LS-UNPL-MINS(WS-LS-SUB) TO WS-LL-UNPL-MINS
                   MOVE WS-LS-RESTARTS(WS-LS-SUB)  TO WS-LL-RESTARTS
                   MOVE WS-LS-SUSP-DAYS(WS-LS-SUB) TO WS-LL-SUSP-DAYS
                   WRITE REPORT-LINE FROM WS-LOSS-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       9000-TERMINATE.
           CLOSE VALID-FILE
           CLOSE REPORT-FILE
           IF SNAPMAST-AVAILABLE
               CLOSE SNAPMAST-FILE
           END-IF
           IF RSTHIST-AVAILABLE
               CLOSE RSTHIST-FILE
           END-IF
           IF XREF-AVAILABLE
               CLOSE DESCXREF-FILE
           END-IF
           MOVE 'C' TO WS-EV-REQUEST
           CALL 'EMSEVWRT' USING WS-EV-REQUEST, ALERT-EVENT-RECORD
           DISPLAY 'EMSSLARP: MONTH ' WS-TARGET-MONTH
                   ' MEASURED ' WS-MONTH-START ' TO ' WS-PERIOD-END
           DISPLAY 'EMSSLARP: REGIONS MEASURED - ' WS-REGION-MEASURED
           DISPLAY 'EMSSLARP: TARGETS BREACHED - ' WS-BREACH-COUNT
           DISPLAY 'EMSSLARP: TARGETS MET      - ' WS-MET-COUNT
           DISPLAY 'EMSSLARP: TARGETS UNMATCHED - ' WS-UNMATCHED-COUNT
           IF WS-BREACH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
