      *>****************************************************************
      *> PROGRAM:  EMSMOVRP
      *> PURPOSE:  Estate movement report between two cycle dates off
      *>           the SNAPMAST point-in-time region snapshot master,
      *>           for the quarterly capacity and asset reviews.
      *>           EMSSNPQY answers one region at a time and EMSSPCHG
      *>           only sees spec changes from one day to the next;
      *>           this is the whole estate over a range.
      *>
      *>           Driven by a card file (MOVTRAN) of from-date and
      *>           to-date pairs, one range per card, the same way
      *>           EMSSNPQY consumes SNAPTRAN.  Each date falls back to
      *>           the most recent cycle on or before it that SNAPMAST
      *>           holds, so a weekend or holiday date answers with the
      *>           last cycle that ran.  A region with a snapshot at
      *>           the to-cycle and none at the from-cycle was added; one
      *>           with a snapshot at the from-cycle and none at the
      *>           to-cycle was retired.  For a region present at both,
      *>           the two snapshots are compared for
      *>             - a move to another MVSNAME, CECNAME or SYSPLEX
      *>             - a change of owning CMASNAME or PLEXNAME
      *>             - an OPSYSREL upgrade
      *>             - a DYNTYPE conversion between TOR and AOR.
      *>           The cycle date of a move is the cycle on which the
      *>           value last changed inside the range; a value that
      *>           changed and changed back is not a movement.  An added
      *>           region is dated by its first snapshot, a retired one
      *>           by the first cycle it was missing from, and both show
      *>           the MVSNAME the region was on.  A region that came
      *>           and went inside the range is only counted.
      *>
      *>           Each card's report (MOVRPT) lists every category with
      *>           the from and to values and the cycle date, by
      *>           PLEXNAME within category, then a per-plex summary of
      *>           the counts.  A movement is counted against the plex
      *>           the region belongs to at the to-cycle (a retired
      *>           region, the plex it left).  Every movement is also
      *>           written to the fixed-layout CMDBMOVE file
      *>           (estateMoveCopyBook, 64 bytes - the CMDBHIER record
      *>           length) for the CMDB load.  A card that does not
      *>           validate is declined on the report and the run ends
      *>           RC 4.
      *>
      *>           The SNAPMAST control trailer (EMSTRLCK) is verified
      *>           before the master is read; a damaged master ends the
      *>           run with RETURN-CODE 20.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSMOVRP.
       AUTHOR. MQ-API-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO MOVTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT SNAPMAST-FILE ASSIGN TO SNAPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SNAPMAST-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK1.

           SELECT MOVE-FILE ASSIGN TO CMDBMOVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVE-STATUS.

           SELECT REPORT-FILE ASSIGN TO MOVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY "moveQryTranCopyBook.cpy".

       FD  SNAPMAST-FILE
           RECORD CONTAINS 93 CHARACTERS.
       COPY "snapMastCopyBook.cpy".

       SD  SORT-WORK
           RECORD CONTAINS 41 CHARACTERS.
       01  SW-RECORD.
           05  SW-CATEGORY         PIC 9(1).
           05  SW-PLEXNAME         PIC X(8).
           05  SW-CSYSNAME         PIC X(8).
           05  SW-FROM-VALUE       PIC X(8).
           05  SW-TO-VALUE         PIC X(8).
           05  SW-MOVE-DATE        PIC 9(8).

       FD  MOVE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 64 CHARACTERS.
       COPY "estateMoveCopyBook.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
      *>  the region's snapshot at the from-cycle (or its first in the
      *>  range) and its latest snapshot in the range
       COPY "snapMastCopyBook.cpy"
           REPLACING REGION-SNAP-RECORD BY FIRST-SNAP-RECORD
                     SN-KEY              BY F-KEY
                     SN-CSYSNAME         BY F-CSYSNAME
                     SN-CYCLE-DATE       BY F-CYCLE-DATE
                     SN-CMASNAME         BY F-CMASNAME
                     SN-PLEXNAME         BY F-PLEXNAME
                     SN-MON-SPEC         BY F-MON-SPEC
                     SN-RTA-SPEC         BY F-RTA-SPEC
                     SN-WLM-SPEC         BY F-WLM-SPEC
                     SN-STATUS-R         BY F-STATUS-R
                     SN-LOCAL            BY F-LOCAL
                     SN-REMOTE           BY F-REMOTE
                     SN-DYNROUTE         BY F-DYNROUTE
                     SN-ACTIVE           BY F-ACTIVE
                     SN-SUSPEND          BY F-SUSPEND
                     SN-DYNTYPE          BY F-DYNTYPE
                     SN-JOBNAME          BY F-JOBNAME
                     SN-MVSNAME          BY F-MVSNAME
                     SN-CECNAME          BY F-CECNAME
                     SN-OPSYSREL         BY F-OPSYSREL
                     SN-SYSPLEX          BY F-SYSPLEX.
       COPY "snapMastCopyBook.cpy"
           REPLACING REGION-SNAP-RECORD BY LAST-SNAP-RECORD
                     SN-KEY              BY L-KEY
                     SN-CSYSNAME         BY L-CSYSNAME
                     SN-CYCLE-DATE       BY L-CYCLE-DATE
                     SN-CMASNAME         BY L-CMASNAME
                     SN-PLEXNAME         BY L-PLEXNAME
                     SN-MON-SPEC         BY L-MON-SPEC
                     SN-RTA-SPEC         BY L-RTA-SPEC
                     SN-WLM-SPEC         BY L-WLM-SPEC
                     SN-STATUS-R         BY L-STATUS-R
                     SN-LOCAL            BY L-LOCAL
                     SN-REMOTE           BY L-REMOTE
                     SN-DYNROUTE         BY L-DYNROUTE
                     SN-ACTIVE           BY L-ACTIVE
                     SN-SUSPEND          BY L-SUSPEND
                     SN-DYNTYPE          BY L-DYNTYPE
                     SN-JOBNAME          BY L-JOBNAME
                     SN-MVSNAME          BY L-MVSNAME
                     SN-CECNAME          BY L-CECNAME
                     SN-OPSYSREL         BY L-OPSYSREL
                     SN-SYSPLEX          BY L-SYSPLEX.

       COPY "trailerCtlCopyBook.cpy".

       01  WS-TRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-SNAPMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-MOVE-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  END-OF-SORT                VALUE 'Y'.

       01  WS-QUERY-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-ANSWERED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-DECLINED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-TRANSIENT-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-RANGE-MOVES          PIC 9(7) VALUE ZERO.

       01  WS-SKIP-SW              PIC X VALUE 'N'.
           88  QUERY-SKIPPED              VALUE 'Y'.
       01  WS-FIRST-REGION-SW      PIC X VALUE 'Y'.
           88  IS-FIRST-REGION            VALUE 'Y'.
       01  WS-IN-RANGE-SW          PIC X VALUE 'N'.
           88  SEEN-IN-RANGE              VALUE 'Y'.
       01  WS-AT-FROM-SW           PIC X VALUE 'N'.
           88  PRESENT-AT-FROM            VALUE 'Y'.
       01  WS-FOUND-SW             PIC X VALUE 'N'.
           88  ENTRY-FOUND                VALUE 'Y'.
       01  WS-SWAP-SW              PIC X VALUE 'N'.
           88  SWAP-MADE                  VALUE 'Y'.

       01  WS-DATE-1               PIC 9(8) VALUE ZERO.
       01  WS-DATE-2               PIC 9(8) VALUE ZERO.
       01  WS-TARGET-DATE          PIC 9(8) VALUE ZERO.
       01  WS-RESOLVED-CYCLE       PIC 9(8) VALUE ZERO.
       01  WS-FROM-CYCLE           PIC 9(8) VALUE ZERO.
       01  WS-TO-CYCLE             PIC 9(8) VALUE ZERO.
       01  WS-CUR-CSYSNAME         PIC X(8) VALUE SPACES.
       01  WS-FIRST-DATE           PIC 9(8) VALUE ZERO.

      *>  cycle on which each compared attribute last changed within
      *>  the range, by movement category
       01  WS-MOVE-DATE-TABLE.
           05  WS-MOVE-DATE        PIC 9(8) OCCURS 9 TIMES.

      *>  every cycle date SNAPMAST holds, ascending
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-CYCLE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CYCLE-COUNT
                   ASCENDING KEY IS WS-CY-DATE
                   INDEXED BY WS-CY-IDX.
               10  WS-CY-DATE      PIC 9(8).
       01  WS-CY-SUB               PIC 9(4) VALUE ZERO.
       01  WS-CY-NEXT              PIC 9(4) VALUE ZERO.
       01  WS-CY-HOLD              PIC 9(8) VALUE ZERO.

       01  WS-CATEGORY-VALUES.
           05  FILLER              PIC X(40) VALUE
               'ADD REGIONS ADDED TO THE ESTATE'.
           05  FILLER              PIC X(40) VALUE
               'RETRREGIONS RETIRED FROM THE ESTATE'.
           05  FILLER              PIC X(40) VALUE
               'MVS MOVES TO ANOTHER MVSNAME'.
           05  FILLER              PIC X(40) VALUE
               'CEC MOVES TO ANOTHER CECNAME'.
           05  FILLER              PIC X(40) VALUE
               'SPLXMOVES TO ANOTHER SYSPLEX'.
           05  FILLER              PIC X(40) VALUE
               'CMASCHANGES OF OWNING CMASNAME'.
           05  FILLER              PIC X(40) VALUE
               'PLEXCHANGES OF PLEXNAME'.
           05  FILLER              PIC X(40) VALUE
               'OSRLOPSYSREL UPGRADES'.
           05  FILLER              PIC X(40) VALUE
               'DYNTDYNTYPE CONVERSIONS TOR/AOR'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CATEGORY-ENTRY OCCURS 9 TIMES.
               10  WS-CT-CODE      PIC X(4).
               10  WS-CT-TITLE     PIC X(36).
       01  WS-CUR-CATEGORY         PIC 9(2) VALUE ZERO.
       01  WS-CAT-LINES            PIC 9(7) VALUE ZERO.
       01  WS-CAT-SUB              PIC 9(2) VALUE ZERO.

      *>  per-plex movement counts for the range, by category
       01  WS-PLEX-TABLE.
           05  WS-PLEX-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-PLEX-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PLEX-COUNT
                   INDEXED BY WS-PX-IDX.
               10  WS-PX-PLEXNAME  PIC X(8).
               10  WS-PX-MOVES     PIC 9(5) OCCURS 9 TIMES.
       01  WS-PX-SUB               PIC 9(4) VALUE ZERO.
       01  WS-PX-NEXT              PIC 9(4) VALUE ZERO.
       01  WS-PX-HOLD              PIC X(53).
       01  WS-RANGE-TOTALS.
           05  WS-RT-MOVES         PIC 9(5) OCCURS 9 TIMES.

       01  WS-HEADING-1.
           05  FILLER              PIC X(1)  VALUE '1'.
           05  FILLER              PIC X(40) VALUE
               'EMSMOVRP - ESTATE MOVEMENT REPORT'.

       01  WS-RANGE-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(6)  VALUE 'FROM  '.
           05  WS-RH-DATE-1        PIC X(8).
           05  FILLER              PIC X(6)  VALUE '  TO  '.
           05  WS-RH-DATE-2        PIC X(8).

       01  WS-CYCLE-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(14) VALUE 'FROM-CYCLE    '.
           05  WS-CH-FROM          PIC 9(8).
           05  FILLER              PIC X(14) VALUE '  TO-CYCLE    '.
           05  WS-CH-TO            PIC 9(8).

       01  WS-CATEGORY-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CG-TITLE         PIC X(36).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(40) VALUE
               'PLEXNAME  CSYSNAME  FROM      TO'.
           05  FILLER              PIC X(5)  VALUE 'CYCLE'.

       01  WS-MOVE-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-ML-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-ML-CSYSNAME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-ML-FROM          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-ML-TO            PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-ML-DATE          PIC 9(8).

       01  WS-NONE-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE 'NONE'.

       01  WS-SUMMARY-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(40) VALUE
               'MOVEMENT SUMMARY BY PLEXNAME'.

       01  WS-SUMMARY-COLUMNS.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'PLEXNAME'.
           05  FILLER              PIC X(40) VALUE
               '   ADDED RETIRED     MVS     CEC SYSPLEX'.
           05  FILLER              PIC X(32) VALUE
               '    CMAS    PLEX OPSYSRL DYNTYPE'.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-SL-PLEXNAME      PIC X(8).
           05  WS-SL-CELL OCCURS 9 TIMES.
               10  WS-SL-MOVES     PIC ZZZZZZZ9.

       01  WS-TRANSIENT-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(40) VALUE
               'REGIONS ADDED AND RETIRED WITHIN RANGE:'.
           05  WS-TL-TRANSIENT     PIC ZZZZ9.

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
               DISPLAY 'EMSMOVRP: UNABLE TO OPEN MOVTRAN - '
                       WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'V'        TO TC-REQUEST
           MOVE 'SNAPMAST' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, REGION-SNAP-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSMOVRP: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SNAPMAST-FILE
           IF WS-SNAPMAST-STATUS NOT = '00'
               DISPLAY 'EMSMOVRP: UNABLE TO OPEN SNAPMAST - '
                       WS-SNAPMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MOVE-FILE
           IF WS-MOVE-STATUS NOT = '00'
               DISPLAY 'EMSMOVRP: UNABLE TO OPEN CMDBMOVE - '
                       WS-MOVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'EMSMOVRP: UNABLE TO OPEN MOVRPT - '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-1

           PERFORM 1100-LOAD-CYCLES
           PERFORM 2900-READ-TRAN.

       1100-LOAD-CYCLES.
      *>  one pass of the master for the distinct cycle dates; each
      *>  region's cycles repeat the last region's, so the binary
      *>  search nearly always finds the date already held
           PERFORM 1300-START-BROWSE
           PERFORM UNTIL WS-SNAPMAST-STATUS = '10'
               READ SNAPMAST-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-SNAPMAST-STATUS
                   NOT AT END
      *>              the control trailer's HIGH-VALUES key sorts last
                       IF REGION-SNAP-RECORD(1:4) = HIGH-VALUES
                           MOVE '10' TO WS-SNAPMAST-STATUS
                       ELSE
                           PERFORM 1150-NOTE-CYCLE
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO WS-SNAPMAST-STATUS.

       1150-NOTE-CYCLE.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-CYCLE-COUNT > 0
               SEARCH ALL WS-CYCLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CY-DATE(WS-CY-IDX) = SN-CYCLE-DATE
                       MOVE 'Y' TO WS-FOUND-SW
               END-SEARCH
           END-IF
           IF NOT ENTRY-FOUND
              AND WS-CYCLE-COUNT < 2000
               PERFORM 1200-INSERT-CYCLE
           END-IF.

       1200-INSERT-CYCLE.
      *>  the new date goes in at the end and is walked down into
      *>  place, keeping the table in order for SEARCH ALL
           ADD 1 TO WS-CYCLE-COUNT
           MOVE SN-CYCLE-DATE TO WS-CY-DATE(WS-CYCLE-COUNT)
           MOVE WS-CYCLE-COUNT TO WS-CY-SUB
           PERFORM UNTIL WS-CY-SUB < 2
               COMPUTE WS-CY-NEXT = WS-CY-SUB - 1
               IF WS-CY-DATE(WS-CY-NEXT) > WS-CY-DATE(WS-CY-SUB)
                   MOVE WS-CY-DATE(WS-CY-NEXT) TO WS-CY-HOLD
                   MOVE WS-CY-DATE(WS-CY-SUB)
                       TO WS-CY-DATE(WS-CY-NEXT)
                   MOVE WS-CY-HOLD TO WS-CY-DATE(WS-CY-SUB)
                   MOVE WS-CY-NEXT TO WS-CY-SUB
               ELSE
                   MOVE 1 TO WS-CY-SUB
               END-IF
           END-PERFORM.

       1300-START-BROWSE.
           MOVE LOW-VALUES TO SN-KEY
           START SNAPMAST-FILE KEY IS NOT LESS THAN SN-KEY
               INVALID KEY
                   MOVE '10' TO WS-SNAPMAST-STATUS
           END-START.

       2000-PROCESS-QUERIES.
           ADD 1 TO WS-QUERY-COUNT
           MOVE 'N' TO WS-SKIP-SW
           MOVE MV-FROM-DATE TO WS-RH-DATE-1
           MOVE MV-TO-DATE   TO WS-RH-DATE-2
           WRITE REPORT-LINE FROM WS-RANGE-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM 2200-VALIDATE-CARD
           IF NOT QUERY-SKIPPED
               PERFORM 2300-RESOLVE-CYCLES
           END-IF
           IF NOT QUERY-SKIPPED
               ADD 1 TO WS-ANSWERED-COUNT
               PERFORM 3000-REPORT-RANGE
           END-IF
           PERFORM 2900-READ-TRAN.

       2200-VALIDATE-CARD.
           MOVE ZERO TO WS-DATE-1
           MOVE ZERO TO WS-DATE-2
           EVALUATE TRUE
               WHEN MV-FROM-DATE NOT NUMERIC
                   MOVE 'FROM-DATE NOT NUMERIC - RANGE SKIPPED'
                       TO WS-EL-TEXT
                   PERFORM 2800-DECLINE-QUERY
               WHEN MV-TO-DATE NOT NUMERIC
                   MOVE 'TO-DATE NOT NUMERIC - RANGE SKIPPED'
                       TO WS-EL-TEXT
                   PERFORM 2800-DECLINE-QUERY
               WHEN MV-TO-DATE NOT > MV-FROM-DATE
                   MOVE 'TO-DATE NOT AFTER FROM-DATE - RANGE SKIPPED'
                       TO WS-EL-TEXT
                   PERFORM 2800-DECLINE-QUERY
               WHEN OTHER
                   MOVE MV-FROM-DATE TO WS-DATE-1
                   MOVE MV-TO-DATE   TO WS-DATE-2
           END-EVALUATE.

       2300-RESOLVE-CYCLES.
           MOVE WS-DATE-1 TO WS-TARGET-DATE
           PERFORM 2400-CYCLE-ON-OR-BEFORE
           MOVE WS-RESOLVED-CYCLE TO WS-FROM-CYCLE
           MOVE WS-DATE-2 TO WS-TARGET-DATE
           PERFORM 2400-CYCLE-ON-OR-BEFORE
           MOVE WS-RESOLVED-CYCLE TO WS-TO-CYCLE
           EVALUATE TRUE
               WHEN WS-FROM-CYCLE = ZERO
                   MOVE 'NO CYCLE ON OR BEFORE FROM-DATE - RANGE SKIPPED'
                       TO WS-EL-TEXT
                   PERFORM 2800-DECLINE-QUERY
               WHEN WS-TO-CYCLE = WS-FROM-CYCLE
                   MOVE 'BOTH DATES FALL ON THE SAME CYCLE - RANGE SKIPPED'
                       TO WS-EL-TEXT
                   PERFORM 2800-DECLINE-QUERY
               WHEN OTHER
                   MOVE WS-FROM-CYCLE TO WS-CH-FROM
                   MOVE WS-TO-CYCLE   TO WS-CH-TO
                   WRITE REPORT-LINE FROM WS-CYCLE-HEADING
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.

       2400-CYCLE-ON-OR-BEFORE.
           MOVE ZERO TO WS-RESOLVED-CYCLE
           PERFORM VARYING WS-CY-SUB FROM 1 BY 1
                   UNTIL WS-CY-SUB > WS-CYCLE-COUNT
                      OR WS-CY-DATE(WS-CY-SUB) > WS-TARGET-DATE
               MOVE WS-CY-DATE(WS-CY-SUB) TO WS-RESOLVED-CYCLE
           END-PERFORM.

       2800-DECLINE-QUERY.
           MOVE 'Y' TO WS-SKIP-SW
           ADD 1 TO WS-DECLINED-COUNT
           WRITE REPORT-LINE FROM WS-ERROR-LINE
               AFTER ADVANCING 1 LINE.

       2900-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE '10' TO WS-TRAN-STATUS
           END-READ.

      *>****************************************************************
      *> MOVEMENTS - region by region off the master, sorted by
      *> category and plex for the report
      *>****************************************************************
       3000-REPORT-RANGE.
           MOVE ZERO TO WS-PLEX-COUNT
           MOVE ZERO TO WS-TRANSIENT-COUNT
           MOVE ZERO TO WS-RANGE-MOVES
           SORT SORT-WORK
               ON ASCENDING KEY SW-CATEGORY
               ON ASCENDING KEY SW-PLEXNAME
               ON ASCENDING KEY SW-CSYSNAME
               INPUT PROCEDURE IS 3100-FIND-MOVEMENTS
               OUTPUT PROCEDURE IS 4000-WRITE-MOVEMENTS
           PERFORM 5000-WRITE-PLEX-SUMMARY.

       3100-FIND-MOVEMENTS.
           MOVE 'Y' TO WS-FIRST-REGION-SW
           PERFORM 1300-START-BROWSE
           PERFORM UNTIL WS-SNAPMAST-STATUS = '10'
               READ SNAPMAST-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-SNAPMAST-STATUS
                   NOT AT END
                       IF REGION-SNAP-RECORD(1:4) = HIGH-VALUES
                           MOVE '10' TO WS-SNAPMAST-STATUS
                       ELSE
                           PERFORM 3150-NOTE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO WS-SNAPMAST-STATUS
           IF NOT IS-FIRST-REGION
               PERFORM 3300-CLOSE-REGION
           END-IF.

       3150-NOTE-RECORD.
           IF IS-FIRST-REGION
               MOVE 'N' TO WS-FIRST-REGION-SW
               PERFORM 3200-START-REGION
           END-IF
           IF SN-CSYSNAME NOT = WS-CUR-CSYSNAME
               PERFORM 3300-CLOSE-REGION
               PERFORM 3200-START-REGION
           END-IF
           IF SN-CYCLE-DATE NOT < WS-FROM-CYCLE
              AND SN-CYCLE-DATE NOT > WS-TO-CYCLE
               PERFORM 3250-NOTE-SNAPSHOT
           END-IF.

       3200-START-REGION.
           MOVE SN-CSYSNAME TO WS-CUR-CSYSNAME
           MOVE 'N' TO WS-IN-RANGE-SW
           MOVE 'N' TO WS-AT-FROM-SW
           MOVE ZERO TO WS-FIRST-DATE
           INITIALIZE WS-MOVE-DATE-TABLE.

       3250-NOTE-SNAPSHOT.
           IF NOT SEEN-IN-RANGE
               MOVE 'Y' TO WS-IN-RANGE-SW
               IF SN-CYCLE-DATE = WS-FROM-CYCLE
                   MOVE 'Y' TO WS-AT-FROM-SW
               END-IF
               MOVE SN-CYCLE-DATE      TO WS-FIRST-DATE
               MOVE REGION-SNAP-RECORD TO FIRST-SNAP-RECORD
           ELSE
      *>      against the cycle before, so the date kept is the last
      *>      change - a value that moves twice is dated by its second
               IF SN-MVSNAME NOT = L-MVSNAME
                   MOVE SN-CYCLE-DATE TO WS-MOVE-DATE(3)
               END-IF
               IF SN-CECNAME NOT = L-CECNAME
                   MOVE SN-CYCLE-DATE TO WS-MOVE-DATE(4)
               END-IF
               IF SN-SYSPLEX NOT = L-SYSPLEX
                   MOVE SN-CYCLE-DATE TO WS-MOVE-DATE(5)
               END-IF
               IF SN-CMASNAME NOT = L-CMASNAME
                   MOVE SN-CYCLE-DATE TO WS-MOVE-DATE(6)
               END-IF
               IF SN-PLEXNAME NOT = L-PLEXNAME
                   MOVE SN-CYCLE-DATE TO WS-MOVE-DATE(7)
               END-IF
               IF SN-OPSYSREL NOT = L-OPSYSREL
                   MOVE SN-CYCLE-DATE TO WS-MOVE-DATE(8)
               END-IF
               IF SN-DYNTYPE NOT = L-DYNTYPE
                   MOVE SN-CYCLE-DATE TO WS-MOVE-DATE(9)
               END-IF
           END-IF
           MOVE REGION-SNAP-RECORD TO LAST-SNAP-RECORD.

       3300-CLOSE-REGION.
           IF SEEN-IN-RANGE
               IF PRESENT-AT-FROM
                   IF L-CYCLE-DATE = WS-TO-CYCLE
                       PERFORM 3400-COMPARE-SNAPSHOTS
                   ELSE
                       PERFORM 3500-RELEASE-RETIRED
                   END-IF
               ELSE
                   IF L-CYCLE-DATE = WS-TO-CYCLE
                       MOVE 1             TO SW-CATEGORY
                       MOVE L-PLEXNAME    TO SW-PLEXNAME
                       MOVE SPACES        TO SW-FROM-VALUE
                       MOVE L-MVSNAME     TO SW-TO-VALUE
                       MOVE WS-FIRST-DATE TO SW-MOVE-DATE
                       PERFORM 3900-RELEASE-MOVEMENT
                   ELSE
                       ADD 1 TO WS-TRANSIENT-COUNT
                   END-IF
               END-IF
           END-IF.

       3400-COMPARE-SNAPSHOTS.
           MOVE L-PLEXNAME TO SW-PLEXNAME
           IF L-MVSNAME NOT = F-MVSNAME
               MOVE 3         TO SW-CATEGORY
               MOVE F-MVSNAME TO SW-FROM-VALUE
               MOVE L-MVSNAME TO SW-TO-VALUE
               PERFORM 3450-RELEASE-CHANGE
           END-IF
           IF L-CECNAME NOT = F-CECNAME
               MOVE 4         TO SW-CATEGORY
               MOVE F-CECNAME TO SW-FROM-VALUE
               MOVE L-CECNAME TO SW-TO-VALUE
               PERFORM 3450-RELEASE-CHANGE
           END-IF
           IF L-SYSPLEX NOT = F-SYSPLEX
               MOVE 5         TO SW-CATEGORY
               MOVE F-SYSPLEX TO SW-FROM-VALUE
               MOVE L-SYSPLEX TO SW-TO-VALUE
               PERFORM 3450-RELEASE-CHANGE
           END-IF
           IF L-CMASNAME NOT = F-CMASNAME
               MOVE 6          TO SW-CATEGORY
               MOVE F-CMASNAME TO SW-FROM-VALUE
               MOVE L-CMASNAME TO SW-TO-VALUE
               PERFORM 3450-RELEASE-CHANGE
           END-IF
           IF L-PLEXNAME NOT = F-PLEXNAME
               MOVE 7          TO SW-CATEGORY
               MOVE F-PLEXNAME TO SW-FROM-VALUE
               MOVE L-PLEXNAME TO SW-TO-VALUE
               PERFORM 3450-RELEASE-CHANGE
           END-IF
           IF L-OPSYSREL NOT = F-OPSYSREL
               MOVE 8          TO SW-CATEGORY
               MOVE F-OPSYSREL TO SW-FROM-VALUE
               MOVE L-OPSYSREL TO SW-TO-VALUE
               PERFORM 3450-RELEASE-CHANGE
           END-IF
           IF L-DYNTYPE NOT = F-DYNTYPE
               MOVE 9          TO SW-CATEGORY
               MOVE F-DYNTYPE  TO SW-FROM-VALUE
               MOVE L-DYNTYPE  TO SW-TO-VALUE
               PERFORM 3450-RELEASE-CHANGE
           END-IF.

       3450-RELEASE-CHANGE.
           MOVE WS-MOVE-DATE(SW-CATEGORY) TO SW-MOVE-DATE
           PERFORM 3900-RELEASE-MOVEMENT.

       3500-RELEASE-RETIRED.
      *>  dated by the first cycle the region was missing from - the
      *>  cycle after its last snapshot in the range
           SET WS-CY-IDX TO 1
           SEARCH ALL WS-CYCLE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CY-DATE(WS-CY-IDX) = L-CYCLE-DATE
                   CONTINUE
           END-SEARCH
           SET WS-CY-IDX UP BY 1
           MOVE 2          TO SW-CATEGORY
           MOVE L-PLEXNAME TO SW-PLEXNAME
           MOVE L-MVSNAME  TO SW-FROM-VALUE
           MOVE SPACES     TO SW-TO-VALUE
           MOVE WS-CY-DATE(WS-CY-IDX) TO SW-MOVE-DATE
           PERFORM 3900-RELEASE-MOVEMENT.

       3900-RELEASE-MOVEMENT.
           MOVE WS-CUR-CSYSNAME TO SW-CSYSNAME
           RELEASE SW-RECORD.

       4000-WRITE-MOVEMENTS.
           MOVE ZERO TO WS-CUR-CATEGORY
           MOVE 'N' TO WS-EOF-SW
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               PERFORM UNTIL WS-CUR-CATEGORY = SW-CATEGORY
                   PERFORM 4100-NEXT-CATEGORY
               END-PERFORM
               PERFORM 4200-WRITE-MOVEMENT
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
               END-RETURN
           END-PERFORM
      *>  categories after the last movement still print, as NONE
           PERFORM UNTIL WS-CUR-CATEGORY = 9
               PERFORM 4100-NEXT-CATEGORY
           END-PERFORM
           IF WS-CAT-LINES = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       4100-NEXT-CATEGORY.
           IF WS-CUR-CATEGORY > 0
              AND WS-CAT-LINES = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO WS-CUR-CATEGORY
           MOVE ZERO TO WS-CAT-LINES
           MOVE WS-CT-TITLE(WS-CUR-CATEGORY) TO WS-CG-TITLE
           WRITE REPORT-LINE FROM WS-CATEGORY-HEADING
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 1 LINE.

       4200-WRITE-MOVEMENT.
           ADD 1 TO WS-CAT-LINES
           ADD 1 TO WS-RANGE-MOVES
           MOVE SW-PLEXNAME   TO WS-ML-PLEXNAME
           MOVE SW-CSYSNAME   TO WS-ML-CSYSNAME
           MOVE SW-FROM-VALUE TO WS-ML-FROM
           MOVE SW-TO-VALUE   TO WS-ML-TO
           MOVE SW-MOVE-DATE  TO WS-ML-DATE
           WRITE REPORT-LINE FROM WS-MOVE-LINE
               AFTER ADVANCING 1 LINE

           MOVE WS-CT-CODE(SW-CATEGORY) TO EM-MOVE-TYPE
           MOVE SW-CSYSNAME   TO EM-CSYSNAME
           MOVE SW-PLEXNAME   TO EM-PLEXNAME
           MOVE SW-FROM-VALUE TO EM-FROM-VALUE
           MOVE SW-TO-VALUE   TO EM-TO-VALUE
           MOVE SW-MOVE-DATE  TO EM-MOVE-DATE
           MOVE WS-FROM-CYCLE TO EM-FROM-CYCLE
           MOVE WS-TO-CYCLE   TO EM-TO-CYCLE
           WRITE ESTATE-MOVE-RECORD
           IF WS-MOVE-STATUS NOT = '00'
               DISPLAY 'EMSMOVRP: CMDBMOVE WRITE FAILED - '
                       WS-MOVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT
           PERFORM 4300-COUNT-FOR-PLEX.

       4300-COUNT-FOR-PLEX.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-PLEX-COUNT > 0
               SET WS-PX-IDX TO 1
               SEARCH WS-PLEX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PX-PLEXNAME(WS-PX-IDX) = SW-PLEXNAME
                       MOVE 'Y' TO WS-FOUND-SW
               END-SEARCH
           END-IF
           IF NOT ENTRY-FOUND
              AND WS-PLEX-COUNT < 500
               ADD 1 TO WS-PLEX-COUNT
               SET WS-PX-IDX TO WS-PLEX-COUNT
               MOVE SW-PLEXNAME TO WS-PX-PLEXNAME(WS-PX-IDX)
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > 9
                   MOVE ZERO TO WS-PX-MOVES(WS-PX-IDX, WS-CAT-SUB)
               END-PERFORM
               MOVE 'Y' TO WS-FOUND-SW
           END-IF
           IF ENTRY-FOUND
               ADD 1 TO WS-PX-MOVES(WS-PX-IDX, SW-CATEGORY)
           END-IF.

      *>****************************************************************
      *> PLEX SUMMARY
      *>****************************************************************
       5000-WRITE-PLEX-SUMMARY.
           PERFORM 5100-ORDER-PLEXES
           WRITE REPORT-LINE FROM WS-SUMMARY-HEADING
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-SUMMARY-COLUMNS
               AFTER ADVANCING 1 LINE
           INITIALIZE WS-RANGE-TOTALS
           PERFORM VARYING WS-PX-SUB FROM 1 BY 1
                   UNTIL WS-PX-SUB > WS-PLEX-COUNT
               MOVE WS-PX-PLEXNAME(WS-PX-SUB) TO WS-SL-PLEXNAME
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > 9
                   MOVE WS-PX-MOVES(WS-PX-SUB, WS-CAT-SUB)
                       TO WS-SL-MOVES(WS-CAT-SUB)
                   ADD WS-PX-MOVES(WS-PX-SUB, WS-CAT-SUB)
                       TO WS-RT-MOVES(WS-CAT-SUB)
               END-PERFORM
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'ESTATE' TO WS-SL-PLEXNAME
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 9
               MOVE WS-RT-MOVES(WS-CAT-SUB) TO WS-SL-MOVES(WS-CAT-SUB)
           END-PERFORM
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-TRANSIENT-COUNT TO WS-TL-TRANSIENT
           WRITE REPORT-LINE FROM WS-TRANSIENT-LINE
               AFTER ADVANCING 1 LINE.

       5100-ORDER-PLEXES.
           MOVE 'Y' TO WS-SWAP-SW
           PERFORM UNTIL NOT SWAP-MADE
               MOVE 'N' TO WS-SWAP-SW
               PERFORM VARYING WS-PX-SUB FROM 1 BY 1
                       UNTIL WS-PX-SUB >= WS-PLEX-COUNT
                   COMPUTE WS-PX-NEXT = WS-PX-SUB + 1
                   IF WS-PX-PLEXNAME(WS-PX-SUB)
                          > WS-PX-PLEXNAME(WS-PX-NEXT)
                       MOVE WS-PLEX-ENTRY(WS-PX-SUB) TO WS-PX-HOLD
                       MOVE WS-PLEX-ENTRY(WS-PX-NEXT)
                           TO WS-PLEX-ENTRY(WS-PX-SUB)
                       MOVE WS-PX-HOLD TO WS-PLEX-ENTRY(WS-PX-NEXT)
                       MOVE 'Y' TO WS-SWAP-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

       9000-TERMINATE.
           CLOSE TRAN-FILE
           CLOSE SNAPMAST-FILE
           CLOSE MOVE-FILE
           CLOSE REPORT-FILE
           DISPLAY 'EMSMOVRP: CYCLES ON SNAPMAST - ' WS-CYCLE-COUNT
           DISPLAY 'EMSMOVRP: RANGES PROCESSED - ' WS-QUERY-COUNT
           DISPLAY 'EMSMOVRP: RANGES ANSWERED - ' WS-ANSWERED-COUNT
           DISPLAY 'EMSMOVRP: RANGES DECLINED - ' WS-DECLINED-COUNT
           DISPLAY 'EMSMOVRP: MOVEMENTS WRITTEN - ' WS-WRITTEN-COUNT
           IF WS-DECLINED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
