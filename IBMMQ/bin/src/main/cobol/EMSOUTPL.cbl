      *>****************************************************************
      *> PROGRAM:  EMSOUTPL
      *> PURPOSE:  Planned-outage impact assessment off the EMASVALD
      *>           validated extract, building the SUSPCTL control
      *>           list for EMSSUSPR.  Before a CEC or MVS image IPL
      *>           the suspend list used to be typed from memory, with
      *>           a guess at whether taking the image down would leave
      *>           a plex with no TOR or no AOR.
      *>
      *>           Driven by a card file (OUTTRAN) naming what is being
      *>           taken down, one card per CECNAME ('C'), MVSNAME
      *>           ('M') or SYSPLEX ('S').  Every region on any of the
      *>           named images is listed on OUTPLRPT with its DYNTYPE,
      *>           CSYSAPPL, routing state and the DX-LONG-DESC from
      *>           the DESCXREF master, and for each PLEXNAME touched
      *>           by the outage the report shows how many TORs and
      *>           AORs stay DYNROUTE ACTIVE on the images left up.
      *>
      *>           A plan that leaves any touched plex with no ACTIVE
      *>           TOR (no routing front end) or no ACTIVE AOR is
      *>           refused with RETURN-CODE 8 and no control records
      *>           are written.  A safe plan writes the suspend list
      *>           to SUSPCTL (target X'02') and the matching resume
      *>           list to RESUMCTL (target X'01') for after the
      *>           window, both in the layout EMSSUSPR reads.  Only
      *>           regions ACTIVE at extract time go on the lists, so
      *>           the resume run never releases a region that was
      *>           already suspended before the outage for some other
      *>           reason.  A missing DESCXREF master is tolerated the
      *>           way EMSQUERY tolerates it; a DESCXREF whose control
      *>           trailer (EMSTRLCK) does not verify ends the run with
      *>           RETURN-CODE 20.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSOUTPL.
       AUTHOR. MQ-API-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO OUTTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT VALID-FILE ASSIGN TO EMASVALD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.

           SELECT DESCXREF-FILE ASSIGN TO DESCXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DX-CSYSNAME
               FILE STATUS IS WS-DESCXREF-STATUS.

           SELECT SUSPEND-FILE ASSIGN TO SUSPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPEND-STATUS.

           SELECT RESUME-FILE ASSIGN TO RESUMCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUME-STATUS.

           SELECT REPORT-FILE ASSIGN TO OUTPLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY "outageTranCopyBook.cpy".

       FD  VALID-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       COPY "sampleCopyBook.cpy".

       FD  DESCXREF-FILE
           RECORD CONTAINS 158 CHARACTERS.
       COPY "descXrefCopyBook.cpy".

       FD  SUSPEND-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 9 CHARACTERS.
       COPY "suspendCtlCopyBook.cpy".

       FD  RESUME-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 9 CHARACTERS.
       COPY "suspendCtlCopyBook.cpy"
           REPLACING SUSP-CTL-RECORD    BY RESUME-CTL-RECORD
                     SC-CSYSNAME        BY RC-CSYSNAME
                     SC-TARGET-DYNROUTE BY RC-TARGET-DYNROUTE
                     SC-TARGET-ACTIVE   BY RC-TARGET-ACTIVE
                     SC-TARGET-SUSPEND  BY RC-TARGET-SUSPEND.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(130).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-VALID-STATUS         PIC XX VALUE SPACES.
       01  WS-DESCXREF-STATUS      PIC XX VALUE SPACES.
       COPY "trailerCtlCopyBook.cpy".
       01  WS-SUSPEND-STATUS       PIC XX VALUE SPACES.
       01  WS-RESUME-STATUS        PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.

       01  WS-XREF-SW              PIC X VALUE 'Y'.
           88  XREF-AVAILABLE             VALUE 'Y'.
       01  WS-AFFECTED-SW          PIC X VALUE 'N'.
           88  REGION-AFFECTED            VALUE 'Y'.
       01  WS-PLAN-SW              PIC X VALUE 'Y'.
           88  PLAN-SAFE                  VALUE 'Y'.

       01  WS-CARD-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-REGION-READ          PIC 9(7) VALUE ZERO.
       01  WS-AFFECTED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-ALREADY-SUSP-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-LISTED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-PLEX-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-RG-SUB               PIC 9(5) VALUE ZERO.
       01  WS-OC-SUB               PIC 9(3) VALUE ZERO.

      *>  outage cards, kept so each extract record can be tested
      *>  against every image being taken down
       01  WS-OUTAGE-TABLE.
           05  WS-OC-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-OC-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-OC-COUNT
                   INDEXED BY WS-OC-IDX.
               10  WS-OC-SCOPE-TYPE    PIC X(1).
               10  WS-OC-SCOPE-VALUE   PIC X(8).
               10  WS-OC-HIT-COUNT     PIC 9(5).

       01  WS-REGION-TABLE.
           05  WS-RG-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-RG-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-RG-COUNT
                   INDEXED BY WS-RG-IDX.
               10  WS-RG-PLEXNAME      PIC X(8).
               10  WS-RG-CSYSNAME      PIC X(8).
               10  WS-RG-DYNTYPE       PIC X(3).
               10  WS-RG-DYNROUTE      PIC X(1).
                   88  WS-RG-ACTIVE           VALUE X'01'.
                   88  WS-RG-SUSPEND          VALUE X'02'.
               10  WS-RG-CSYSAPPL      PIC X(8).
               10  WS-RG-MVSNAME       PIC X(4).
               10  WS-RG-CECNAME       PIC X(8).
               10  WS-RG-SYSPLEX       PIC X(8).
               10  WS-RG-AFFECTED-SW   PIC X(1).
                   88  WS-RG-AFFECTED         VALUE 'Y'.

       01  WS-PLEX-TABLE.
           05  WS-PLEX-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-PLEX-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-PLEX-COUNT
                   INDEXED BY WS-PX-IDX.
               10  WS-PX-PLEXNAME      PIC X(8).
               10  WS-PX-TOR-TOTAL     PIC 9(5).
               10  WS-PX-AOR-TOTAL     PIC 9(5).
               10  WS-PX-TOR-DOWN      PIC 9(5).
               10  WS-PX-AOR-DOWN      PIC 9(5).
               10  WS-PX-TOR-LEFT      PIC 9(5).
               10  WS-PX-AOR-LEFT      PIC 9(5).

       01  WS-CURRENT-DATE-AREA.
           05  WS-CD-YYYYMMDD      PIC 9(8).
           05  FILLER              PIC X(13).

       01  WS-HEADING-1.
           05  FILLER              PIC X(1)  VALUE '1'.
           05  FILLER              PIC X(48) VALUE
               'EMSOUTPL - PLANNED OUTAGE IMPACT ASSESSMENT'.
           05  FILLER              PIC X(8)  VALUE 'CYCLE - '.
           05  WS-H1-DATE          PIC 9(8).

       01  WS-SCOPE-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(40) VALUE
               'IMAGES BEING TAKEN DOWN'.

       01  WS-SCOPE-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-SL-FIELD         PIC X(8).
           05  FILLER              PIC X(3)  VALUE ' = '.
           05  WS-SL-VALUE         PIC X(8).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-SL-TEXT          PIC X(50).

       01  WS-SL-HIT-TEXT.
           05  WS-SL-HITS          PIC ZZ,ZZ9.
           05  FILLER              PIC X(17) VALUE
               ' REGIONS AFFECTED'.

       01  WS-AFFECTED-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(40) VALUE
               'AFFECTED REGIONS'.

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(10) VALUE 'PLEXNAME'.
           05  FILLER              PIC X(10) VALUE 'CSYSNAME'.
           05  FILLER              PIC X(5)  VALUE 'TYP'.
           05  FILLER              PIC X(10) VALUE 'APPLID'.
           05  FILLER              PIC X(9)  VALUE 'ROUTING'.
           05  FILLER              PIC X(6)  VALUE 'MVS'.
           05  FILLER              PIC X(10) VALUE 'CECNAME'.
           05  FILLER              PIC X(11) VALUE 'DESCRIPTION'.

       01  WS-AFFECTED-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AL-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-CSYSNAME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-DYNTYPE       PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-CSYSAPPL      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-ROUTE         PIC X(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-MVSNAME       PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-CECNAME       PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-LONG-DESC     PIC X(69).

       01  WS-PLEX-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(50) VALUE
               'ROUTING CAPACITY LEFT ACTIVE PER PLEXNAME'.

       01  WS-PLEX-COLUMNS.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(10) VALUE 'PLEXNAME'.
           05  FILLER              PIC X(8)  VALUE '  TORS'.
           05  FILLER              PIC X(8)  VALUE '  AORS'.
           05  FILLER              PIC X(8)  VALUE 'TOR DOWN'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'AOR DOWN'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'TOR LEFT'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'AOR LEFT'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'ASSESSMENT'.

       01  WS-PLEX-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-PL-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PL-TORS          PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-PL-AORS          PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  WS-PL-TOR-DOWN      PIC ZZZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-PL-AOR-DOWN      PIC ZZZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-PL-TOR-LEFT      PIC ZZZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-PL-AOR-LEFT      PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PL-FLAG          PIC X(30).

       01  WS-VERDICT-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-VL-TEXT          PIC X(50).
           05  WS-VL-COUNT         PIC ZZ,ZZ9.

       01  WS-ERROR-LINE.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-EL-CARD          PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-EL-TEXT          PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-OUTAGE-CARDS
           PERFORM 1200-LOAD-REGIONS
           PERFORM 2000-ASSESS-REGIONS
           PERFORM 3000-LIST-AFFECTED
           PERFORM 4000-ASSESS-PLEXES
           PERFORM 5000-WRITE-CONTROL-LISTS
           PERFORM 8000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'EMSOUTPL: UNABLE TO OPEN OUTTRAN - '
                       WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT VALID-FILE
           IF WS-VALID-STATUS NOT = '00'
               DISPLAY 'EMSOUTPL: UNABLE TO OPEN EMASVALD - '
                       WS-VALID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'V'        TO TC-REQUEST
           MOVE 'DESCXREF' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, DESC-XREF-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSOUTPL: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DESCXREF-FILE
           IF WS-DESCXREF-STATUS = '35'
      *>      no DESCXREF on this system yet - the assessment still
      *>      runs, the description column is simply left blank
               MOVE 'N' TO WS-XREF-SW
           ELSE
               IF WS-DESCXREF-STATUS NOT = '00'
                   DISPLAY 'EMSOUTPL: UNABLE TO OPEN DESCXREF - '
                           WS-DESCXREF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'EMSOUTPL: UNABLE TO OPEN OUTPLRPT - '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *>  both lists are opened even when the plan is refused, so a
      *>  refused plan leaves them empty rather than leaving last
      *>  window's lists in place for EMSSUSPR to pick up
           OPEN OUTPUT SUSPEND-FILE
           IF WS-SUSPEND-STATUS NOT = '00'
               DISPLAY 'EMSOUTPL: UNABLE TO OPEN SUSPCTL - '
                       WS-SUSPEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RESUME-FILE
           IF WS-RESUME-STATUS NOT = '00'
               DISPLAY 'EMSOUTPL: UNABLE TO OPEN RESUMCTL - '
                       WS-RESUME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CD-YYYYMMDD TO WS-H1-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-SCOPE-HEADING
               AFTER ADVANCING 2 LINES.

       1100-LOAD-OUTAGE-CARDS.
           PERFORM UNTIL WS-TRAN-STATUS = '10'
               READ TRAN-FILE
                   AT END
                       MOVE '10' TO WS-TRAN-STATUS
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM 1150-VALIDATE-CARD
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE.

       1150-VALIDATE-CARD.
           MOVE OT-SCOPE-TYPE  TO WS-EL-CARD
           MOVE OT-SCOPE-VALUE TO WS-EL-CARD(2:8)
           EVALUATE TRUE
               WHEN NOT OT-BY-CECNAME
                AND NOT OT-BY-MVSNAME
                AND NOT OT-BY-SYSPLEX
                   MOVE 'INVALID SCOPE TYPE - MUST BE C, M OR S'
                       TO WS-EL-TEXT
                   PERFORM 1190-REJECT-CARD
               WHEN OT-SCOPE-VALUE = SPACES
                   MOVE 'IMAGE NAME REQUIRED - CARD IGNORED'
                       TO WS-EL-TEXT
                   PERFORM 1190-REJECT-CARD
               WHEN WS-OC-COUNT >= 100
                   MOVE 'OUTAGE TABLE FULL - CARD IGNORED'
                       TO WS-EL-TEXT
                   PERFORM 1190-REJECT-CARD
               WHEN OTHER
                   ADD 1 TO WS-OC-COUNT
                   MOVE OT-SCOPE-TYPE
                       TO WS-OC-SCOPE-TYPE(WS-OC-COUNT)
                   MOVE OT-SCOPE-VALUE
                       TO WS-OC-SCOPE-VALUE(WS-OC-COUNT)
                   MOVE ZERO TO WS-OC-HIT-COUNT(WS-OC-COUNT)
           END-EVALUATE.

       1190-REJECT-CARD.
           ADD 1 TO WS-ERROR-COUNT
           WRITE REPORT-LINE FROM WS-ERROR-LINE
               AFTER ADVANCING 1 LINE.

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
               DISPLAY 'EMSOUTPL: REGION TABLE FULL - '
                       'EMASVALD EXCEEDS 20000 REGIONS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RG-COUNT
           MOVE PLEXNAME TO WS-RG-PLEXNAME(WS-RG-COUNT)
           MOVE CSYSNAME TO WS-RG-CSYSNAME(WS-RG-COUNT)
           MOVE DYNTYPE  TO WS-RG-DYNTYPE(WS-RG-COUNT)
           MOVE DYNROUTE TO WS-RG-DYNROUTE(WS-RG-COUNT)
           MOVE CSYSAPPL TO WS-RG-CSYSAPPL(WS-RG-COUNT)
           MOVE MVSNAME  TO WS-RG-MVSNAME(WS-RG-COUNT)
           MOVE CECNAME  TO WS-RG-CECNAME(WS-RG-COUNT)
           MOVE SYSPLEX  TO WS-RG-SYSPLEX(WS-RG-COUNT)
           MOVE 'N'      TO WS-RG-AFFECTED-SW(WS-RG-COUNT).

       2000-ASSESS-REGIONS.
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RG-COUNT
               PERFORM 2100-TEST-AFFECTED
               PERFORM 2200-TALLY-PLEX
           END-PERFORM
           PERFORM VARYING WS-OC-SUB FROM 1 BY 1
                   UNTIL WS-OC-SUB > WS-OC-COUNT
               PERFORM 2300-WRITE-SCOPE-LINE
           END-PERFORM.

       2100-TEST-AFFECTED.
      *>  every card is tested, not just the first match, so each
      *>  card's hit count on the scope section is complete even
      *>  where a CEC card and an MVS card name the same region
           MOVE 'N' TO WS-AFFECTED-SW
           PERFORM VARYING WS-OC-SUB FROM 1 BY 1
                   UNTIL WS-OC-SUB > WS-OC-COUNT
               EVALUATE WS-OC-SCOPE-TYPE(WS-OC-SUB)
                   WHEN 'C'
                       IF WS-RG-CECNAME(WS-RG-SUB)
                              = WS-OC-SCOPE-VALUE(WS-OC-SUB)
                           MOVE 'Y' TO WS-AFFECTED-SW
                           ADD 1 TO WS-OC-HIT-COUNT(WS-OC-SUB)
                       END-IF
                   WHEN 'M'
                       IF WS-RG-MVSNAME(WS-RG-SUB)
                              = WS-OC-SCOPE-VALUE(WS-OC-SUB)
                           MOVE 'Y' TO WS-AFFECTED-SW
                           ADD 1 TO WS-OC-HIT-COUNT(WS-OC-SUB)
                       END-IF
                   WHEN 'S'
                       IF WS-RG-SYSPLEX(WS-RG-SUB)
                              = WS-OC-SCOPE-VALUE(WS-OC-SUB)
                           MOVE 'Y' TO WS-AFFECTED-SW
                           ADD 1 TO WS-OC-HIT-COUNT(WS-OC-SUB)
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF REGION-AFFECTED
               MOVE 'Y' TO WS-RG-AFFECTED-SW(WS-RG-SUB)
               ADD 1 TO WS-AFFECTED-COUNT
           END-IF.

       2200-TALLY-PLEX.
           SET WS-PX-IDX TO 1
           SEARCH WS-PLEX-ENTRY
               AT END
                   IF WS-PLEX-COUNT < 200
                       ADD 1 TO WS-PLEX-COUNT
                       SET WS-PX-IDX TO WS-PLEX-COUNT
                       MOVE WS-RG-PLEXNAME(WS-RG-SUB)
                           TO WS-PX-PLEXNAME(WS-PX-IDX)
                       MOVE ZERO TO WS-PX-TOR-TOTAL(WS-PX-IDX)
                       MOVE ZERO TO WS-PX-AOR-TOTAL(WS-PX-IDX)
                       MOVE ZERO TO WS-PX-TOR-DOWN(WS-PX-IDX)
                       MOVE ZERO TO WS-PX-AOR-DOWN(WS-PX-IDX)
                       MOVE ZERO TO WS-PX-TOR-LEFT(WS-PX-IDX)
                       MOVE ZERO TO WS-PX-AOR-LEFT(WS-PX-IDX)
                       PERFORM 2250-TALLY-REGION
                   END-IF
               WHEN WS-PX-PLEXNAME(WS-PX-IDX)
                        = WS-RG-PLEXNAME(WS-RG-SUB)
                   PERFORM 2250-TALLY-REGION
           END-SEARCH.

       2250-TALLY-REGION.
      *>  a region counts toward what is left only if it is on an
      *>  image staying up AND is taking routed work today - a TOR
      *>  already suspended on another image is no front end
           EVALUATE WS-RG-DYNTYPE(WS-RG-SUB)
               WHEN 'TOR'
                   ADD 1 TO WS-PX-TOR-TOTAL(WS-PX-IDX)
                   IF WS-RG-AFFECTED(WS-RG-SUB)
                       ADD 1 TO WS-PX-TOR-DOWN(WS-PX-IDX)
                   ELSE
                       IF WS-RG-ACTIVE(WS-RG-SUB)
                           ADD 1 TO WS-PX-TOR-LEFT(WS-PX-IDX)
                       END-IF
                   END-IF
               WHEN 'AOR'
                   ADD 1 TO WS-PX-AOR-TOTAL(WS-PX-IDX)
                   IF WS-RG-AFFECTED(WS-RG-SUB)
                       ADD 1 TO WS-PX-AOR-DOWN(WS-PX-IDX)
                   ELSE
                       IF WS-RG-ACTIVE(WS-RG-SUB)
                           ADD 1 TO WS-PX-AOR-LEFT(WS-PX-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-WRITE-SCOPE-LINE.
           EVALUATE WS-OC-SCOPE-TYPE(WS-OC-SUB)
               WHEN 'C'
                   MOVE 'CECNAME' TO WS-SL-FIELD
               WHEN 'M'
                   MOVE 'MVSNAME' TO WS-SL-FIELD
               WHEN 'S'
                   MOVE 'SYSPLEX' TO WS-SL-FIELD
           END-EVALUATE
           MOVE WS-OC-SCOPE-VALUE(WS-OC-SUB) TO WS-SL-VALUE
           IF WS-OC-HIT-COUNT(WS-OC-SUB) = ZERO
               MOVE 'NO REGIONS ON THIS IMAGE IN EMASVALD'
                   TO WS-SL-TEXT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE WS-OC-HIT-COUNT(WS-OC-SUB) TO WS-SL-HITS
               MOVE WS-SL-HIT-TEXT TO WS-SL-TEXT
           END-IF
           WRITE REPORT-LINE FROM WS-SCOPE-LINE
               AFTER ADVANCING 1 LINE.

       3000-LIST-AFFECTED.
           WRITE REPORT-LINE FROM WS-AFFECTED-HEADING
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RG-COUNT
               IF WS-RG-AFFECTED(WS-RG-SUB)
                   PERFORM 3100-WRITE-AFFECTED-LINE
               END-IF
           END-PERFORM
           MOVE 'REGIONS ON IMAGES BEING TAKEN DOWN:' TO WS-VL-TEXT
           MOVE WS-AFFECTED-COUNT TO WS-VL-COUNT
           WRITE REPORT-LINE FROM WS-VERDICT-LINE
               AFTER ADVANCING 2 LINES.

       3100-WRITE-AFFECTED-LINE.
           MOVE WS-RG-PLEXNAME(WS-RG-SUB) TO WS-AL-PLEXNAME
           MOVE WS-RG-CSYSNAME(WS-RG-SUB) TO WS-AL-CSYSNAME
           MOVE WS-RG-DYNTYPE(WS-RG-SUB)  TO WS-AL-DYNTYPE
           MOVE WS-RG-CSYSAPPL(WS-RG-SUB) TO WS-AL-CSYSAPPL
           MOVE WS-RG-MVSNAME(WS-RG-SUB)  TO WS-AL-MVSNAME
           MOVE WS-RG-CECNAME(WS-RG-SUB)  TO WS-AL-CECNAME
           EVALUATE TRUE
               WHEN WS-RG-ACTIVE(WS-RG-SUB)
                   MOVE 'ACTIVE ' TO WS-AL-ROUTE
               WHEN WS-RG-SUSPEND(WS-RG-SUB)
                   MOVE 'SUSPEND' TO WS-AL-ROUTE
                   ADD 1 TO WS-ALREADY-SUSP-COUNT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-AL-ROUTE
           END-EVALUATE
           PERFORM 3110-LOOKUP-LONG-DESC
           WRITE REPORT-LINE FROM WS-AFFECTED-LINE
               AFTER ADVANCING 1 LINE.

       3110-LOOKUP-LONG-DESC.
           IF XREF-AVAILABLE
               MOVE WS-RG-CSYSNAME(WS-RG-SUB) TO DX-CSYSNAME
               READ DESCXREF-FILE
                   INVALID KEY
                       MOVE 'NO DESCRIPTION ON FILE' TO DX-LONG-DESC
               END-READ
               MOVE DX-LONG-DESC TO WS-AL-LONG-DESC
           ELSE
               MOVE SPACES TO WS-AL-LONG-DESC
           END-IF.

       4000-ASSESS-PLEXES.
           WRITE REPORT-LINE FROM WS-PLEX-HEADING
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM WS-PLEX-COLUMNS
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-PX-IDX FROM 1 BY 1
                   UNTIL WS-PX-IDX > WS-PLEX-COUNT
               IF WS-PX-TOR-DOWN(WS-PX-IDX) > 0
                  OR WS-PX-AOR-DOWN(WS-PX-IDX) > 0
                   PERFORM 4100-WRITE-PLEX-LINE
               END-IF
           END-PERFORM
           IF WS-OC-COUNT = ZERO
               MOVE 'N' TO WS-PLAN-SW
               MOVE 'NO VALID OUTAGE CARDS - NO LISTS WRITTEN'
                   TO WS-VL-TEXT
               MOVE ZERO TO WS-VL-COUNT
               WRITE REPORT-LINE FROM WS-VERDICT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       4100-WRITE-PLEX-LINE.
           MOVE WS-PX-PLEXNAME(WS-PX-IDX)  TO WS-PL-PLEXNAME
           MOVE WS-PX-TOR-TOTAL(WS-PX-IDX) TO WS-PL-TORS
           MOVE WS-PX-AOR-TOTAL(WS-PX-IDX) TO WS-PL-AORS
           MOVE WS-PX-TOR-DOWN(WS-PX-IDX)  TO WS-PL-TOR-DOWN
           MOVE WS-PX-AOR-DOWN(WS-PX-IDX)  TO WS-PL-AOR-DOWN
           MOVE WS-PX-TOR-LEFT(WS-PX-IDX)  TO WS-PL-TOR-LEFT
           MOVE WS-PX-AOR-LEFT(WS-PX-IDX)  TO WS-PL-AOR-LEFT
           EVALUATE TRUE
               WHEN WS-PX-TOR-LEFT(WS-PX-IDX) = ZERO
                AND WS-PX-AOR-LEFT(WS-PX-IDX) = ZERO
                   MOVE '** NO TOR AND NO AOR LEFT **' TO WS-PL-FLAG
                   PERFORM 4200-REFUSE-PLEX
               WHEN WS-PX-TOR-LEFT(WS-PX-IDX) = ZERO
                   MOVE '** NO ROUTING FRONT END **' TO WS-PL-FLAG
                   PERFORM 4200-REFUSE-PLEX
               WHEN WS-PX-AOR-LEFT(WS-PX-IDX) = ZERO
                   MOVE '** NO AOR LEFT ACTIVE **' TO WS-PL-FLAG
                   PERFORM 4200-REFUSE-PLEX
               WHEN OTHER
                   MOVE 'OK' TO WS-PL-FLAG
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-PLEX-LINE
               AFTER ADVANCING 1 LINE.

       4200-REFUSE-PLEX.
           MOVE 'N' TO WS-PLAN-SW
           ADD 1 TO WS-REFUSED-PLEX-COUNT.

       5000-WRITE-CONTROL-LISTS.
           IF PLAN-SAFE
               PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                       UNTIL WS-RG-SUB > WS-RG-COUNT
                   IF WS-RG-AFFECTED(WS-RG-SUB)
                      AND WS-RG-ACTIVE(WS-RG-SUB)
                       PERFORM 5100-WRITE-CONTROL-PAIR
                   END-IF
               END-PERFORM
               MOVE 'PLAN ACCEPTED - REGIONS ON SUSPCTL/RESUMCTL:'
                   TO WS-VL-TEXT
               MOVE WS-LISTED-COUNT TO WS-VL-COUNT
           ELSE
               MOVE 'PLAN REFUSED - PLEXES LEFT WITHOUT TOR OR AOR:'
                   TO WS-VL-TEXT
               MOVE WS-REFUSED-PLEX-COUNT TO WS-VL-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-VERDICT-LINE
               AFTER ADVANCING 2 LINES.

       5100-WRITE-CONTROL-PAIR.
           MOVE WS-RG-CSYSNAME(WS-RG-SUB) TO SC-CSYSNAME
           SET SC-TARGET-SUSPEND TO TRUE
           WRITE SUSP-CTL-RECORD
           IF WS-SUSPEND-STATUS NOT = '00'
               DISPLAY 'EMSOUTPL: WRITE FAILED ON SUSPCTL - '
                       WS-SUSPEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RG-CSYSNAME(WS-RG-SUB) TO RC-CSYSNAME
           SET RC-TARGET-ACTIVE TO TRUE
           WRITE RESUME-CTL-RECORD
           IF WS-RESUME-STATUS NOT = '00'
               DISPLAY 'EMSOUTPL: WRITE FAILED ON RESUMCTL - '
                       WS-RESUME-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LISTED-COUNT.

       8000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-REFUSED-PLEX-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OC-COUNT = ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9000-TERMINATE.
           CLOSE SUSPEND-FILE
           CLOSE RESUME-FILE
           IF XREF-AVAILABLE
               CLOSE DESCXREF-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'EMSOUTPL: OUTAGE CARDS READ - ' WS-CARD-COUNT
           DISPLAY 'EMSOUTPL: CARDS IN ERROR - ' WS-ERROR-COUNT
           DISPLAY 'EMSOUTPL: REGIONS READ - ' WS-REGION-READ
           DISPLAY 'EMSOUTPL: REGIONS AFFECTED - ' WS-AFFECTED-COUNT
           DISPLAY 'EMSOUTPL: ALREADY SUSPENDED - '
                   WS-ALREADY-SUSP-COUNT
           DISPLAY 'EMSOUTPL: PLEXES REFUSED - '
                   WS-REFUSED-PLEX-COUNT
           DISPLAY 'EMSOUTPL: CONTROL RECORDS WRITTEN - '
                   WS-LISTED-COUNT.
