      *>****************************************************************
      *> PROGRAM:  EMSINQRY
      *> PURPOSE:  Online region inquiry and alert acknowledgment for
      *>           the duty analyst, run under CICS as transaction EMSI
      *>           on mapset EMSIQS.  Every question this suite
      *>           answers about a single region has so far meant a
      *>           card through EMSSNPQY, EMSHSTQY or EMSALRTM and a
      *>           wait for the next batch window; EMSI answers it at
      *>           the terminal from the same masters.
      *>
      *>           A region is looked up by CSYSNAME, or by APPLID
      *>           through the APPLIDX index EMSAPLIX builds.  The
      *>           screen shows the region's attributes from its most
      *>           recent SNAPMAST snapshot - or the last snapshot on
      *>           or before an AS-OF date, the same fallback EMSSNPQY
      *>           uses - together with the DESCXREF long description.
      *>           Below them a list pages the region's SNAPMAST
      *>           history (PF5) or RSTHIST restarts (PF6), newest
      *>           first, or its open ALRTMAST alerts (PF9).  PF7 and
      *>           PF8 page the list; PF3 or CLEAR ends the session.
      *>
      *>           An open alert is acknowledged (A) or resolved (R)
      *>           by keying the action and event type.  The signed-on
      *>           user is captured from CICS, never keyed.  ALRTMAST
      *>           stays owned by the batch step: the action is written
      *>           in the ACKTRAN card layout to extrapartition
      *>           transient data queue EMAK, whose dataset is read
      *>           as ACKTRAN (concatenated with any card acks) by the
      *>           next EMSALRTM run.  EMSALRTM then applies it, puts
      *>           it to the maintenance journal and the KPI capture
      *>           exactly as it does a card.
      *>
      *>           The masters are read as CICS files of the same
      *>           names: SNAPMAST, RSTHIST, DESCXREF and APPLIDX as
      *>           KSDS, ALRTMAST as an ESDS browsed by RBA.  The
      *>           control trailer's HIGH-VALUES key ends every browse
      *>           the same way it ends the batch read loops.  The
      *>           transaction is pseudo-conversational; the region,
      *>           AS-OF date, list and page ride in the COMMAREA.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSINQRY.
       AUTHOR. MQ-API-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "inquiryMapCopyBook.cpy".

       COPY DFHAID.

       COPY DFHBMSCA.

       COPY "snapMastCopyBook.cpy".

       COPY "snapMastCopyBook.cpy"
           REPLACING REGION-SNAP-RECORD BY HOLD-SNAP-RECORD
                     SN-KEY              BY H-KEY
                     SN-CSYSNAME         BY H-CSYSNAME
                     SN-CYCLE-DATE       BY H-CYCLE-DATE
                     SN-CMASNAME         BY H-CMASNAME
                     SN-PLEXNAME         BY H-PLEXNAME
                     SN-MON-SPEC         BY H-MON-SPEC
                     SN-RTA-SPEC         BY H-RTA-SPEC
                     SN-WLM-SPEC         BY H-WLM-SPEC
                     SN-STATUS-R         BY H-STATUS-R
                     SN-LOCAL            BY H-LOCAL
                     SN-REMOTE           BY H-REMOTE
                     SN-DYNROUTE         BY H-DYNROUTE
                     SN-ACTIVE           BY H-ACTIVE
                     SN-SUSPEND          BY H-SUSPEND
                     SN-DYNTYPE          BY H-DYNTYPE
                     SN-JOBNAME          BY H-JOBNAME
                     SN-MVSNAME          BY H-MVSNAME
                     SN-CECNAME          BY H-CECNAME
                     SN-OPSYSREL         BY H-OPSYSREL
                     SN-SYSPLEX          BY H-SYSPLEX.

       COPY "restHistCopyBook.cpy".

       COPY "descXrefCopyBook.cpy".

       COPY "applIndexCopyBook.cpy".

       COPY "alertMasterCopyBook.cpy".

       COPY "alertAckTranCopyBook.cpy".

       01  WS-COMMAREA.
           05  CA-CSYSNAME         PIC X(8).
           05  CA-CSYSAPPL         PIC X(8).
           05  CA-AS-OF            PIC 9(8).
           05  CA-VIEW             PIC X.
               88  VIEW-HISTORY           VALUE 'H'.
               88  VIEW-RESTARTS          VALUE 'R'.
               88  VIEW-ALERTS            VALUE 'A'.
           05  CA-PAGE             PIC 9(4).
           05  CA-PAGES            PIC 9(4).

       01  WS-RESP                 PIC S9(8) COMP VALUE ZERO.
       01  WS-USERID               PIC X(8) VALUE SPACES.
       01  WS-ACK-QUEUE            PIC X(4) VALUE 'EMAK'.
       01  WS-TRANSID              PIC X(4) VALUE 'EMSI'.
       01  WS-END-MESSAGE          PIC X(18) VALUE
           'EMSI SESSION ENDED'.

       01  WS-SN-BR-KEY.
           05  WS-SN-BR-CSYSNAME   PIC X(8).
           05  WS-SN-BR-DATE       PIC 9(8).
       01  WS-RH-BR-KEY.
           05  WS-RH-BR-CSYSNAME   PIC X(8).
           05  WS-RH-BR-DATE       PIC 9(8).
       01  WS-AX-BR-KEY            PIC X(8).
       01  WS-AM-RBA               PIC S9(8) COMP VALUE ZERO.

       01  WS-BROWSE-SW            PIC X VALUE 'N'.
           88  BROWSE-DONE                VALUE 'Y'.
       01  WS-FOUND-SW             PIC X VALUE 'N'.
           88  SNAPSHOT-FOUND             VALUE 'Y'.
       01  WS-ALERT-SW             PIC X VALUE 'N'.
           88  ALERT-FOUND                VALUE 'Y'.
       01  WS-LIST-PASS            PIC X VALUE 'C'.
           88  PASS-COUNT                 VALUE 'C'.
           88  PASS-LIST                  VALUE 'L'.
       01  WS-ERROR-SW             PIC X VALUE 'N'.
           88  FILE-ERROR                 VALUE 'Y'.
       01  WS-BASELINE-SW          PIC X VALUE 'N'.
           88  BASELINE-HELD              VALUE 'Y'.
       01  WS-AX-WALK-SW           PIC X VALUE 'N'.
           88  AX-WALK-COMPLETE           VALUE 'Y'.

       01  WS-PREV-EPOCH-SECS      PIC S9(11) VALUE ZERO.

       01  WS-TARGET-DATE          PIC 9(8) VALUE ZERO.
       01  WS-SNAP-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-ENTRY-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-ORDINAL              PIC 9(4) VALUE ZERO.
       01  WS-FIRST-ORD            PIC 9(4) VALUE ZERO.
       01  WS-LAST-ORD             PIC 9(4) VALUE ZERO.
       01  WS-SLOT                 PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE       PIC 9(4) VALUE 8.

       01  WS-INPUT-ACTION         PIC X VALUE SPACE.
       01  WS-INPUT-EVENT          PIC X(4) VALUE SPACES.
       01  WS-INPUT-AS-OF          PIC X(8) VALUE SPACES.

       01  WS-LOWER-CASE           PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE           PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-MESSAGE              PIC X(79) VALUE SPACES.

       01  WS-HISTORY-HEADING.
           05  FILLER              PIC X(35) VALUE
               'CYCLE     CMASNAME  PLEXNAME  TYPE'.
           05  FILLER              PIC X(43) VALUE
               'DYNROUTE MVS   CECNAME   OSREL  SYSPLEX'.

       01  WS-RESTART-HEADING.
           05  FILLER              PIC X(40) VALUE
               'CYCLE     UTC DATE  UTC TIME  PLEXNAME'.
           05  FILLER              PIC X(38) VALUE SPACES.

       01  WS-ALERT-HEADING.
           05  FILLER              PIC X(38) VALUE
               'TYPE  SEV  STATE  FIRST     LAST'.
           05  FILLER              PIC X(40) VALUE
               'REPEATS  ACK USER  ACK DATE'.

       01  WS-HISTORY-LINE.
           05  WS-HL-CYCLE         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-HL-CMASNAME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-HL-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-HL-DYNTYPE       PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-HL-DYNROUTE      PIC X(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-HL-MVSNAME       PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-HL-CECNAME       PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-HL-OPSYSREL      PIC X(4).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-HL-SYSPLEX       PIC X(8).
           05  FILLER              PIC X(4)  VALUE SPACES.

       01  WS-RESTART-LINE.
           05  WS-RL-CYCLE         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RL-UTC-DATE      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RL-UTC-HH        PIC 9(2).
           05  FILLER              PIC X     VALUE ':'.
           05  WS-RL-UTC-MM        PIC 9(2).
           05  FILLER              PIC X     VALUE ':'.
           05  WS-RL-UTC-SS        PIC 9(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RL-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(41) VALUE SPACES.

       01  WS-ALERT-LINE.
           05  WS-AL-EVENT-TYPE    PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-SEVERITY      PIC X.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-AL-STATE         PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-FIRST-SEEN    PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-LAST-SEEN     PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-REPEATS       PIC ZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-AL-ACK-USER      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-ACK-DATE      PIC X(8).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-LIST-LINE            PIC X(79) VALUE SPACES.

       01  WS-PAGE-MESSAGE.
           05  WS-PM-TITLE         PIC X(16).
           05  FILLER              PIC X(7)  VALUE ' - PAGE'.
           05  WS-PM-PAGE          PIC ZZZ9.
           05  FILLER              PIC X(4)  VALUE ' OF '.
           05  WS-PM-PAGES         PIC ZZZ9.
           05  WS-PM-ORDER         PIC X(44).

       01  WS-QUEUED-MESSAGE.
           05  WS-QM-ACTION        PIC X(12).
           05  FILLER              PIC X(7)  VALUE ' QUEUED'.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-QM-EVENT-TYPE    PIC X(4).
           05  FILLER              PIC X(4)  VALUE ' BY '.
           05  WS-QM-USER          PIC X(8).
           05  FILLER              PIC X(38) VALUE
               ' - APPLIED BY THE NEXT EMSALRTM RUN'.

       01  WS-ACKED-MESSAGE.
           05  WS-KM-EVENT-TYPE    PIC X(4).
           05  FILLER              PIC X(32) VALUE
               ' ALERT ALREADY ACKNOWLEDGED BY '.
           05  WS-KM-USER          PIC X(8).

       01  WS-NO-ALERT-MESSAGE.
           05  FILLER              PIC X(8)  VALUE 'NO OPEN '.
           05  WS-NM-EVENT-TYPE    PIC X(4).
           05  FILLER              PIC X(32) VALUE
               ' ALERT FOR THIS REGION'.

       01  WS-FILE-MESSAGE.
           05  WS-FM-FILE          PIC X(8).
           05  FILLER              PIC X(21) VALUE
               ' UNAVAILABLE - RESP '.
           05  WS-FM-RESP          PIC ZZZ9.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(33).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE SPACES TO WS-MESSAGE
           IF EIBCALEN = ZERO
               INITIALIZE WS-COMMAREA
               MOVE LOW-VALUES TO EMSIQM1O
               MOVE 'H' TO CA-VIEW
               MOVE 1   TO CA-PAGE
               MOVE 'ENTER A CSYSNAME OR AN APPLID' TO WS-MESSAGE
               PERFORM 7000-SEND-SCREEN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                       PERFORM 9000-END-SESSION
                   WHEN EIBAID = DFHENTER
                       PERFORM 2000-PROCESS-ENTER
                   WHEN EIBAID = DFHPF5
                       MOVE 'H' TO CA-VIEW
                       MOVE 1   TO CA-PAGE
                   WHEN EIBAID = DFHPF6
                       MOVE 'R' TO CA-VIEW
                       MOVE 1   TO CA-PAGE
                   WHEN EIBAID = DFHPF9
                       MOVE 'A' TO CA-VIEW
                       MOVE 1   TO CA-PAGE
                   WHEN EIBAID = DFHPF7
                       IF CA-PAGE > 1
                           SUBTRACT 1 FROM CA-PAGE
                       ELSE
                           MOVE 'ALREADY AT FIRST PAGE' TO WS-MESSAGE
                       END-IF
                   WHEN EIBAID = DFHPF8
                       IF CA-PAGE < CA-PAGES
                           ADD 1 TO CA-PAGE
                       ELSE
                           MOVE 'ALREADY AT LAST PAGE' TO WS-MESSAGE
                       END-IF
                   WHEN OTHER
                       MOVE 'KEY NOT IN USE' TO WS-MESSAGE
               END-EVALUATE
               PERFORM 3000-BUILD-REGION
               PERFORM 7000-SEND-SCREEN
           END-IF
           EXEC CICS RETURN TRANSID(WS-TRANSID)
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      *>****************************************************************
      *> Terminal input
      *>****************************************************************
       2000-PROCESS-ENTER.
      *>  nothing keyed simply redisplays the current region; an
      *>  action keyed is taken against the region on the screen
      *>  before any new lookup, so a CSYSNAME keyed on the same
      *>  ENTER is ignored rather than acting on the wrong region
           EXEC CICS RECEIVE MAP('EMSIQM1') MAPSET('EMSIQS')
                     INTO(EMSIQM1I)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
               IF CA-CSYSNAME = SPACES
                   MOVE 'ENTER A CSYSNAME OR AN APPLID' TO WS-MESSAGE
               END-IF
           ELSE
               INSPECT CSYSI CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               INSPECT APPLI CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               INSPECT ACTI  CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               INSPECT EVTI  CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               MOVE SPACE  TO WS-INPUT-ACTION
               MOVE SPACES TO WS-INPUT-EVENT
               MOVE SPACES TO WS-INPUT-AS-OF
               IF ACTL > ZERO
                   MOVE ACTI TO WS-INPUT-ACTION
               END-IF
               IF EVTL > ZERO
                   MOVE EVTI TO WS-INPUT-EVENT
               END-IF
               IF ASOFL > ZERO
                   MOVE ASOFI TO WS-INPUT-AS-OF
               END-IF
               IF WS-INPUT-ACTION NOT = SPACE
                  OR WS-INPUT-EVENT NOT = SPACES
                   PERFORM 5000-QUEUE-ACTION
               ELSE
                   IF CSYSL > ZERO OR APPLL > ZERO
                       PERFORM 2100-NEW-INQUIRY
                   ELSE
                       IF ASOFL > ZERO OR ASOFF = DFHBMEOF
                           PERFORM 2200-SET-AS-OF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-NEW-INQUIRY.
           PERFORM 2200-SET-AS-OF
           IF WS-MESSAGE = SPACES
               MOVE 'H' TO CA-VIEW
               MOVE 1   TO CA-PAGE
               IF CSYSL > ZERO AND CSYSI NOT = SPACES
                   MOVE CSYSI  TO CA-CSYSNAME
                   MOVE SPACES TO CA-CSYSAPPL
               ELSE
                   PERFORM 2300-LOOKUP-APPLID
               END-IF
           END-IF.

       2200-SET-AS-OF.
      *>  a blank AS-OF - never keyed, or erased with ERASE EOF,
      *>  which comes back as a zero length with the EOF flag set -
      *>  means the most recent snapshot
           IF WS-INPUT-AS-OF = SPACES
               MOVE ZERO TO CA-AS-OF
               MOVE 1    TO CA-PAGE
           ELSE
               IF WS-INPUT-AS-OF NOT NUMERIC
                   MOVE 'AS-OF DATE MUST BE YYYYMMDD' TO WS-MESSAGE
               ELSE
                   MOVE WS-INPUT-AS-OF TO CA-AS-OF
                   MOVE 1 TO CA-PAGE
               END-IF
           END-IF.

       2300-LOOKUP-APPLID.
           IF APPLL = ZERO OR APPLI = SPACES
               MOVE 'ENTER A CSYSNAME OR AN APPLID' TO WS-MESSAGE
           ELSE
               EXEC CICS READ FILE('APPLIDX')
                         INTO(APPL-INDEX-RECORD)
                         RIDFLD(APPLI)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE AX-CSYSNAME TO CA-CSYSNAME
                       MOVE AX-CSYSAPPL TO CA-CSYSAPPL
                   WHEN DFHRESP(NOTFND)
                       MOVE SPACES TO CA-CSYSNAME
                       MOVE SPACES TO CA-CSYSAPPL
                       MOVE 'APPLID NOT ON APPLIDX' TO WS-MESSAGE
                   WHEN OTHER
                       MOVE SPACES TO CA-CSYSNAME
                       MOVE 'APPLIDX' TO WS-FM-FILE
                       PERFORM 8000-FILE-MESSAGE
               END-EVALUATE
           END-IF.

      *>****************************************************************
      *> Region attributes
      *>****************************************************************
       3000-BUILD-REGION.
           MOVE LOW-VALUES TO EMSIQM1O
           IF CA-CSYSNAME NOT = SPACES
               MOVE CA-CSYSNAME TO CSYSO
               IF CA-AS-OF NOT = ZERO
                   MOVE CA-AS-OF TO ASOFO
               END-IF
               PERFORM 3100-FETCH-SNAPSHOT
               IF FILE-ERROR
                   CONTINUE
               ELSE
                   IF WS-SNAP-COUNT = ZERO
                       IF WS-MESSAGE = SPACES
                           MOVE 'CSYSNAME HAS NO SNAPMAST HISTORY'
                               TO WS-MESSAGE
                       END-IF
                   ELSE
                       IF SNAPSHOT-FOUND
                           PERFORM 3200-SHOW-ATTRIBUTES
                       ELSE
                           IF WS-MESSAGE = SPACES
                               MOVE 'NO SNAPSHOT ON OR BEFORE AS-OF DATE'
                                   TO WS-MESSAGE
                           END-IF
                       END-IF
                       PERFORM 3300-SHOW-DESCRIPTION
                       PERFORM 3400-SHOW-APPLID
                       EVALUATE TRUE
                           WHEN VIEW-RESTARTS
                               PERFORM 4200-LIST-RESTARTS
                           WHEN VIEW-ALERTS
                               PERFORM 4300-LIST-ALERTS
                           WHEN OTHER
                               PERFORM 4100-LIST-HISTORY
                       END-EVALUATE
                   END-IF
               END-IF
           ELSE
               IF WS-MESSAGE = SPACES
                   MOVE 'ENTER A CSYSNAME OR AN APPLID' TO WS-MESSAGE
               END-IF
           END-IF.

       3100-FETCH-SNAPSHOT.
      *>  one forward walk of the region's snapshots counts them for
      *>  the history pages and keeps the last one dated on or before
      *>  the AS-OF date (every snapshot when no date is given)
           MOVE 'N'  TO WS-FOUND-SW
           MOVE 'N'  TO WS-ERROR-SW
           MOVE ZERO TO WS-SNAP-COUNT
           IF CA-AS-OF = ZERO
               MOVE 99999999 TO WS-TARGET-DATE
           ELSE
               MOVE CA-AS-OF TO WS-TARGET-DATE
           END-IF
           PERFORM 3110-START-SNAPMAST
           PERFORM UNTIL BROWSE-DONE
               PERFORM 3120-READ-SNAPMAST
               IF NOT BROWSE-DONE
                   ADD 1 TO WS-SNAP-COUNT
                   IF SN-CYCLE-DATE NOT > WS-TARGET-DATE
                       MOVE REGION-SNAP-RECORD TO HOLD-SNAP-RECORD
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 3130-END-SNAPMAST.

       3110-START-SNAPMAST.
           MOVE 'N'         TO WS-BROWSE-SW
           MOVE CA-CSYSNAME TO WS-SN-BR-CSYSNAME
           MOVE ZERO        TO WS-SN-BR-DATE
           EXEC CICS STARTBR FILE('SNAPMAST')
                     RIDFLD(WS-SN-BR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-BROWSE-SW
               WHEN OTHER
                   MOVE 'Y' TO WS-BROWSE-SW
                   MOVE 'SNAPMAST' TO WS-FM-FILE
                   PERFORM 8000-FILE-MESSAGE
           END-EVALUATE.

       3120-READ-SNAPMAST.
           EXEC CICS READNEXT FILE('SNAPMAST')
                     INTO(REGION-SNAP-RECORD)
                     RIDFLD(WS-SN-BR-KEY)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF REGION-SNAP-RECORD(1:4) = HIGH-VALUES
                      OR SN-CSYSNAME NOT = CA-CSYSNAME
                       MOVE 'Y' TO WS-BROWSE-SW
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   MOVE 'Y' TO WS-BROWSE-SW
               WHEN OTHER
                   MOVE 'Y' TO WS-BROWSE-SW
                   MOVE 'SNAPMAST' TO WS-FM-FILE
                   PERFORM 8000-FILE-MESSAGE
           END-EVALUATE.

       3130-END-SNAPMAST.
           EXEC CICS ENDBR FILE('SNAPMAST')
                     RESP(WS-RESP)
           END-EXEC.

       3200-SHOW-ATTRIBUTES.
           MOVE H-PLEXNAME   TO PLEXO
           MOVE H-CMASNAME   TO CMASO
           MOVE H-DYNTYPE    TO DTYPO
           MOVE H-JOBNAME    TO JOBNO
           MOVE H-MVSNAME    TO MVSNO
           MOVE H-CECNAME    TO CECNO
           MOVE H-OPSYSREL   TO OSRLO
           MOVE H-SYSPLEX    TO SPLXO
           MOVE H-CYCLE-DATE TO CYCLO
           MOVE H-MON-SPEC   TO MONSO
           MOVE H-RTA-SPEC   TO RTASO
           MOVE H-WLM-SPEC   TO WLMSO
           EVALUATE TRUE
               WHEN H-LOCAL
                   MOVE 'LOCAL'   TO STATO
               WHEN H-REMOTE
                   MOVE 'REMOTE'  TO STATO
               WHEN OTHER
                   MOVE 'UNKNOWN' TO STATO
           END-EVALUATE
           EVALUATE TRUE
               WHEN H-ACTIVE
                   MOVE 'ACTIVE'  TO DYNRO
               WHEN H-SUSPEND
                   MOVE 'SUSPEND' TO DYNRO
               WHEN OTHER
                   MOVE 'UNKNOWN' TO DYNRO
           END-EVALUATE.

       3300-SHOW-DESCRIPTION.
           EXEC CICS READ FILE('DESCXREF')
                     INTO(DESC-XREF-RECORD)
                     RIDFLD(CA-CSYSNAME)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE DX-LONG-DESC(1:72)  TO DSC1O
                   MOVE DX-LONG-DESC(73:28) TO DSC2O
               WHEN DFHRESP(NOTFND)
                   MOVE 'NO DESCXREF ENTRY' TO DSC1O
               WHEN OTHER
                   MOVE 'DESCXREF' TO WS-FM-FILE
                   PERFORM 8000-FILE-MESSAGE
           END-EVALUATE.

       3400-SHOW-APPLID.
      *>  APPLIDX is keyed on the APPLID, so a region looked up by
      *>  CSYSNAME walks the index for its entry; the answer is kept
      *>  in the COMMAREA so the walk is made once per region - a
      *>  region with no entry is remembered as HIGH-VALUES, but a
      *>  walk cut short by a file error is tried again next time
           IF CA-CSYSAPPL = SPACES
               MOVE 'N'        TO WS-BROWSE-SW
               MOVE 'N'        TO WS-AX-WALK-SW
               MOVE LOW-VALUES TO WS-AX-BR-KEY
               EXEC CICS STARTBR FILE('APPLIDX')
                         RIDFLD(WS-AX-BR-KEY)
                         GTEQ
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 3410-WALK-APPLIDX
                       EXEC CICS ENDBR FILE('APPLIDX')
                                 RESP(WS-RESP)
                       END-EXEC
                   WHEN DFHRESP(NOTFND)
                       MOVE 'Y' TO WS-AX-WALK-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF CA-CSYSAPPL = SPACES AND AX-WALK-COMPLETE
                   MOVE HIGH-VALUES TO CA-CSYSAPPL
               END-IF
           END-IF
           IF CA-CSYSAPPL = HIGH-VALUES
               MOVE SPACES TO CAPLO
           ELSE
               MOVE CA-CSYSAPPL TO CAPLO
           END-IF.

       3410-WALK-APPLIDX.
           PERFORM UNTIL BROWSE-DONE
               EXEC CICS READNEXT FILE('APPLIDX')
                         INTO(APPL-INDEX-RECORD)
                         RIDFLD(WS-AX-BR-KEY)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(ENDFILE)
                       MOVE 'Y' TO WS-BROWSE-SW
                       MOVE 'Y' TO WS-AX-WALK-SW
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-BROWSE-SW
                   WHEN APPL-INDEX-RECORD(1:4) = HIGH-VALUES
                       MOVE 'Y' TO WS-BROWSE-SW
                       MOVE 'Y' TO WS-AX-WALK-SW
                   WHEN AX-CSYSNAME = CA-CSYSNAME
                       MOVE AX-CSYSAPPL TO CA-CSYSAPPL
                       MOVE 'Y' TO WS-BROWSE-SW
                       MOVE 'Y' TO WS-AX-WALK-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *>****************************************************************
      *> List area - history, restarts, alerts
      *>****************************************************************
       4100-LIST-HISTORY.
      *>  the count came from 3100-FETCH-SNAPSHOT, so one more walk
      *>  places the page's snapshots newest first
           MOVE WS-HISTORY-HEADING TO HEADO
           MOVE WS-SNAP-COUNT      TO WS-ENTRY-COUNT
           MOVE 'SNAPSHOT HISTORY' TO WS-PM-TITLE
           MOVE ' - NEWEST FIRST'  TO WS-PM-ORDER
           PERFORM 4900-SET-PAGE-WINDOW
           MOVE ZERO TO WS-ORDINAL
           PERFORM 3110-START-SNAPMAST
           PERFORM UNTIL BROWSE-DONE
               PERFORM 3120-READ-SNAPMAST
               IF NOT BROWSE-DONE
                   ADD 1 TO WS-ORDINAL
                   IF WS-ORDINAL NOT < WS-FIRST-ORD
                       MOVE SN-CYCLE-DATE TO WS-HL-CYCLE
                       MOVE SN-CMASNAME   TO WS-HL-CMASNAME
                       MOVE SN-PLEXNAME   TO WS-HL-PLEXNAME
                       MOVE SN-DYNTYPE    TO WS-HL-DYNTYPE
                       MOVE SN-MVSNAME    TO WS-HL-MVSNAME
                       MOVE SN-CECNAME    TO WS-HL-CECNAME
                       MOVE SN-OPSYSREL   TO WS-HL-OPSYSREL
                       MOVE SN-SYSPLEX    TO WS-HL-SYSPLEX
                       EVALUATE TRUE
                           WHEN SN-ACTIVE
                               MOVE 'ACTIVE'  TO WS-HL-DYNROUTE
                           WHEN SN-SUSPEND
                               MOVE 'SUSPEND' TO WS-HL-DYNROUTE
                           WHEN OTHER
                               MOVE 'UNKNOWN' TO WS-HL-DYNROUTE
                       END-EVALUATE
                       MOVE WS-HISTORY-LINE TO WS-LIST-LINE
                       PERFORM 4950-PLACE-NEWEST-FIRST
                   END-IF
                   IF WS-ORDINAL NOT < WS-LAST-ORD
                       MOVE 'Y' TO WS-BROWSE-SW
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 3130-END-SNAPMAST
           PERFORM 4990-PAGE-MESSAGE.

       4200-LIST-RESTARTS.
           MOVE WS-RESTART-HEADING TO HEADO
           MOVE 'RESTARTS'         TO WS-PM-TITLE
           MOVE ' - NEWEST FIRST'  TO WS-PM-ORDER
           MOVE 'C'  TO WS-LIST-PASS
           MOVE ZERO TO WS-ENTRY-COUNT
           PERFORM 4210-WALK-RSTHIST
           IF NOT FILE-ERROR
               IF WS-ENTRY-COUNT = ZERO
                   MOVE 'NO RESTARTS IN THE RSTHIST WINDOW' TO LINEO(1)
                   MOVE ZERO TO CA-PAGES
               ELSE
                   PERFORM 4900-SET-PAGE-WINDOW
                   MOVE 'L' TO WS-LIST-PASS
                   PERFORM 4210-WALK-RSTHIST
                   PERFORM 4990-PAGE-MESSAGE
               END-IF
           END-IF.

       4210-WALK-RSTHIST.
      *>  RSTHIST holds one record per region per cycle; a restart is
      *>  a cycle whose UTC start time differs from the cycle before,
      *>  the same test EMSFLAPR makes.  The region's first record is
      *>  the baseline and is not itself counted as a restart
           MOVE 'N'         TO WS-BROWSE-SW
           MOVE 'N'         TO WS-ERROR-SW
           MOVE 'N'         TO WS-BASELINE-SW
           MOVE ZERO        TO WS-PREV-EPOCH-SECS
           MOVE ZERO        TO WS-ORDINAL
           MOVE CA-CSYSNAME TO WS-RH-BR-CSYSNAME
           MOVE ZERO        TO WS-RH-BR-DATE
           EXEC CICS STARTBR FILE('RSTHIST')
                     RIDFLD(WS-RH-BR-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-BROWSE-SW
               WHEN OTHER
                   MOVE 'Y' TO WS-BROWSE-SW
                   MOVE 'RSTHIST' TO WS-FM-FILE
                   PERFORM 8000-FILE-MESSAGE
           END-EVALUATE
           IF NOT BROWSE-DONE
               PERFORM UNTIL BROWSE-DONE
                   EXEC CICS READNEXT FILE('RSTHIST')
                             INTO(REST-HIST-RECORD)
                             RIDFLD(WS-RH-BR-KEY)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                      OR REST-HIST-RECORD(1:4) = HIGH-VALUES
                      OR RH-CSYSNAME NOT = CA-CSYSNAME
                       MOVE 'Y' TO WS-BROWSE-SW
                   ELSE
                       IF NOT BASELINE-HELD
                           MOVE 'Y' TO WS-BASELINE-SW
                       ELSE
                           IF RH-UTC-EPOCH-SECS NOT = WS-PREV-EPOCH-SECS
                               PERFORM 4220-TAKE-RESTART
                           END-IF
                       END-IF
                       MOVE RH-UTC-EPOCH-SECS TO WS-PREV-EPOCH-SECS
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('RSTHIST')
                         RESP(WS-RESP)
               END-EXEC
           END-IF.

       4220-TAKE-RESTART.
           ADD 1 TO WS-ORDINAL
           IF PASS-COUNT
               ADD 1 TO WS-ENTRY-COUNT
           ELSE
               IF WS-ORDINAL NOT < WS-FIRST-ORD
                   MOVE RH-CYCLE-DATE   TO WS-RL-CYCLE
                   MOVE RH-UTC-DATE     TO WS-RL-UTC-DATE
                   MOVE RH-UTC-HH       TO WS-RL-UTC-HH
                   MOVE RH-UTC-MM       TO WS-RL-UTC-MM
                   MOVE RH-UTC-SS       TO WS-RL-UTC-SS
                   MOVE RH-PLEXNAME     TO WS-RL-PLEXNAME
                   MOVE WS-RESTART-LINE TO WS-LIST-LINE
                   PERFORM 4950-PLACE-NEWEST-FIRST
               END-IF
               IF WS-ORDINAL NOT < WS-LAST-ORD
                   MOVE 'Y' TO WS-BROWSE-SW
               END-IF
           END-IF.

       4300-LIST-ALERTS.
           MOVE WS-ALERT-HEADING   TO HEADO
           MOVE 'OPEN ALERTS'      TO WS-PM-TITLE
           MOVE SPACES             TO WS-PM-ORDER
           MOVE 'C'  TO WS-LIST-PASS
           MOVE ZERO TO WS-ENTRY-COUNT
           PERFORM 4310-WALK-ALRTMAST
           IF NOT FILE-ERROR
               IF WS-ENTRY-COUNT = ZERO
                   MOVE 'NO OPEN ALERTS FOR THIS REGION' TO LINEO(1)
                   MOVE ZERO TO CA-PAGES
               ELSE
                   PERFORM 4900-SET-PAGE-WINDOW
                   MOVE 'L' TO WS-LIST-PASS
                   PERFORM 4310-WALK-ALRTMAST
                   PERFORM 4990-PAGE-MESSAGE
               END-IF
           END-IF.

       4310-WALK-ALRTMAST.
      *>  ALRTMAST is in event type order, not region order, so the
      *>  whole master is walked and the region's open alerts picked
      *>  out; it holds only what is still open, so the walk is short
           PERFORM 4320-START-ALRTMAST
           MOVE ZERO TO WS-ORDINAL
           PERFORM UNTIL BROWSE-DONE
               PERFORM 4330-READ-ALRTMAST
               IF NOT BROWSE-DONE
                  AND AM-CSYSNAME = CA-CSYSNAME
                  AND NOT AM-STATE-RESOLVED
                   ADD 1 TO WS-ORDINAL
                   IF PASS-COUNT
                       ADD 1 TO WS-ENTRY-COUNT
                   ELSE
                       IF WS-ORDINAL NOT < WS-FIRST-ORD
                          AND WS-ORDINAL NOT > WS-LAST-ORD
                           PERFORM 4340-FORMAT-ALERT
                           COMPUTE WS-SLOT = WS-ORDINAL - WS-FIRST-ORD + 1
                           MOVE WS-ALERT-LINE TO LINEO(WS-SLOT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 4350-END-ALRTMAST.

       4320-START-ALRTMAST.
           MOVE 'N'  TO WS-BROWSE-SW
           MOVE 'N'  TO WS-ERROR-SW
           MOVE ZERO TO WS-AM-RBA
           EXEC CICS STARTBR FILE('ALRTMAST')
                     RIDFLD(WS-AM-RBA)
                     RBA
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-BROWSE-SW
               WHEN OTHER
                   MOVE 'Y' TO WS-BROWSE-SW
                   MOVE 'ALRTMAST' TO WS-FM-FILE
                   PERFORM 8000-FILE-MESSAGE
           END-EVALUATE.

       4330-READ-ALRTMAST.
           EXEC CICS READNEXT FILE('ALRTMAST')
                     INTO(ALERT-MASTER-RECORD)
                     RIDFLD(WS-AM-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF ALERT-MASTER-RECORD(1:4) = HIGH-VALUES
                       MOVE 'Y' TO WS-BROWSE-SW
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   MOVE 'Y' TO WS-BROWSE-SW
               WHEN OTHER
                   MOVE 'Y' TO WS-BROWSE-SW
                   MOVE 'ALRTMAST' TO WS-FM-FILE
                   PERFORM 8000-FILE-MESSAGE
           END-EVALUATE.

       4340-FORMAT-ALERT.
           MOVE AM-EVENT-TYPE   TO WS-AL-EVENT-TYPE
           MOVE AM-SEVERITY     TO WS-AL-SEVERITY
           MOVE AM-FIRST-SEEN   TO WS-AL-FIRST-SEEN
           MOVE AM-LAST-SEEN    TO WS-AL-LAST-SEEN
           MOVE AM-REPEAT-COUNT TO WS-AL-REPEATS
           IF AM-STATE-ACKED
               MOVE 'ACKED'     TO WS-AL-STATE
               MOVE AM-ACK-USER TO WS-AL-ACK-USER
               MOVE AM-ACK-DATE TO WS-AL-ACK-DATE
           ELSE
               MOVE 'NEW'       TO WS-AL-STATE
               MOVE SPACES      TO WS-AL-ACK-USER
               MOVE SPACES      TO WS-AL-ACK-DATE
           END-IF.

       4350-END-ALRTMAST.
           EXEC CICS ENDBR FILE('ALRTMAST')
                     RESP(WS-RESP)
           END-EXEC.

       4900-SET-PAGE-WINDOW.
      *>  works out which entries, counted oldest first along the
      *>  key, fall on the current page; history and restarts show
      *>  newest first, so page 1 is the last eight along the key
           COMPUTE CA-PAGES = (WS-ENTRY-COUNT + WS-LINES-PER-PAGE - 1)
                              / WS-LINES-PER-PAGE
           IF CA-PAGES = ZERO
               MOVE 1 TO CA-PAGES
           END-IF
           IF CA-PAGE > CA-PAGES
               MOVE CA-PAGES TO CA-PAGE
           END-IF
           IF CA-PAGE = ZERO
               MOVE 1 TO CA-PAGE
           END-IF
           IF VIEW-ALERTS
               COMPUTE WS-FIRST-ORD =
                       (CA-PAGE - 1) * WS-LINES-PER-PAGE + 1
               COMPUTE WS-LAST-ORD =
                       WS-FIRST-ORD + WS-LINES-PER-PAGE - 1
               IF WS-LAST-ORD > WS-ENTRY-COUNT
                   MOVE WS-ENTRY-COUNT TO WS-LAST-ORD
               END-IF
           ELSE
               COMPUTE WS-LAST-ORD = WS-ENTRY-COUNT
                       - (CA-PAGE - 1) * WS-LINES-PER-PAGE
               IF WS-LAST-ORD > WS-LINES-PER-PAGE
                   COMPUTE WS-FIRST-ORD =
                           WS-LAST-ORD - WS-LINES-PER-PAGE + 1
               ELSE
                   MOVE 1 TO WS-FIRST-ORD
               END-IF
           END-IF.

       4950-PLACE-NEWEST-FIRST.
           COMPUTE WS-SLOT = WS-LAST-ORD - WS-ORDINAL + 1
           MOVE WS-LIST-LINE TO LINEO(WS-SLOT).

       4990-PAGE-MESSAGE.
           IF WS-MESSAGE = SPACES
               MOVE CA-PAGE  TO WS-PM-PAGE
               MOVE CA-PAGES TO WS-PM-PAGES
               MOVE WS-PAGE-MESSAGE TO WS-MESSAGE
           END-IF.

      *>****************************************************************
      *> Acknowledge / resolve
      *>****************************************************************
       5000-QUEUE-ACTION.
      *>  the alert must be open against the region on the screen; an
      *>  ack of an alert already acknowledged is refused here rather
      *>  than left for EMSALRTM to reject overnight
           EVALUATE TRUE
               WHEN CA-CSYSNAME = SPACES
                   MOVE 'DISPLAY A REGION BEFORE ACK OR RESOLVE'
                       TO WS-MESSAGE
               WHEN WS-INPUT-ACTION NOT = 'A'
                AND WS-INPUT-ACTION NOT = 'R'
                   MOVE 'ACTION MUST BE A (ACK) OR R (RESOLVE)'
                       TO WS-MESSAGE
               WHEN WS-INPUT-EVENT = SPACES
                   MOVE 'EVENT TYPE REQUIRED FOR ACK OR RESOLVE'
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 5100-FIND-ALERT
                   IF FILE-ERROR
                       CONTINUE
                   ELSE
                       IF NOT ALERT-FOUND
                           MOVE WS-INPUT-EVENT TO WS-NM-EVENT-TYPE
                           MOVE WS-NO-ALERT-MESSAGE TO WS-MESSAGE
                       ELSE
                           IF WS-INPUT-ACTION = 'A' AND AM-STATE-ACKED
                               MOVE WS-INPUT-EVENT TO WS-KM-EVENT-TYPE
                               MOVE AM-ACK-USER    TO WS-KM-USER
                               MOVE WS-ACKED-MESSAGE TO WS-MESSAGE
                           ELSE
                               PERFORM 5200-WRITE-ACK-QUEUE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE 'A' TO CA-VIEW
           MOVE 1   TO CA-PAGE.

       5100-FIND-ALERT.
           MOVE 'N' TO WS-ALERT-SW
           PERFORM 4320-START-ALRTMAST
           PERFORM UNTIL BROWSE-DONE
               PERFORM 4330-READ-ALRTMAST
               IF NOT BROWSE-DONE
                  AND AM-EVENT-TYPE = WS-INPUT-EVENT
                  AND AM-CSYSNAME   = CA-CSYSNAME
                  AND NOT AM-STATE-RESOLVED
                   MOVE 'Y' TO WS-ALERT-SW
                   MOVE 'Y' TO WS-BROWSE-SW
               END-IF
           END-PERFORM
           PERFORM 4350-END-ALRTMAST.

       5200-WRITE-ACK-QUEUE.
           MOVE WS-INPUT-ACTION TO AT-FUNCTION
           MOVE WS-INPUT-EVENT  TO AT-EVENT-TYPE
           MOVE CA-CSYSNAME     TO AT-CSYSNAME
           MOVE WS-USERID       TO AT-USER
           EXEC CICS WRITEQ TD QUEUE(WS-ACK-QUEUE)
                     FROM(ALERT-ACK-TRAN)
                     LENGTH(LENGTH OF ALERT-ACK-TRAN)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF AT-ACK
                   MOVE 'ACKNOWLEDGE' TO WS-QM-ACTION
               ELSE
                   MOVE 'RESOLVE'     TO WS-QM-ACTION
               END-IF
               MOVE AT-EVENT-TYPE TO WS-QM-EVENT-TYPE
               MOVE AT-USER       TO WS-QM-USER
               MOVE WS-QUEUED-MESSAGE TO WS-MESSAGE
           ELSE
               MOVE WS-ACK-QUEUE TO WS-FM-FILE
               PERFORM 8000-FILE-MESSAGE
           END-IF.

      *>****************************************************************
      *> Screen output and termination
      *>****************************************************************
       7000-SEND-SCREEN.
           MOVE WS-USERID  TO USIDO
           MOVE WS-MESSAGE TO MSGO
           MOVE -1         TO CSYSL
           EXEC CICS SEND MAP('EMSIQM1') MAPSET('EMSIQS')
                     FROM(EMSIQM1O)
                     ERASE
                     CURSOR
           END-EXEC.

       8000-FILE-MESSAGE.
           MOVE 'Y' TO WS-ERROR-SW
           MOVE WS-RESP TO WS-FM-RESP
           MOVE WS-FILE-MESSAGE TO WS-MESSAGE.

       9000-END-SESSION.
           EXEC CICS SEND TEXT FROM(WS-END-MESSAGE)
                     LENGTH(LENGTH OF WS-END-MESSAGE)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC.
