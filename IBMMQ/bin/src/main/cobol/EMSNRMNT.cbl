      *>****************************************************************
      *> PROGRAM:  EMSNRMNT
      *> PURPOSE:  Maintain and validate the NAMERULE naming-standard
      *>           control file read by EMSNMAUD, instead of
      *>           hand-editing it.  A rule keyed to a misspelt plex
      *>           or a DYNTYPE no region carries never fires, and the
      *>           regions it was written for go on slipping through.
      *>
      *>           Driven by a transaction file (NRTRAN) of add,
      *>           change, delete and list requests in the style of
      *>           EMSTPMNT's TPTRAN.  A rule is identified by PLEXNAME
      *>           (columns 2-9, SPACES = every plex), DYNTYPE (10-12,
      *>           TOR, AOR or SPACES = either), the field it checks
      *>           (13-20, CSYSNAME, JOBNAME or CSYSAPPL) and a
      *>           sequence number (21-22, 01-99) so one field can
      *>           carry alternative masks.  It holds the mask (23-30),
      *>           the severity of a miss (31, E error or W warning)
      *>           and a description printed with every finding
      *>           (32-61).  A mask is read a position at a time
      *>           against the field:
      *>             SPACE  position not checked
      *>             ?      any character but a space
      *>             #      a digit
      *>             @      a letter
      *>             .      must be a space (the name ends here)
      *>           and any other character must appear as itself - so
      *>           '    T   ' is "character 5 must be T".
      *>
      *>           Every add/change validates the key, that the mask
      *>           checks at least one position and the severity, and
      *>           checks the PLEXNAME against the population on the
      *>           current EMASSTRT extract the way EMSMWMNT does.
      *>           Change replaces the mask, severity and description.
      *>           A delete is matched against NAMERULE only, so the
      *>           rules of a retired plex can always be removed.  The
      *>           list request prints every rule with its
      *>           last-changed stamp.  Confirmations and the list
      *>           output go to NRMNTRPT.  NAMERULE is rewritten whole
      *>           at end of job, in key order.
      *>
      *>           Every add, change and delete applied is also put
      *>           to the MAINTJRN maintenance journal through
      *>           EMSJRNWT with the before and after image of the
      *>           NAMERULE record and the user named on the card
      *>           (NT-USER, columns 62-69).
      *>
      *>           NAMERULE carries a control trailer (EMSTRLCK) that
      *>           is verified before the rule table is loaded - a
      *>           damaged file ends the run with RETURN-CODE 20 - and
      *>           is written fresh when the file is rewritten.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSNRMNT.
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

           SELECT NAMERULE-FILE ASSIGN TO NAMERULE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAMERULE-STATUS.

           SELECT TRAN-FILE ASSIGN TO NRTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO NRMNTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMASSTRT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       COPY "sampleCopyBook.cpy".

       FD  NAMERULE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 74 CHARACTERS.
       COPY "nameRuleCopyBook.cpy".

       FD  TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 69 CHARACTERS.
       COPY "nameRuleTranCopyBook.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "maintJournalCopyBook.cpy".
       COPY "trailerCtlCopyBook.cpy".
       COPY "nameRuleCopyBook.cpy"
           REPLACING NAME-RULE-RECORD    BY JRN-RULE-RECORD
                     NR-KEY              BY JN-KEY
                     NR-PLEXNAME         BY JN-PLEXNAME
                     NR-DYNTYPE          BY JN-DYNTYPE
                     NR-FIELD            BY JN-FIELD
                     NR-ON-CSYSNAME      BY JN-ON-CSYSNAME
                     NR-ON-JOBNAME       BY JN-ON-JOBNAME
                     NR-ON-CSYSAPPL      BY JN-ON-CSYSAPPL
                     NR-SEQ              BY JN-SEQ
                     NR-MASK             BY JN-MASK
                     NR-SEVERITY         BY JN-SEVERITY
                     NR-ERROR            BY JN-ERROR
                     NR-WARNING          BY JN-WARNING
                     NR-DESC             BY JN-DESC
                     NR-CHANGED-DATE     BY JN-CHANGED-DATE
                     NR-CHANGED-TIME     BY JN-CHANGED-TIME.

       01  WS-EMASSTRT-STATUS      PIC XX VALUE SPACES.
       01  WS-NAMERULE-STATUS      PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.

       01  WS-ADD-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-DELETE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-ERROR-TEXT           PIC X(45) VALUE SPACES.

       01  WS-JR-REQUEST           PIC X(1) VALUE 'P'.
       01  WS-JRN-KEY.
           05  WS-JK-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-JK-DYNTYPE       PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-JK-FIELD         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-JK-SEQ           PIC X(2).

       01  WS-MATCH-SW             PIC X VALUE 'N'.
           88  ENTRY-MATCHED              VALUE 'Y'.
       01  WS-PLEX-FOUND-SW        PIC X VALUE 'N'.
           88  PLEX-FOUND                 VALUE 'Y'.

       01  WS-TRAN-SEQ             PIC 9(2) VALUE ZERO.

      *>  PLEXNAMEs on the current extract, for the add/change check
       01  WS-PLEX-TABLE.
           05  WS-PLEX-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-PLEX-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PLEX-COUNT
                   INDEXED BY WS-PLEX-IDX.
               10  WS-PLEX-NAME    PIC X(8).

       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-RULE-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-RULE-COUNT
                   ASCENDING KEY IS WS-RL-KEY
                   INDEXED BY WS-RL-IDX.
               10  WS-RL-KEY.
                   15  WS-RL-PLEXNAME  PIC X(8).
                   15  WS-RL-DYNTYPE   PIC X(3).
                   15  WS-RL-FIELD     PIC X(8).
                   15  WS-RL-SEQ       PIC 9(2).
               10  WS-RL-MASK      PIC X(8).
               10  WS-RL-SEVERITY  PIC X(1).
               10  WS-RL-DESC      PIC X(30).
               10  WS-RL-CHG-DATE  PIC 9(8).
               10  WS-RL-CHG-TIME  PIC 9(6).
               10  WS-RL-DELETED-SW  PIC X.
                   88  WS-RL-DELETED     VALUE 'Y'.

       01  WS-RL-SUB               PIC 9(4) VALUE ZERO.
       01  WS-NEXT-SUB             PIC 9(4) VALUE ZERO.
       01  WS-SWAP-SW              PIC X VALUE 'N'.
           88  SWAP-MADE                  VALUE 'Y'.
       01  WS-HOLD-RULE            PIC X(75).

       01  WS-CURRENT-DATE-AREA.
           05  WS-CD-YYYYMMDD      PIC 9(8).
           05  WS-CD-HHMMSS        PIC 9(6).
           05  FILLER              PIC X(7).

       01  WS-CONFIRM-LINE.
           05  WS-CF-FUNCTION      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-DYNTYPE       PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-FIELD         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-SEQ           PIC X(2).
           05  FILLER              PIC X(2)  VALUE ' ['.
           05  WS-CF-MASK          PIC X(8).
           05  FILLER              PIC X(2)  VALUE '] '.
           05  WS-CF-SEVERITY      PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CF-RESULT        PIC X(45).

       01  WS-LIST-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(40) VALUE
               'PLEXNAME TYP FIELD    SQ  MASK     SEV  '.
           05  FILLER              PIC X(40) VALUE
               'DESCRIPTION                     CHANGED'.

       01  WS-LIST-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LS-PLEXNAME      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LS-DYNTYPE       PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LS-FIELD         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LS-SEQ           PIC 9(2).
           05  FILLER              PIC X(1)  VALUE '['.
           05  WS-LS-MASK          PIC X(8).
           05  FILLER              PIC X(1)  VALUE ']'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LS-SEVERITY      PIC X(1).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-LS-DESC          PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LS-CHG-DATE      PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LS-CHG-TIME      PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
                   UNTIL WS-TRAN-STATUS = '10'
           PERFORM 7000-REWRITE-RULES
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-PLEX-TABLE
           PERFORM 1200-LOAD-RULE-TABLE

           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'EMSNRMNT: UNABLE TO OPEN NRTRAN - '
                       WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'EMSNRMNT: UNABLE TO OPEN NRMNTRPT - '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA

           PERFORM 2100-READ-TRAN.

       1100-LOAD-PLEX-TABLE.
           OPEN INPUT EMASSTRT-FILE
           IF WS-EMASSTRT-STATUS NOT = '00'
               DISPLAY 'EMSNRMNT: UNABLE TO OPEN EMASSTRT - '
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
               END-READ
           END-PERFORM
           CLOSE EMASSTRT-FILE.

       1150-NOTE-PLEXNAME.
           MOVE 'N' TO WS-PLEX-FOUND-SW
           IF WS-PLEX-COUNT > 0
               SET WS-PLEX-IDX TO 1
               SEARCH WS-PLEX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PLEX-NAME(WS-PLEX-IDX) = PLEXNAME
                       MOVE 'Y' TO WS-PLEX-FOUND-SW
               END-SEARCH
           END-IF
           IF NOT PLEX-FOUND
              AND WS-PLEX-COUNT < 500
               ADD 1 TO WS-PLEX-COUNT
               MOVE PLEXNAME TO WS-PLEX-NAME(WS-PLEX-COUNT)
           END-IF.

       1200-LOAD-RULE-TABLE.
      *>  only a missing NAMERULE (status 35) starts an empty table -
      *>  first use of the utility.  any other open failure stops the
      *>  run: the file is rewritten whole from this table at end of
      *>  job, and an empty table would erase every rule
           MOVE 'V'        TO TC-REQUEST
           MOVE 'NAMERULE' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, NAME-RULE-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSNRMNT: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT NAMERULE-FILE
           IF WS-NAMERULE-STATUS NOT = '00'
              AND WS-NAMERULE-STATUS NOT = '35'
               DISPLAY 'EMSNRMNT: UNABLE TO OPEN NAMERULE - '
                       WS-NAMERULE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NAMERULE-STATUS = '00'
               PERFORM UNTIL WS-NAMERULE-STATUS = '10'
                   READ NAMERULE-FILE
                       AT END
                           MOVE '10' TO WS-NAMERULE-STATUS
                       NOT AT END
      *>                  the control trailer is always the last record
                           IF NAME-RULE-RECORD(1:4) = HIGH-VALUES
                               MOVE '10' TO WS-NAMERULE-STATUS
                           ELSE
                               IF WS-RULE-COUNT < 1000
                                   ADD 1 TO WS-RULE-COUNT
                                   SET WS-RL-IDX TO WS-RULE-COUNT
                                   MOVE NR-KEY
                                       TO WS-RL-KEY(WS-RL-IDX)
                                   MOVE NR-MASK
                                       TO WS-RL-MASK(WS-RL-IDX)
                                   MOVE NR-SEVERITY
                                       TO WS-RL-SEVERITY(WS-RL-IDX)
                                   MOVE NR-DESC
                                       TO WS-RL-DESC(WS-RL-IDX)
                                   MOVE NR-CHANGED-DATE
                                       TO WS-RL-CHG-DATE(WS-RL-IDX)
                                   MOVE NR-CHANGED-TIME
                                       TO WS-RL-CHG-TIME(WS-RL-IDX)
                                   MOVE 'N'
                                       TO WS-RL-DELETED-SW(WS-RL-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NAMERULE-FILE
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           MOVE SPACES TO WS-ERROR-TEXT
           EVALUATE TRUE
               WHEN NT-ADD
                   PERFORM 3000-ADD-RULE
               WHEN NT-CHANGE
                   PERFORM 4000-CHANGE-RULE
               WHEN NT-DELETE
                   PERFORM 5000-DELETE-RULE
               WHEN NT-LIST
                   PERFORM 6000-LIST-RULES
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

       3000-ADD-RULE.
           PERFORM 3500-VALIDATE-TRAN
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3600-MATCH-RULE
               IF ENTRY-MATCHED
                   MOVE 'ADD FAILED - RULE ALREADY DEFINED'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT = SPACES
               IF WS-RULE-COUNT < 1000
                   ADD 1 TO WS-RULE-COUNT
                   SET WS-RL-IDX TO WS-RULE-COUNT
                   MOVE NT-PLEXNAME TO WS-RL-PLEXNAME(WS-RL-IDX)
                   MOVE NT-DYNTYPE  TO WS-RL-DYNTYPE(WS-RL-IDX)
                   MOVE NT-FIELD    TO WS-RL-FIELD(WS-RL-IDX)
                   MOVE WS-TRAN-SEQ TO WS-RL-SEQ(WS-RL-IDX)
                   PERFORM 3700-APPLY-TRAN
                   MOVE 'N' TO WS-RL-DELETED-SW(WS-RL-IDX)
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'ADD'           TO MJ-ACTION
                   MOVE SPACES          TO MJ-BEFORE-IMAGE
                   MOVE JRN-RULE-RECORD TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'ADD FAILED - RULE TABLE FULL'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 8000-WRITE-CONFIRM.

       4000-CHANGE-RULE.
           PERFORM 3500-VALIDATE-TRAN
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3600-MATCH-RULE
               IF ENTRY-MATCHED
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE JRN-RULE-RECORD TO MJ-BEFORE-IMAGE
                   PERFORM 3700-APPLY-TRAN
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'CHANGE'        TO MJ-ACTION
                   MOVE JRN-RULE-RECORD TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'CHANGE FAILED - RULE NOT ON FILE'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 8000-WRITE-CONFIRM.

       5000-DELETE-RULE.
      *>  a delete names the rule by its key alone; the PLEXNAME is
      *>  not held to the current extract
           PERFORM 3510-VALIDATE-KEY
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3600-MATCH-RULE
               IF ENTRY-MATCHED
                   MOVE 'Y' TO WS-RL-DELETED-SW(WS-RL-IDX)
                   ADD 1 TO WS-DELETE-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'DELETE'        TO MJ-ACTION
                   MOVE JRN-RULE-RECORD TO MJ-BEFORE-IMAGE
                   MOVE SPACES          TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'DELETE FAILED - RULE NOT ON FILE'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 8000-WRITE-CONFIRM.

       3500-VALIDATE-TRAN.
           PERFORM 3510-VALIDATE-KEY
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3520-VALIDATE-MASK
           END-IF
           IF WS-ERROR-TEXT = SPACES
              AND NT-PLEXNAME NOT = SPACES
               PERFORM 3530-VALIDATE-PLEXNAME
           END-IF.

       3510-VALIDATE-KEY.
           MOVE ZERO TO WS-TRAN-SEQ
           EVALUATE TRUE
               WHEN NT-DYNTYPE NOT = SPACES
                AND NT-DYNTYPE NOT = 'TOR'
                AND NT-DYNTYPE NOT = 'AOR'
                   MOVE 'INVALID DYNTYPE - TOR, AOR OR BLANK'
                       TO WS-ERROR-TEXT
               WHEN NT-FIELD NOT = 'CSYSNAME'
                AND NT-FIELD NOT = 'JOBNAME '
                AND NT-FIELD NOT = 'CSYSAPPL'
                   MOVE 'INVALID FIELD - CSYSNAME, JOBNAME OR CSYSAPPL'
                       TO WS-ERROR-TEXT
               WHEN NT-SEQ NOT NUMERIC
                   MOVE 'INVALID SEQUENCE - 01 TO 99'
                       TO WS-ERROR-TEXT
               WHEN NT-SEQ = '00'
                   MOVE 'INVALID SEQUENCE - 01 TO 99'
                       TO WS-ERROR-TEXT
               WHEN OTHER
                   MOVE NT-SEQ TO WS-TRAN-SEQ
           END-EVALUATE.

       3520-VALIDATE-MASK.
           IF NT-MASK = SPACES
               MOVE 'INVALID MASK - NO POSITION CHECKED'
                   TO WS-ERROR-TEXT
           ELSE
               IF NT-SEVERITY NOT = 'E' AND NT-SEVERITY NOT = 'W'
                   MOVE 'INVALID SEVERITY - E OR W'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF.

       3530-VALIDATE-PLEXNAME.
           MOVE 'N' TO WS-PLEX-FOUND-SW
           IF WS-PLEX-COUNT > 0
               SET WS-PLEX-IDX TO 1
               SEARCH WS-PLEX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PLEX-NAME(WS-PLEX-IDX) = NT-PLEXNAME
                       MOVE 'Y' TO WS-PLEX-FOUND-SW
               END-SEARCH
           END-IF
           IF NOT PLEX-FOUND
               MOVE 'PLEXNAME NOT ON CURRENT EMASSTRT EXTRACT'
                   TO WS-ERROR-TEXT
           END-IF.

       3600-MATCH-RULE.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-RULE-COUNT > 0
               SET WS-RL-IDX TO 1
               SEARCH WS-RULE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RL-PLEXNAME(WS-RL-IDX) = NT-PLEXNAME
                      AND WS-RL-DYNTYPE(WS-RL-IDX) = NT-DYNTYPE
                      AND WS-RL-FIELD(WS-RL-IDX) = NT-FIELD
                      AND WS-RL-SEQ(WS-RL-IDX) = WS-TRAN-SEQ
                      AND NOT WS-RL-DELETED(WS-RL-IDX)
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF.

      *>  the card's values into the entry at WS-RL-IDX
       3700-APPLY-TRAN.
           MOVE NT-MASK        TO WS-RL-MASK(WS-RL-IDX)
           MOVE NT-SEVERITY    TO WS-RL-SEVERITY(WS-RL-IDX)
           MOVE NT-DESC        TO WS-RL-DESC(WS-RL-IDX)
           MOVE WS-CD-YYYYMMDD TO WS-RL-CHG-DATE(WS-RL-IDX)
           MOVE WS-CD-HHMMSS   TO WS-RL-CHG-TIME(WS-RL-IDX).

       6000-LIST-RULES.
           PERFORM 6500-ORDER-RULES
           WRITE REPORT-LINE FROM WS-LIST-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RULE-COUNT
               IF NOT WS-RL-DELETED(WS-RL-IDX)
                   MOVE WS-RL-PLEXNAME(WS-RL-IDX) TO WS-LS-PLEXNAME
                   MOVE WS-RL-DYNTYPE(WS-RL-IDX)  TO WS-LS-DYNTYPE
                   MOVE WS-RL-FIELD(WS-RL-IDX)    TO WS-LS-FIELD
                   MOVE WS-RL-SEQ(WS-RL-IDX)      TO WS-LS-SEQ
                   MOVE WS-RL-MASK(WS-RL-IDX)     TO WS-LS-MASK
                   MOVE WS-RL-SEVERITY(WS-RL-IDX) TO WS-LS-SEVERITY
                   MOVE WS-RL-DESC(WS-RL-IDX)     TO WS-LS-DESC
                   MOVE WS-RL-CHG-DATE(WS-RL-IDX) TO WS-LS-CHG-DATE
                   MOVE WS-RL-CHG-TIME(WS-RL-IDX) TO WS-LS-CHG-TIME
                   WRITE REPORT-LINE FROM WS-LIST-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       6500-ORDER-RULES.
      *>  rules are added at the end of the table; put it back in key
      *>  order for the list and the rewrite.  the table is small
           MOVE 'Y' TO WS-SWAP-SW
           PERFORM UNTIL NOT SWAP-MADE
               MOVE 'N' TO WS-SWAP-SW
               PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                       UNTIL WS-RL-SUB >= WS-RULE-COUNT
                   COMPUTE WS-NEXT-SUB = WS-RL-SUB + 1
                   IF WS-RL-KEY(WS-RL-SUB) > WS-RL-KEY(WS-NEXT-SUB)
                       MOVE WS-RULE-ENTRY(WS-RL-SUB) TO WS-HOLD-RULE
                       MOVE WS-RULE-ENTRY(WS-NEXT-SUB)
                           TO WS-RULE-ENTRY(WS-RL-SUB)
                       MOVE WS-HOLD-RULE
                           TO WS-RULE-ENTRY(WS-NEXT-SUB)
                       MOVE 'Y' TO WS-SWAP-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

       7000-REWRITE-RULES.
      *>  NAMERULE is rewritten whole each run, the way EMSTPMNT
      *>  carries TUNEPARM
           PERFORM 6500-ORDER-RULES
           OPEN OUTPUT NAMERULE-FILE
           IF WS-NAMERULE-STATUS NOT = '00'
               DISPLAY 'EMSNRMNT: UNABLE TO OPEN NAMERULE FOR '
                       'REWRITE - ' WS-NAMERULE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'I'            TO TC-REQUEST
           MOVE 'NAMERULE'     TO TC-FILE-ID
           MOVE 'EMSNRMNT'     TO TC-WRITER
           MOVE WS-CD-YYYYMMDD TO TC-CYCLE-DATE
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, NAME-RULE-RECORD
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RULE-COUNT
               IF NOT WS-RL-DELETED(WS-RL-IDX)
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE JRN-RULE-RECORD TO NAME-RULE-RECORD
                   WRITE NAME-RULE-RECORD
                   IF WS-NAMERULE-STATUS NOT = '00'
                       DISPLAY 'EMSNRMNT: NAMERULE WRITE FAILED - '
                               WS-NAMERULE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'A' TO TC-REQUEST
                   CALL 'EMSTRLCK' USING TRAILER-CONTROL,
                                         NAME-RULE-RECORD
               END-IF
           END-PERFORM
           MOVE 'B' TO TC-REQUEST
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, NAME-RULE-RECORD
           WRITE NAME-RULE-RECORD
           IF WS-NAMERULE-STATUS NOT = '00'
               DISPLAY 'EMSNRMNT: NAMERULE TRAILER WRITE FAILED - '
                       WS-NAMERULE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE NAMERULE-FILE.

       8000-WRITE-CONFIRM.
           MOVE NT-FUNCTION TO WS-CF-FUNCTION
           MOVE NT-PLEXNAME TO WS-CF-PLEXNAME
           MOVE NT-DYNTYPE  TO WS-CF-DYNTYPE
           MOVE NT-FIELD    TO WS-CF-FIELD
           MOVE NT-SEQ      TO WS-CF-SEQ
           MOVE NT-MASK     TO WS-CF-MASK
           MOVE NT-SEVERITY TO WS-CF-SEVERITY
           IF WS-ERROR-TEXT = SPACES
               EVALUATE TRUE
                   WHEN NT-ADD
                       MOVE 'ADDED' TO WS-CF-RESULT
                   WHEN NT-CHANGE
                       MOVE 'CHANGED' TO WS-CF-RESULT
                   WHEN NT-DELETE
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
      *>  the entry at WS-RL-IDX laid out as its NAMERULE record, the
      *>  same layout 7000-REWRITE-RULES writes
           MOVE WS-RL-KEY(WS-RL-IDX)      TO JN-KEY
           MOVE WS-RL-MASK(WS-RL-IDX)     TO JN-MASK
           MOVE WS-RL-SEVERITY(WS-RL-IDX) TO JN-SEVERITY
           MOVE WS-RL-DESC(WS-RL-IDX)     TO JN-DESC
           MOVE WS-RL-CHG-DATE(WS-RL-IDX) TO JN-CHANGED-DATE
           MOVE WS-RL-CHG-TIME(WS-RL-IDX) TO JN-CHANGED-TIME.

       8500-WRITE-JOURNAL.
           MOVE NT-PLEXNAME       TO WS-JK-PLEXNAME
           MOVE NT-DYNTYPE        TO WS-JK-DYNTYPE
           MOVE NT-FIELD          TO WS-JK-FIELD
           MOVE NT-SEQ            TO WS-JK-SEQ
           MOVE 'EMSNRMNT'        TO MJ-PROGRAM
           MOVE 'NAMERULE'        TO MJ-CONTROL-FILE
           MOVE NT-USER           TO MJ-USER
           MOVE WS-JRN-KEY        TO MJ-KEY
           MOVE 'P' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD.

       9000-TERMINATE.
           CLOSE TRAN-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD
           DISPLAY 'EMSNRMNT: ADDED   - ' WS-ADD-COUNT
           DISPLAY 'EMSNRMNT: CHANGED - ' WS-CHANGE-COUNT
           DISPLAY 'EMSNRMNT: DELETED - ' WS-DELETE-COUNT
           DISPLAY 'EMSNRMNT: ERRORS  - ' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
