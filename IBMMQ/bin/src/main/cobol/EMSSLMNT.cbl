      *>****************************************************************
      *> PROGRAM:  EMSSLMNT
      *> PURPOSE:  Maintain and validate the SLATARG application
      *>           availability-target control file read by EMSSLARP,
      *>           instead of hand-editing it.  The business owners
      *>           sign targets per application, not per region, and
      *>           a target keyed to an application that matches no
      *>           region would quietly report 100% every month.
      *>
      *>           Driven by a transaction file (SLATRAN) of add,
      *>           change, delete and list requests in the style of
      *>           EMSTPMNT's TPTRAN.  A target is keyed either by
      *>           CSYSAPPL (type 'A') or by a DESCXREF search keyword
      *>           (type 'K').  A CSYSAPPL key may end in '*' to take
      *>           every APPLID starting with the characters before
      *>           it, so an application whose AORs share an APPLID
      *>           prefix needs one target, not one per region; a
      *>           keyword key takes every region carrying that
      *>           keyword on DESCXREF.  A keyword key is held to 8
      *>           characters even though DESCXREF keywords run to 10:
      *>           EMSSLARP raises a breach as a SLAB event carrying
      *>           the key in the 8-byte EV-CSYSNAME, and two longer
      *>           keywords sharing their first 8 characters could not
      *>           be told apart or muted separately on EVSUPPRS.  For
      *>           the same reason an 'A' key and a 'K' key spelled the
      *>           same share one event name, so pick distinct keys.
      *>           Each target holds the application name for the
      *>           report, the availability target (columns 33-38,
      *>           three implied decimals - 099900 is 99.900%), the
      *>           service days (columns 39-45, Y or N for Sunday
      *>           through Saturday) and the service hours (start HHMM
      *>           in 46-49, end HHMM in 50-53, 0000-2400 for the whole
      *>           day) on the same UTC clock the MAINTWIN windows use.
      *>
      *>           Every add/change validates the target, the days and
      *>           the hours, and checks the key against the live
      *>           population: a CSYSAPPL key must match at least one
      *>           APPLID on the current EMASSTRT extract, a keyword
      *>           key at least one DESCXREF entry.  Change replaces
      *>           everything but the key.  A delete is matched against
      *>           SLATARG only, so a retired application's target can
      *>           always be removed.  The list request prints every
      *>           target with its last-changed stamp.  Confirmations
      *>           and the list output go to SLAMNRPT.  SLATARG is
      *>           rewritten whole at end of job.
      *>
      *>           Every add, change and delete applied is also put
      *>           to the MAINTJRN maintenance journal through
      *>           EMSJRNWT with the before and after image of the
      *>           SLATARG record and the user named on the card
      *>           (SM-USER, columns 54-61).
      *>
      *>           SLATARG carries a control trailer (EMSTRLCK) that is
      *>           verified before the target table is loaded - a
      *>           damaged file ends the run with RETURN-CODE 20 - and
      *>           is written fresh when the file is rewritten.  The
      *>           DESCXREF trailer is verified the same way before any
      *>           keyword is checked against it.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSSLMNT.
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

           SELECT DESCXREF-FILE ASSIGN TO DESCXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DX-CSYSNAME
               FILE STATUS IS WS-DESCXREF-STATUS.

           SELECT SLATARG-FILE ASSIGN TO SLATARG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLATARG-STATUS.

           SELECT TRAN-FILE ASSIGN TO SLATRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO SLAMNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMASSTRT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 152 CHARACTERS.
       COPY "sampleCopyBook.cpy".

       FD  DESCXREF-FILE
           RECORD CONTAINS 158 CHARACTERS.
       COPY "descXrefCopyBook.cpy".

       FD  SLATARG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS.
       COPY "slaTargetCopyBook.cpy".

       FD  TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 61 CHARACTERS.
       COPY "slaTargetTranCopyBook.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "maintJournalCopyBook.cpy".
       COPY "trailerCtlCopyBook.cpy".
       COPY "slaTargetCopyBook.cpy"
           REPLACING SLA-TARGET-RECORD   BY JRN-TARGET-RECORD
                     SL-KEY              BY JS-KEY
                     SL-KEY-TYPE         BY JS-KEY-TYPE
                     SL-BY-APPLID        BY JS-BY-APPLID
                     SL-BY-KEYWORD       BY JS-BY-KEYWORD
                     SL-KEY-VALUE        BY JS-KEY-VALUE
                     SL-APPL-NAME        BY JS-APPL-NAME
                     SL-TARGET-PCT       BY JS-TARGET-PCT
                     SL-SVC-DAYS         BY JS-SVC-DAYS
                     SL-SVC-DAY          BY JS-SVC-DAY
                     SL-SVC-START-HHMM   BY JS-SVC-START-HHMM
                     SL-SVC-END-HHMM     BY JS-SVC-END-HHMM
                     SL-CHANGED-DATE     BY JS-CHANGED-DATE
                     SL-CHANGED-TIME     BY JS-CHANGED-TIME.

       01  WS-EMASSTRT-STATUS      PIC XX VALUE SPACES.
       01  WS-DESCXREF-STATUS      PIC XX VALUE SPACES.
       01  WS-SLATARG-STATUS       PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS        PIC XX VALUE SPACES.

       01  WS-XREF-SW              PIC X VALUE 'Y'.
           88  XREF-AVAILABLE             VALUE 'Y'.

       01  WS-ADD-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-DELETE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-ERROR-TEXT           PIC X(45) VALUE SPACES.

       01  WS-JR-REQUEST           PIC X(1) VALUE 'P'.
       01  WS-JRN-KEY.
           05  WS-JK-KEY-TYPE      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-JK-KEY-VALUE     PIC X(10).

       01  WS-MATCH-SW             PIC X VALUE 'N'.
           88  ENTRY-MATCHED              VALUE 'Y'.
       01  WS-FOUND-SW             PIC X VALUE 'N'.
           88  KEY-FOUND                  VALUE 'Y'.

       01  WS-TRAN-TARGET-N        PIC 9(6) VALUE ZERO.
       01  WS-TRAN-TARGET          PIC 9(3)V9(3) VALUE ZERO.
       01  WS-TRAN-START           PIC 9(4) VALUE ZERO.
       01  WS-TRAN-END             PIC 9(4) VALUE ZERO.
       01  WS-HHMM-PARTS.
           05  WS-HP-HH            PIC 9(2).
           05  WS-HP-MM            PIC 9(2).
       01  WS-Y-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-N-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-MASK-LEN             PIC 9(2) VALUE ZERO.
       01  WS-STAR-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-KEYWORD-IDX          PIC 9(1) VALUE ZERO.

      *>  every distinct APPLID on the current extract, for the
      *>  CSYSAPPL key check
       01  WS-APPL-TABLE.
           05  WS-APPL-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-APPL-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-APPL-COUNT
                   INDEXED BY WS-APPL-IDX.
               10  WS-APPL-ID      PIC X(8).

       01  WS-TARGET-TABLE.
           05  WS-TARGET-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-TARGET-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-TARGET-COUNT
                   INDEXED BY WS-TG-IDX.
               10  WS-TG-KEY-TYPE  PIC X(1).
               10  WS-TG-KEY-VALUE PIC X(10).
               10  WS-TG-APPL-NAME PIC X(20).
               10  WS-TG-TARGET    PIC 9(3)V9(3).
               10  WS-TG-SVC-DAYS  PIC X(7).
               10  WS-TG-START     PIC 9(4).
               10  WS-TG-END       PIC 9(4).
               10  WS-TG-CHG-DATE  PIC 9(8).
               10  WS-TG-CHG-TIME  PIC 9(6).
               10  WS-TG-DELETED-SW  PIC X.
                   88  WS-TG-DELETED     VALUE 'Y'.

       01  WS-CURRENT-DATE-AREA.
           05  WS-CD-YYYYMMDD      PIC 9(8).
           05  WS-CD-HHMMSS        PIC 9(6).
           05  FILLER              PIC X(7).

       01  WS-CONFIRM-LINE.
           05  WS-CF-FUNCTION      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-KEY-TYPE      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-KEY-VALUE     PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-TARGET        PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-SVC-DAYS      PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CF-START         PIC X(4).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  WS-CF-END           PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CF-RESULT        PIC X(45).

       01  WS-LIST-HEADING.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  FILLER              PIC X(35) VALUE
               'T KEY        APPLICATION           '.
           05  FILLER              PIC X(40) VALUE
               'TARGET%  SMTWTFS  HOURS      CHANGED'.

       01  WS-LIST-LINE.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LS-KEY-TYPE      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LS-KEY-VALUE     PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LS-APPL-NAME     PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LS-TARGET        PIC ZZ9.999.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-LS-SVC-DAYS      PIC X(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LS-START         PIC 9(4).
           05  FILLER              PIC X(1)  VALUE '-'.
           05  WS-LS-END           PIC 9(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LS-CHG-DATE      PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LS-CHG-TIME      PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
                   UNTIL WS-TRAN-STATUS = '10'
           PERFORM 7000-REWRITE-TARGETS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-APPL-TABLE
           PERFORM 1200-LOAD-TARGET-TABLE
           PERFORM 1300-OPEN-DESCXREF

           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'EMSSLMNT: UNABLE TO OPEN SLATRAN - '
                       WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'EMSSLMNT: UNABLE TO OPEN SLAMNRPT - '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA

           PERFORM 2100-READ-TRAN.

       1100-LOAD-APPL-TABLE.
           OPEN INPUT EMASSTRT-FILE
           IF WS-EMASSTRT-STATUS NOT = '00'
               DISPLAY 'EMSSLMNT: UNABLE TO OPEN EMASSTRT - '
                       WS-EMASSTRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EMASSTRT-STATUS = '10'
               READ EMASSTRT-FILE
                   AT END
                       MOVE '10' TO WS-EMASSTRT-STATUS
                   NOT AT END
                       IF CSYSAPPL NOT = SPACES
                          AND WS-APPL-COUNT < 20000
                           ADD 1 TO WS-APPL-COUNT
                           MOVE CSYSAPPL TO WS-APPL-ID(WS-APPL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMASSTRT-FILE.

       1200-LOAD-TARGET-TABLE.
      *>  only a missing SLATARG (status 35) starts an empty table -
      *>  first use of the utility.  any other open failure stops the
      *>  run: the file is rewritten whole from this table at end of
      *>  job, and an empty table would erase every target
           MOVE 'V'       TO TC-REQUEST
           MOVE 'SLATARG' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, SLA-TARGET-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSSLMNT: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SLATARG-FILE
           IF WS-SLATARG-STATUS NOT = '00'
              AND WS-SLATARG-STATUS NOT = '35'
               DISPLAY 'EMSSLMNT: UNABLE TO OPEN SLATARG - '
                       WS-SLATARG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SLATARG-STATUS = '00'
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
                                   ADD 1 TO WS-TARGET-COUNT
                                   SET WS-TG-IDX TO WS-TARGET-COUNT
                                   MOVE SL-KEY-TYPE
                                       TO WS-TG-KEY-TYPE(WS-TG-IDX)
                                   MOVE SL-KEY-VALUE
                                       TO WS-TG-KEY-VALUE(WS-TG-IDX)
                                   MOVE SL-APPL-NAME
                                       TO WS-TG-APPL-NAME(WS-TG-IDX)
                                   MOVE SL-TARGET-PCT
                                       TO WS-TG-TARGET(WS-TG-IDX)
                                   MOVE SL-SVC-DAYS
                                       TO WS-TG-SVC-DAYS(WS-TG-IDX)
                                   MOVE SL-SVC-START-HHMM
                                       TO WS-TG-START(WS-TG-IDX)
                                   MOVE SL-SVC-END-HHMM
                                       TO WS-TG-END(WS-TG-IDX)
                                   MOVE SL-CHANGED-DATE
                                       TO WS-TG-CHG-DATE(WS-TG-IDX)
                                   MOVE SL-CHANGED-TIME
                                       TO WS-TG-CHG-TIME(WS-TG-IDX)
                                   MOVE 'N'
                                       TO WS-TG-DELETED-SW(WS-TG-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLATARG-FILE
           END-IF.

       1300-OPEN-DESCXREF.
           MOVE 'V'        TO TC-REQUEST
           MOVE 'DESCXREF' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, DESC-XREF-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSSLMNT: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DESCXREF-FILE
           IF WS-DESCXREF-STATUS = '35'
      *>      no DESCXREF on this system yet - CSYSAPPL targets can
      *>      still be maintained, keyword targets are declined
               MOVE 'N' TO WS-XREF-SW
           ELSE
               IF WS-DESCXREF-STATUS NOT = '00'
                   DISPLAY 'EMSSLMNT: UNABLE TO OPEN DESCXREF - '
                           WS-DESCXREF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           MOVE SPACES TO WS-ERROR-TEXT
           EVALUATE TRUE
               WHEN SM-ADD
                   PERFORM 3000-ADD-TARGET
               WHEN SM-CHANGE
                   PERFORM 4000-CHANGE-TARGET
               WHEN SM-DELETE
                   PERFORM 5000-DELETE-TARGET
               WHEN SM-LIST
                   PERFORM 6000-LIST-TARGETS
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

       3000-ADD-TARGET.
           PERFORM 3500-VALIDATE-TRAN
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3600-MATCH-TARGET
               IF ENTRY-MATCHED
                   MOVE 'ADD FAILED - TARGET ALREADY DEFINED'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT = SPACES
               IF WS-TARGET-COUNT < 500
                   ADD 1 TO WS-TARGET-COUNT
                   SET WS-TG-IDX TO WS-TARGET-COUNT
                   MOVE SM-KEY-TYPE  TO WS-TG-KEY-TYPE(WS-TG-IDX)
                   MOVE SM-KEY-VALUE TO WS-TG-KEY-VALUE(WS-TG-IDX)
                   PERFORM 3700-APPLY-TRAN
                   MOVE 'N' TO WS-TG-DELETED-SW(WS-TG-IDX)
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'ADD'             TO MJ-ACTION
                   MOVE SPACES            TO MJ-BEFORE-IMAGE
                   MOVE JRN-TARGET-RECORD TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'ADD FAILED - TARGET TABLE FULL'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 8000-WRITE-CONFIRM.

       4000-CHANGE-TARGET.
           PERFORM 3500-VALIDATE-TRAN
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3600-MATCH-TARGET
               IF ENTRY-MATCHED
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE JRN-TARGET-RECORD TO MJ-BEFORE-IMAGE
                   PERFORM 3700-APPLY-TRAN
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'CHANGE'          TO MJ-ACTION
                   MOVE JRN-TARGET-RECORD TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'CHANGE FAILED - TARGET NOT ON FILE'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 8000-WRITE-CONFIRM.

       5000-DELETE-TARGET.
      *>  a delete names the target by its key alone and is not held
      *>  to the current population
           PERFORM 3510-VALIDATE-KEY-TYPE
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3600-MATCH-TARGET
               IF ENTRY-MATCHED
                   MOVE 'Y' TO WS-TG-DELETED-SW(WS-TG-IDX)
                   ADD 1 TO WS-DELETE-COUNT
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE 'DELETE'          TO MJ-ACTION
                   MOVE JRN-TARGET-RECORD TO MJ-BEFORE-IMAGE
                   MOVE SPACES            TO MJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-JOURNAL
               ELSE
                   MOVE 'DELETE FAILED - TARGET NOT ON FILE'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM 8000-WRITE-CONFIRM.

       3500-VALIDATE-TRAN.
           MOVE ZERO TO WS-TRAN-TARGET
           MOVE ZERO TO WS-TRAN-START
           MOVE ZERO TO WS-TRAN-END
           PERFORM 3510-VALIDATE-KEY-TYPE
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3520-VALIDATE-TARGET
           END-IF
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3530-VALIDATE-SVC-DAYS
           END-IF
           IF WS-ERROR-TEXT = SPACES
               PERFORM 3540-VALIDATE-SVC-HOURS
           END-IF
           IF WS-ERROR-TEXT = SPACES
               IF SM-KEY-TYPE = 'A'
                   PERFORM 3550-CHECK-APPLID
               ELSE
                   PERFORM 3560-CHECK-KEYWORD
               END-IF
           END-IF.

       3510-VALIDATE-KEY-TYPE.
           EVALUATE TRUE
               WHEN SM-KEY-TYPE NOT = 'A' AND SM-KEY-TYPE NOT = 'K'
                   MOVE 'INVALID KEY TYPE - MUST BE A OR K'
                       TO WS-ERROR-TEXT
               WHEN SM-KEY-VALUE = SPACES
                   MOVE 'INVALID KEY - CSYSAPPL OR KEYWORD REQUIRED'
                       TO WS-ERROR-TEXT
               WHEN SM-KEY-TYPE = 'A'
                AND SM-KEY-VALUE(9:2) NOT = SPACES
                   MOVE 'INVALID KEY - CSYSAPPL IS 8 CHARACTERS'
                       TO WS-ERROR-TEXT
               WHEN SM-KEY-TYPE = 'K'
                AND SM-KEY-VALUE(9:2) NOT = SPACES
                   MOVE 'INVALID KEY - KEYWORD TARGET IS 8 CHARACTERS'
                       TO WS-ERROR-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3520-VALIDATE-TARGET.
           IF SM-TARGET-PCT NOT NUMERIC
               MOVE 'INVALID TARGET - NOT NUMERIC'
                   TO WS-ERROR-TEXT
           ELSE
               MOVE SM-TARGET-PCT TO WS-TRAN-TARGET-N
               IF WS-TRAN-TARGET-N = ZERO
                  OR WS-TRAN-TARGET-N > 100000
                   MOVE 'INVALID TARGET - 000001 TO 100000 (100.000%)'
                       TO WS-ERROR-TEXT
               ELSE
                   COMPUTE WS-TRAN-TARGET = WS-TRAN-TARGET-N / 1000
               END-IF
           END-IF.

       3530-VALIDATE-SVC-DAYS.
           MOVE ZERO TO WS-Y-COUNT
           MOVE ZERO TO WS-N-COUNT
           INSPECT SM-SVC-DAYS TALLYING WS-Y-COUNT FOR ALL 'Y'
                                        WS-N-COUNT FOR ALL 'N'
           IF WS-Y-COUNT + WS-N-COUNT NOT = 7
               MOVE 'INVALID SERVICE DAYS - Y OR N SUNDAY-SATURDAY'
                   TO WS-ERROR-TEXT
           ELSE
               IF WS-Y-COUNT = ZERO
                   MOVE 'INVALID SERVICE DAYS - NO DAY IN SERVICE'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF.

       3540-VALIDATE-SVC-HOURS.
      *>  the end of service may be 2400 so a whole day reads
      *>  0000-2400; the start is an ordinary HHMM
           IF SM-SVC-START-HHMM NOT NUMERIC
              OR SM-SVC-END-HHMM NOT NUMERIC
               MOVE 'INVALID HHMM - NOT NUMERIC'
                   TO WS-ERROR-TEXT
           ELSE
               MOVE SM-SVC-START-HHMM TO WS-TRAN-START
               MOVE SM-SVC-END-HHMM   TO WS-TRAN-END
               MOVE WS-TRAN-START TO WS-HHMM-PARTS
               IF WS-HP-HH > 23 OR WS-HP-MM > 59
                   MOVE 'INVALID HHMM - HOURS 00-23 MINUTES 00-59'
                       TO WS-ERROR-TEXT
               END-IF
               MOVE WS-TRAN-END TO WS-HHMM-PARTS
               IF WS-ERROR-TEXT = SPACES
                  AND WS-TRAN-END NOT = 2400
                  AND (WS-HP-HH > 23 OR WS-HP-MM > 59)
                   MOVE 'INVALID HHMM - HOURS 00-23 MINUTES 00-59'
                       TO WS-ERROR-TEXT
               END-IF
               IF WS-ERROR-TEXT = SPACES
                  AND WS-TRAN-START NOT < WS-TRAN-END
                   MOVE 'INVALID SERVICE HOURS - START NOT BEFORE END'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF.

       3550-CHECK-APPLID.
      *>  an exact APPLID, or a prefix ending in '*' that must be the
      *>  last character given
           MOVE ZERO TO WS-MASK-LEN
           MOVE ZERO TO WS-STAR-COUNT
           INSPECT SM-KEY-VALUE TALLYING WS-STAR-COUNT FOR ALL '*'
           IF WS-STAR-COUNT > 0
               INSPECT SM-KEY-VALUE TALLYING WS-MASK-LEN
                   FOR CHARACTERS BEFORE INITIAL '*'
               IF WS-STAR-COUNT > 1
                  OR WS-MASK-LEN = ZERO
                  OR SM-KEY-VALUE(WS-MASK-LEN + 2:) NOT = SPACES
                   MOVE 'INVALID KEY - PREFIX MUST END WITH ONE *'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT = SPACES
               MOVE 'N' TO WS-FOUND-SW
               IF WS-APPL-COUNT > 0
                   SET WS-APPL-IDX TO 1
                   IF WS-MASK-LEN > 0
                       SEARCH WS-APPL-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-APPL-ID(WS-APPL-IDX)(1:WS-MASK-LEN)
                                = SM-KEY-VALUE(1:WS-MASK-LEN)
                               MOVE 'Y' TO WS-FOUND-SW
                       END-SEARCH
                   ELSE
                       SEARCH WS-APPL-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-APPL-ID(WS-APPL-IDX)
                                = SM-KEY-VALUE(1:8)
                               MOVE 'Y' TO WS-FOUND-SW
                       END-SEARCH
                   END-IF
               END-IF
               IF NOT KEY-FOUND
                   MOVE 'CSYSAPPL NOT ON CURRENT EMASSTRT EXTRACT'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF.

       3560-CHECK-KEYWORD.
           IF NOT XREF-AVAILABLE
               MOVE 'NO DESCXREF MASTER - KEYWORD CANNOT BE CHECKED'
                   TO WS-ERROR-TEXT
           ELSE
               MOVE 'N' TO WS-FOUND-SW
               MOVE LOW-VALUES TO DX-CSYSNAME
               START DESCXREF-FILE KEY IS NOT LESS THAN DX-CSYSNAME
                   INVALID KEY
                       MOVE '10' TO WS-DESCXREF-STATUS
               END-START
               PERFORM UNTIL WS-DESCXREF-STATUS = '10'
                          OR KEY-FOUND
                   READ DESCXREF-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-DESCXREF-STATUS
                       NOT AT END
      *>                  the control trailer sorts last on the key
                           IF DESC-XREF-RECORD(1:4) = HIGH-VALUES
                               MOVE '10' TO WS-DESCXREF-STATUS
                           ELSE
                               PERFORM VARYING WS-KEYWORD-IDX
                                       FROM 1 BY 1
                                       UNTIL WS-KEYWORD-IDX > 5
                                  IF DX-KEYWORD(WS-KEYWORD-IDX)
                                     = SM-KEY-VALUE
                                      MOVE 'Y' TO WS-FOUND-SW
                                  END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               MOVE '00' TO WS-DESCXREF-STATUS
               IF NOT KEY-FOUND
                   MOVE 'KEYWORD NOT ON ANY DESCXREF ENTRY'
                       TO WS-ERROR-TEXT
               END-IF
           END-IF.

       3600-MATCH-TARGET.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-TARGET-COUNT > 0
               SET WS-TG-IDX TO 1
               SEARCH WS-TARGET-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TG-KEY-TYPE(WS-TG-IDX) = SM-KEY-TYPE
                      AND WS-TG-KEY-VALUE(WS-TG-IDX) = SM-KEY-VALUE
                      AND NOT WS-TG-DELETED(WS-TG-IDX)
                       MOVE 'Y' TO WS-MATCH-SW
               END-SEARCH
           END-IF.

      *>  the card's validated values into the entry at WS-TG-IDX
       3700-APPLY-TRAN.
           MOVE SM-APPL-NAME   TO WS-TG-APPL-NAME(WS-TG-IDX)
           MOVE WS-TRAN-TARGET TO WS-TG-TARGET(WS-TG-IDX)
           MOVE SM-SVC-DAYS    TO WS-TG-SVC-DAYS(WS-TG-IDX)
           MOVE WS-TRAN-START  TO WS-TG-START(WS-TG-IDX)
           MOVE WS-TRAN-END    TO WS-TG-END(WS-TG-IDX)
           MOVE WS-CD-YYYYMMDD TO WS-TG-CHG-DATE(WS-TG-IDX)
           MOVE WS-CD-HHMMSS   TO WS-TG-CHG-TIME(WS-TG-IDX).

       6000-LIST-TARGETS.
           WRITE REPORT-LINE FROM WS-LIST-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TARGET-COUNT
               IF NOT WS-TG-DELETED(WS-TG-IDX)
                   MOVE WS-TG-KEY-TYPE(WS-TG-IDX)  TO WS-LS-KEY-TYPE
                   MOVE WS-TG-KEY-VALUE(WS-TG-IDX) TO WS-LS-KEY-VALUE
                   MOVE WS-TG-APPL-NAME(WS-TG-IDX) TO WS-LS-APPL-NAME
                   MOVE WS-TG-TARGET(WS-TG-IDX)    TO WS-LS-TARGET
                   MOVE WS-TG-SVC-DAYS(WS-TG-IDX)  TO WS-LS-SVC-DAYS
                   MOVE WS-TG-START(WS-TG-IDX)     TO WS-LS-START
                   MOVE WS-TG-END(WS-TG-IDX)       TO WS-LS-END
                   MOVE WS-TG-CHG-DATE(WS-TG-IDX)  TO WS-LS-CHG-DATE
                   MOVE WS-TG-CHG-TIME(WS-TG-IDX)  TO WS-LS-CHG-TIME
                   WRITE REPORT-LINE FROM WS-LIST-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       7000-REWRITE-TARGETS.
      *>  SLATARG is rewritten whole each run, the way EMSTPMNT
      *>  carries TUNEPARM
           OPEN OUTPUT SLATARG-FILE
           IF WS-SLATARG-STATUS NOT = '00'
               DISPLAY 'EMSSLMNT: UNABLE TO OPEN SLATARG FOR '
                       'REWRITE - ' WS-SLATARG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'I'            TO TC-REQUEST
           MOVE 'SLATARG'      TO TC-FILE-ID
           MOVE 'EMSSLMNT'     TO TC-WRITER
           MOVE WS-CD-YYYYMMDD TO TC-CYCLE-DATE
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, SLA-TARGET-RECORD
           PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TARGET-COUNT
               IF NOT WS-TG-DELETED(WS-TG-IDX)
                   PERFORM 8400-BUILD-JOURNAL-IMAGE
                   MOVE JRN-TARGET-RECORD TO SLA-TARGET-RECORD
                   WRITE SLA-TARGET-RECORD
                   IF WS-SLATARG-STATUS NOT = '00'
                       DISPLAY 'EMSSLMNT: SLATARG WRITE FAILED - '
                               WS-SLATARG-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'A' TO TC-REQUEST
                   CALL 'EMSTRLCK' USING TRAILER-CONTROL,
                                         SLA-TARGET-RECORD
               END-IF
           END-PERFORM
           MOVE 'B' TO TC-REQUEST
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, SLA-TARGET-RECORD
           WRITE SLA-TARGET-RECORD
           IF WS-SLATARG-STATUS NOT = '00'
               DISPLAY 'EMSSLMNT: SLATARG TRAILER WRITE FAILED - '
                       WS-SLATARG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SLATARG-FILE.

       8000-WRITE-CONFIRM.
           MOVE SM-FUNCTION       TO WS-CF-FUNCTION
           MOVE SM-KEY-TYPE       TO WS-CF-KEY-TYPE
           MOVE SM-KEY-VALUE      TO WS-CF-KEY-VALUE
           MOVE SM-TARGET-PCT     TO WS-CF-TARGET
           MOVE SM-SVC-DAYS       TO WS-CF-SVC-DAYS
           MOVE SM-SVC-START-HHMM TO WS-CF-START
           MOVE SM-SVC-END-HHMM   TO WS-CF-END
           IF WS-ERROR-TEXT = SPACES
               EVALUATE TRUE
                   WHEN SM-ADD
                       MOVE 'ADDED' TO WS-CF-RESULT
                   WHEN SM-CHANGE
                       MOVE 'CHANGED' TO WS-CF-RESULT
                   WHEN SM-DELETE
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
      *>  the entry at WS-TG-IDX laid out as its SLATARG record, the
      *>  same layout 7000-REWRITE-TARGETS writes
           MOVE WS-TG-KEY-TYPE(WS-TG-IDX)  TO JS-KEY-TYPE
           MOVE WS-TG-KEY-VALUE(WS-TG-IDX) TO JS-KEY-VALUE
           MOVE WS-TG-APPL-NAME(WS-TG-IDX) TO JS-APPL-NAME
           MOVE WS-TG-TARGET(WS-TG-IDX)    TO JS-TARGET-PCT
           MOVE WS-TG-SVC-DAYS(WS-TG-IDX)  TO JS-SVC-DAYS
           MOVE WS-TG-START(WS-TG-IDX)     TO JS-SVC-START-HHMM
           MOVE WS-TG-END(WS-TG-IDX)       TO JS-SVC-END-HHMM
           MOVE WS-TG-CHG-DATE(WS-TG-IDX)  TO JS-CHANGED-DATE
           MOVE WS-TG-CHG-TIME(WS-TG-IDX)  TO JS-CHANGED-TIME.

       8500-WRITE-JOURNAL.
           MOVE SM-KEY-TYPE       TO WS-JK-KEY-TYPE
           MOVE SM-KEY-VALUE      TO WS-JK-KEY-VALUE
           MOVE 'EMSSLMNT'        TO MJ-PROGRAM
           MOVE 'SLATARG'         TO MJ-CONTROL-FILE
           MOVE SM-USER           TO MJ-USER
           MOVE WS-JRN-KEY        TO MJ-KEY
           MOVE 'P' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD.

       9000-TERMINATE.
           IF XREF-AVAILABLE
               CLOSE DESCXREF-FILE
           END-IF
           CLOSE TRAN-FILE
           CLOSE REPORT-FILE
           MOVE 'C' TO WS-JR-REQUEST
           CALL 'EMSJRNWT' USING WS-JR-REQUEST, MAINT-JOURNAL-RECORD
           DISPLAY 'EMSSLMNT: ADDED   - ' WS-ADD-COUNT
           DISPLAY 'EMSSLMNT: CHANGED - ' WS-CHANGE-COUNT
           DISPLAY 'EMSSLMNT: DELETED - ' WS-DELETE-COUNT
           DISPLAY 'EMSSLMNT: ERRORS  - ' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
