      *>****************************************************************
      *> PROGRAM:  EMSTRLCK
      *> PURPOSE:  Common control-trailer handler for the masters the
      *>           suite carries from cycle to cycle - SUSPSTAT,
      *>           ALRTMAST, REJPEND, RSTHIST, SNAPMAST, DESCXREF,
      *>           MAINTWIN, TUNEPARM, SLATARG and NAMERULE.  Each is
      *>           rewritten by one program and read back the next
      *>           night, and nothing used to tell a good generation
      *>           from one cut short by an abend mid-rewrite or
      *>           restored by mistake: a truncated SUSPSTAT once cost
      *>           every suspend its first-seen date and re-flagged the
      *>           whole estate.
      *>
      *>           Every one of these files now ends with a trailer
      *>           record: HIGH-VALUES over the front of the record
      *>           (so on the keyed files the trailer sorts last and no
      *>           key lookup ever finds it) with a MASTER-TRAILER-BODY
      *>           (masterTrailerCopyBook) in the last 20 bytes - the
      *>           data record count, a hash total over the records'
      *>           key fields, the writing program and its cycle date.
      *>           The hash is the sum over every key byte of its
      *>           character code times its position in the key, kept
      *>           modulo 1,000,000,000; it does not depend on the
      *>           order the records are read in, so a keyed file
      *>           verifies the same read in key order as it was
      *>           written.  Which bytes are the key fields for each
      *>           file is held here, in WS-LAYOUT-TABLE, and nowhere
      *>           else.
      *>
      *>           CALL 'EMSTRLCK' USING TRAILER-CONTROL, record-area
      *>           (trailerCtlCopyBook) with TC-FILE-ID naming the file
      *>           by its DD name and TC-REQUEST one of:
      *>             V  verify - reads the file allocated to that DD
      *>                end to end before the caller opens it and sets
      *>                TC-RESULT: OK, file absent, trailer missing,
      *>                count or hash wrong, or data after the trailer.
      *>                The totals found are left in the control block,
      *>                so an in-place updater carries on from them.
      *>             I  start fresh totals for a file about to be
      *>                written from the top;
      *>             A  add the record in record-area to the totals;
      *>             D  take it out again (a keyed delete);
      *>             B  build the trailer for the totals in
      *>                record-area, ready for the caller to write;
      *>             T  test whether record-area is a trailer;
      *>             S  stamp - verify, and if the file has no trailer
      *>                at all, append one for what is on it.  Used by
      *>                EMSTRLVF to bring a file under control once.
      *>           The callers end RETURN-CODE 20 on a failed verify -
      *>           a code nothing else in the suite uses - so a bad
      *>           generation stops the stream in a way operations can
      *>           tell apart from any other failure at a glance.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSTRLCK.
       AUTHOR. MQ-API-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPSTAT-FILE ASSIGN TO SUSPSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ALRTMAST-FILE ASSIGN TO ALRTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REJPEND-FILE ASSIGN TO REJPEND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RSTHIST-FILE ASSIGN TO RSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSTHIST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SNAPMAST-FILE ASSIGN TO SNAPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAPMAST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DESCXREF-FILE ASSIGN TO DESCXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DESCXREF-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT MAINTWIN-FILE ASSIGN TO MAINTWIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TUNEPARM-FILE ASSIGN TO TUNEPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SLATARG-FILE ASSIGN TO SLATARG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT NAMERULE-FILE ASSIGN TO NAMERULE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPSTAT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 24 CHARACTERS.
       01  SUSPSTAT-RECORD         PIC X(24).

       FD  ALRTMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 59 CHARACTERS.
       01  ALRTMAST-RECORD         PIC X(59).

       FD  REJPEND-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 164 CHARACTERS.
       01  REJPEND-RECORD          PIC X(164).

       FD  RSTHIST-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  RSTHIST-RECORD.
           05  RSTHIST-KEY         PIC X(16).
           05  FILLER              PIC X(33).

       FD  SNAPMAST-FILE
           RECORD CONTAINS 93 CHARACTERS.
       01  SNAPMAST-RECORD.
           05  SNAPMAST-KEY        PIC X(16).
           05  FILLER              PIC X(77).

       FD  DESCXREF-FILE
           RECORD CONTAINS 158 CHARACTERS.
       01  DESCXREF-RECORD.
           05  DESCXREF-KEY        PIC X(8).
           05  FILLER              PIC X(150).

       FD  MAINTWIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.
       01  MAINTWIN-RECORD         PIC X(26).

       FD  TUNEPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 45 CHARACTERS.
       01  TUNEPARM-RECORD         PIC X(45).

       FD  SLATARG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS.
       01  SLATARG-RECORD          PIC X(66).

       FD  NAMERULE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 74 CHARACTERS.
       01  NAMERULE-RECORD         PIC X(74).

       WORKING-STORAGE SECTION.
       COPY "masterTrailerCopyBook.cpy".

       01  WS-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  END-OF-FILE                VALUE 'Y'.
       01  WS-TRAILER-SW           PIC X VALUE 'N'.
           88  TRAILER-SEEN               VALUE 'Y'.
       01  WS-AFTER-SW             PIC X VALUE 'N'.
           88  DATA-AFTER-TRAILER         VALUE 'Y'.

      *>  per file: DD name, record length, up to two key fields as
      *>  offset and length, and S(equential) or I(ndexed)
       01  WS-LAYOUT-INIT.
           05  FILLER              PIC X(24) VALUE
               'SUSPSTAT024001008000000S'.
           05  FILLER              PIC X(24) VALUE
               'ALRTMAST059001012000000S'.
           05  FILLER              PIC X(24) VALUE
               'REJPEND 164009004029008S'.
           05  FILLER              PIC X(24) VALUE
               'RSTHIST 049001016000000I'.
           05  FILLER              PIC X(24) VALUE
               'SNAPMAST093001016000000I'.
           05  FILLER              PIC X(24) VALUE
               'DESCXREF158001008000000I'.
           05  FILLER              PIC X(24) VALUE
               'MAINTWIN026001013018009S'.
           05  FILLER              PIC X(24) VALUE
               'TUNEPARM045001016024008S'.
           05  FILLER              PIC X(24) VALUE
               'SLATARG 066001011000000S'.
           05  FILLER              PIC X(24) VALUE
               'NAMERULE074001021000000S'.
       01  WS-LAYOUT-TABLE REDEFINES WS-LAYOUT-INIT.
           05  WS-LY-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-LY-IDX.
               10  WS-LY-FILE-ID       PIC X(8).
               10  WS-LY-REC-LEN       PIC 9(3).
               10  WS-LY-KEY1-OFF      PIC 9(3).
               10  WS-LY-KEY1-LEN      PIC 9(3).
               10  WS-LY-KEY2-OFF      PIC 9(3).
               10  WS-LY-KEY2-LEN      PIC 9(3).
               10  WS-LY-ORG           PIC X(1).
                   88  WS-LY-INDEXED          VALUE 'I'.

       01  WS-LY-SUB               PIC 9(2) VALUE ZERO.
       01  WS-REC-LEN              PIC 9(3) VALUE ZERO.
       01  WS-BODY-POS             PIC 9(3) VALUE ZERO.
       01  WS-KEY-OFF              PIC 9(3) VALUE ZERO.
       01  WS-KEY-LEN              PIC 9(3) VALUE ZERO.
       01  WS-BYTE-SUB             PIC 9(3) VALUE ZERO.
       01  WS-RECORD-HASH          PIC 9(9) VALUE ZERO.
       01  WS-RECORD-AREA          PIC X(164) VALUE SPACES.

       LINKAGE SECTION.
       COPY "trailerCtlCopyBook.cpy".
       01  TC-RECORD-AREA          PIC X(164).

       PROCEDURE DIVISION USING TRAILER-CONTROL, TC-RECORD-AREA.
       0000-MAINLINE.
           PERFORM 1000-FIND-LAYOUT
           IF TC-UNKNOWN-FILE
               MOVE 'IS NOT A CONTROLLED MASTER' TO TC-RESULT-TEXT
               GOBACK
           END-IF
           MOVE '0' TO TC-RESULT
           MOVE SPACES TO TC-RESULT-TEXT
           EVALUATE TRUE
               WHEN TC-REQ-VERIFY
                   PERFORM 2000-VERIFY-FILE
               WHEN TC-REQ-INIT
                   MOVE ZERO TO TC-RECORD-COUNT TC-HASH-ACCUM
                                TC-HASH-TOTAL
               WHEN TC-REQ-ADD
                   MOVE TC-RECORD-AREA(1:WS-REC-LEN) TO WS-RECORD-AREA
                   PERFORM 8000-HASH-RECORD
                   ADD 1 TO TC-RECORD-COUNT
                   ADD WS-RECORD-HASH TO TC-HASH-ACCUM
               WHEN TC-REQ-REMOVE
                   MOVE TC-RECORD-AREA(1:WS-REC-LEN) TO WS-RECORD-AREA
                   PERFORM 8000-HASH-RECORD
                   SUBTRACT 1 FROM TC-RECORD-COUNT
                   SUBTRACT WS-RECORD-HASH FROM TC-HASH-ACCUM
               WHEN TC-REQ-BUILD
                   PERFORM 4000-BUILD-TRAILER
                   MOVE WS-RECORD-AREA(1:WS-REC-LEN)
                       TO TC-RECORD-AREA(1:WS-REC-LEN)
               WHEN TC-REQ-TEST
                   IF TC-RECORD-AREA(1:4) = HIGH-VALUES
                       MOVE 'T' TO TC-RESULT
                   ELSE
                       MOVE 'N' TO TC-RESULT
                   END-IF
               WHEN TC-REQ-STAMP
                   PERFORM 2000-VERIFY-FILE
                   IF TC-NO-TRAILER
                       PERFORM 3000-STAMP-FILE
                   END-IF
               WHEN OTHER
                   DISPLAY 'EMSTRLCK: UNKNOWN REQUEST CODE '
                           TC-REQUEST ' - IGNORED'
           END-EVALUATE
           GOBACK.

       1000-FIND-LAYOUT.
           SET WS-LY-IDX TO 1
           SEARCH WS-LY-ENTRY
               AT END
                   MOVE 'U' TO TC-RESULT
               WHEN WS-LY-FILE-ID(WS-LY-IDX) = TC-FILE-ID
                   SET WS-LY-SUB TO WS-LY-IDX
                   MOVE WS-LY-REC-LEN(WS-LY-IDX) TO WS-REC-LEN
                   COMPUTE WS-BODY-POS = WS-REC-LEN - 19
           END-SEARCH.

      *>****************************************************************
      *> Read the whole file, total it and check it against its trailer
      *>****************************************************************
       2000-VERIFY-FILE.
           MOVE ZERO TO TC-RECORD-COUNT TC-HASH-ACCUM TC-HASH-TOTAL
                        TC-TRL-COUNT TC-TRL-HASH TC-TRL-CYCLE-DATE
           MOVE SPACES TO TC-TRL-WRITER
           MOVE 'N' TO WS-TRAILER-SW
           MOVE 'N' TO WS-AFTER-SW
           MOVE 'N' TO WS-EOF-SW

           PERFORM 2100-OPEN-INPUT
           IF WS-FILE-STATUS = '35'
               MOVE 'F' TO TC-RESULT
               MOVE 'NOT FOUND' TO TC-RESULT-TEXT
           ELSE
               IF WS-FILE-STATUS NOT = '00'
                   MOVE 'O' TO TC-RESULT
                   STRING 'UNABLE TO OPEN - STATUS ' WS-FILE-STATUS
                          DELIMITED BY SIZE INTO TC-RESULT-TEXT
               ELSE
                   PERFORM 2200-READ-NEXT
                   PERFORM UNTIL END-OF-FILE
                       PERFORM 2300-TOTAL-RECORD
                       PERFORM 2200-READ-NEXT
                   END-PERFORM
                   PERFORM 2400-CLOSE-FILE
                   PERFORM 2500-SET-RESULT
               END-IF
           END-IF.

       2100-OPEN-INPUT.
           EVALUATE WS-LY-SUB
               WHEN 1  OPEN INPUT SUSPSTAT-FILE
               WHEN 2  OPEN INPUT ALRTMAST-FILE
               WHEN 3  OPEN INPUT REJPEND-FILE
               WHEN 4  OPEN INPUT RSTHIST-FILE
               WHEN 5  OPEN INPUT SNAPMAST-FILE
               WHEN 6  OPEN INPUT DESCXREF-FILE
               WHEN 7  OPEN INPUT MAINTWIN-FILE
               WHEN 8  OPEN INPUT TUNEPARM-FILE
               WHEN 9  OPEN INPUT SLATARG-FILE
               WHEN 10 OPEN INPUT NAMERULE-FILE
           END-EVALUATE.

       2200-READ-NEXT.
           EVALUATE WS-LY-SUB
               WHEN 1
                   READ SUSPSTAT-FILE INTO WS-RECORD-AREA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 2
                   READ ALRTMAST-FILE INTO WS-RECORD-AREA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 3
                   READ REJPEND-FILE INTO WS-RECORD-AREA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 4
                   READ RSTHIST-FILE NEXT RECORD INTO WS-RECORD-AREA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 5
                   READ SNAPMAST-FILE NEXT RECORD INTO WS-RECORD-AREA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 6
                   READ DESCXREF-FILE NEXT RECORD INTO WS-RECORD-AREA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 7
                   READ MAINTWIN-FILE INTO WS-RECORD-AREA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 8
                   READ TUNEPARM-FILE INTO WS-RECORD-AREA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 9
                   READ SLATARG-FILE INTO WS-RECORD-AREA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
               WHEN 10
                   READ NAMERULE-FILE INTO WS-RECORD-AREA
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
           END-EVALUATE
           IF NOT END-OF-FILE
              AND WS-FILE-STATUS NOT = '00'
              AND WS-FILE-STATUS NOT = '02'
               DISPLAY 'EMSTRLCK: ' TC-FILE-ID ' READ FAILED - '
                       WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2300-TOTAL-RECORD.
           IF WS-RECORD-AREA(1:4) = HIGH-VALUES
               IF TRAILER-SEEN
                   MOVE 'Y' TO WS-AFTER-SW
               END-IF
               MOVE 'Y' TO WS-TRAILER-SW
               MOVE WS-RECORD-AREA(WS-BODY-POS:20)
                   TO MASTER-TRAILER-BODY
               MOVE TR-RECORD-COUNT TO TC-TRL-COUNT
               MOVE TR-HASH-TOTAL   TO TC-TRL-HASH
               MOVE TR-WRITER       TO TC-TRL-WRITER
               MOVE TR-CYCLE-DATE   TO TC-TRL-CYCLE-DATE
           ELSE
      *>      a sequential master must end at its trailer - anything
      *>      after it was appended outside the writing program
               IF TRAILER-SEEN
                   MOVE 'Y' TO WS-AFTER-SW
               END-IF
               PERFORM 8000-HASH-RECORD
               ADD 1 TO TC-RECORD-COUNT
               ADD WS-RECORD-HASH TO TC-HASH-ACCUM
           END-IF.

       2400-CLOSE-FILE.
           EVALUATE WS-LY-SUB
               WHEN 1  CLOSE SUSPSTAT-FILE
               WHEN 2  CLOSE ALRTMAST-FILE
               WHEN 3  CLOSE REJPEND-FILE
               WHEN 4  CLOSE RSTHIST-FILE
               WHEN 5  CLOSE SNAPMAST-FILE
               WHEN 6  CLOSE DESCXREF-FILE
               WHEN 7  CLOSE MAINTWIN-FILE
               WHEN 8  CLOSE TUNEPARM-FILE
               WHEN 9  CLOSE SLATARG-FILE
               WHEN 10 CLOSE NAMERULE-FILE
           END-EVALUATE.

       2500-SET-RESULT.
           COMPUTE TC-HASH-TOTAL =
               FUNCTION MOD(TC-HASH-ACCUM, 1000000000)
           EVALUATE TRUE
               WHEN NOT TRAILER-SEEN
                   MOVE 'M' TO TC-RESULT
                   MOVE 'CONTROL TRAILER MISSING' TO TC-RESULT-TEXT
               WHEN DATA-AFTER-TRAILER
                   MOVE 'X' TO TC-RESULT
                   MOVE 'RECORDS FOUND AFTER CONTROL TRAILER'
                       TO TC-RESULT-TEXT
               WHEN TC-RECORD-COUNT NOT = TC-TRL-COUNT
                   MOVE 'C' TO TC-RESULT
                   MOVE 'RECORD COUNT DOES NOT MATCH TRAILER'
                       TO TC-RESULT-TEXT
               WHEN TC-HASH-TOTAL NOT = TC-TRL-HASH
                   MOVE 'H' TO TC-RESULT
                   MOVE 'KEY HASH TOTAL DOES NOT MATCH TRAILER'
                       TO TC-RESULT-TEXT
               WHEN OTHER
                   MOVE '0' TO TC-RESULT
                   MOVE 'CONTROL TRAILER VERIFIED' TO TC-RESULT-TEXT
           END-EVALUATE.

      *>****************************************************************
      *> Append a trailer to a file that has none, for what is on it
      *>****************************************************************
       3000-STAMP-FILE.
           PERFORM 4000-BUILD-TRAILER
           IF WS-LY-INDEXED(WS-LY-SUB)
               EVALUATE WS-LY-SUB
                   WHEN 4  OPEN I-O RSTHIST-FILE
                   WHEN 5  OPEN I-O SNAPMAST-FILE
                   WHEN 6  OPEN I-O DESCXREF-FILE
               END-EVALUATE
           ELSE
               EVALUATE WS-LY-SUB
                   WHEN 1  OPEN EXTEND SUSPSTAT-FILE
                   WHEN 2  OPEN EXTEND ALRTMAST-FILE
                   WHEN 3  OPEN EXTEND REJPEND-FILE
                   WHEN 7  OPEN EXTEND MAINTWIN-FILE
                   WHEN 8  OPEN EXTEND TUNEPARM-FILE
                   WHEN 9  OPEN EXTEND SLATARG-FILE
                   WHEN 10 OPEN EXTEND NAMERULE-FILE
               END-EVALUATE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               MOVE 'O' TO TC-RESULT
               STRING 'UNABLE TO OPEN FOR STAMP - STATUS '
                      WS-FILE-STATUS
                      DELIMITED BY SIZE INTO TC-RESULT-TEXT
           ELSE
               EVALUATE WS-LY-SUB
                   WHEN 1  WRITE SUSPSTAT-RECORD FROM WS-RECORD-AREA
                   WHEN 2  WRITE ALRTMAST-RECORD FROM WS-RECORD-AREA
                   WHEN 3  WRITE REJPEND-RECORD  FROM WS-RECORD-AREA
                   WHEN 4  WRITE RSTHIST-RECORD  FROM WS-RECORD-AREA
                   WHEN 5  WRITE SNAPMAST-RECORD FROM WS-RECORD-AREA
                   WHEN 6  WRITE DESCXREF-RECORD FROM WS-RECORD-AREA
                   WHEN 7  WRITE MAINTWIN-RECORD FROM WS-RECORD-AREA
                   WHEN 8  WRITE TUNEPARM-RECORD FROM WS-RECORD-AREA
                   WHEN 9  WRITE SLATARG-RECORD  FROM WS-RECORD-AREA
                   WHEN 10 WRITE NAMERULE-RECORD FROM WS-RECORD-AREA
               END-EVALUATE
               IF WS-FILE-STATUS NOT = '00'
                   MOVE 'O' TO TC-RESULT
                   STRING 'TRAILER WRITE FAILED - STATUS '
                          WS-FILE-STATUS
                          DELIMITED BY SIZE INTO TC-RESULT-TEXT
               ELSE
                   MOVE '0' TO TC-RESULT
                   MOVE 'CONTROL TRAILER STAMPED' TO TC-RESULT-TEXT
                   MOVE TC-RECORD-COUNT TO TC-TRL-COUNT
                   MOVE TC-HASH-TOTAL   TO TC-TRL-HASH
                   MOVE TC-WRITER       TO TC-TRL-WRITER
                   MOVE TC-CYCLE-DATE   TO TC-TRL-CYCLE-DATE
               END-IF
               PERFORM 2400-CLOSE-FILE
           END-IF.

      *>  the trailer for the current totals, in WS-RECORD-AREA
       4000-BUILD-TRAILER.
           COMPUTE TC-HASH-TOTAL =
               FUNCTION MOD(TC-HASH-ACCUM, 1000000000)
           MOVE TC-RECORD-COUNT TO TR-RECORD-COUNT
           MOVE TC-HASH-TOTAL   TO TR-HASH-TOTAL
           MOVE TC-WRITER       TO TR-WRITER
           MOVE TC-CYCLE-DATE   TO TR-CYCLE-DATE
           MOVE HIGH-VALUES TO WS-RECORD-AREA
           MOVE MASTER-TRAILER-BODY TO WS-RECORD-AREA(WS-BODY-POS:20).

      *>  key hash of WS-RECORD-AREA for the file's key fields
       8000-HASH-RECORD.
           MOVE ZERO TO WS-RECORD-HASH
           MOVE WS-LY-KEY1-OFF(WS-LY-SUB) TO WS-KEY-OFF
           MOVE WS-LY-KEY1-LEN(WS-LY-SUB) TO WS-KEY-LEN
           PERFORM 8100-HASH-KEY-FIELD
           IF WS-LY-KEY2-LEN(WS-LY-SUB) > 0
               MOVE WS-LY-KEY2-OFF(WS-LY-SUB) TO WS-KEY-OFF
               MOVE WS-LY-KEY2-LEN(WS-LY-SUB) TO WS-KEY-LEN
               PERFORM 8100-HASH-KEY-FIELD
           END-IF.

       8100-HASH-KEY-FIELD.
           PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                   UNTIL WS-BYTE-SUB > WS-KEY-LEN
               COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
                   + FUNCTION ORD
                       (WS-RECORD-AREA(WS-KEY-OFF + WS-BYTE-SUB - 1:1))
                   * WS-BYTE-SUB
           END-PERFORM.
