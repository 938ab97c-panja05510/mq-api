      *>****************************************************************
      *> PROGRAM:  EMSJRNWT
      *> PURPOSE:  Common writer behind the MAINTJRN maintenance
      *>           journal.  The control-file maintenance utilities -
      *>           EMSDESCM, EMSMWMNT, EMSCLMNT, EMSTPMNT, EMSCRMNT,
      *>           EMSREJRC and EMSALRTM's ack cards - used to leave
      *>           no trace of who changed what beyond a confirmation
      *>           line on that day's print report, which rolls off.
      *>           Each of them now hands every add, change, delete,
      *>           correction, release, ack and resolve it applies to
      *>           this subprogram as a MAINT-JOURNAL-RECORD
      *>           (maintJournalCopyBook) carrying the program, the
      *>           control file, the key, the before and after images
      *>           of the control record and the requesting user.
      *>
      *>           CALL 'EMSJRNWT' USING request, MAINT-JOURNAL-RECORD
      *>           with request 'P' to put one entry and 'C' to close
      *>           the journal at caller end-of-job, the same protocol
      *>           as EMSEVWRT.  The first put opens MAINTJRN in EXTEND
      *>           so the journal is one cumulative file across every
      *>           utility and every run; it is read back by EMSJRNRP.
      *>           The entry is stamped with the date and time of the
      *>           put here, so every utility stamps on the same clock,
      *>           and an entry with no requesting user is written as
      *>           UNKNOWN rather than blank so the gap shows up on the
      *>           journal report instead of hiding in it.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSJRNWT.
       AUTHOR. MQ-API-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO MAINTJRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 418 CHARACTERS.
       01  JOURNAL-RECORD          PIC X(418).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS       PIC XX VALUE SPACES.

       01  WS-OPEN-SW              PIC X VALUE 'N'.
           88  JOURNAL-OPEN               VALUE 'Y'.

       01  WS-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-DATE-AREA.
           05  WS-CD-YYYYMMDD      PIC 9(8).
           05  WS-CD-HHMMSS        PIC 9(6).
           05  FILLER              PIC X(7).

       LINKAGE SECTION.
       01  MJ-REQUEST              PIC X(1).
           88  MJ-REQ-PUT                 VALUE 'P'.
           88  MJ-REQ-CLOSE               VALUE 'C'.
       COPY "maintJournalCopyBook.cpy".

       PROCEDURE DIVISION USING MJ-REQUEST, MAINT-JOURNAL-RECORD.
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN MJ-REQ-PUT
                   IF NOT JOURNAL-OPEN
                       PERFORM 1000-OPEN-JOURNAL
                   END-IF
                   PERFORM 2000-PUT-ENTRY
               WHEN MJ-REQ-CLOSE
                   PERFORM 9000-CLOSE-JOURNAL
               WHEN OTHER
                   DISPLAY 'EMSJRNWT: UNKNOWN REQUEST CODE '
                           MJ-REQUEST ' - IGNORED'
           END-EVALUATE
           GOBACK.

       1000-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
      *>      first entry ever - the journal does not exist yet
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'EMSJRNWT: UNABLE TO OPEN MAINTJRN - '
                       WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-OPEN-SW.

       2000-PUT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           MOVE WS-CD-YYYYMMDD TO MJ-DATE
           MOVE WS-CD-HHMMSS   TO MJ-TIME
           IF MJ-USER = SPACES
               MOVE 'UNKNOWN' TO MJ-USER
           END-IF
      *>  an audit trail with holes in it is worse than none - a
      *>  failed write stops the run rather than carry on unrecorded
           WRITE JOURNAL-RECORD FROM MAINT-JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'EMSJRNWT: JOURNAL WRITE FAILED - '
                       WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT.

       9000-CLOSE-JOURNAL.
           IF JOURNAL-OPEN
               CLOSE JOURNAL-FILE
               MOVE 'N' TO WS-OPEN-SW
               DISPLAY 'EMSJRNWT: JOURNAL ENTRIES WRITTEN - '
                       WS-WRITTEN-COUNT
           END-IF.
