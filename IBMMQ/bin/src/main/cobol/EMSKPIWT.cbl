      *>****************************************************************
      *> PROGRAM:  EMSKPIWT
      *> PURPOSE:  Common writer behind the KPICAPT capture file that
      *>           feeds the month-end KPI step EMSKPIMN.  Several of
      *>           the monthly service-review measures only exist for
      *>           a moment in the nightly stream: EMSALRTM drops a
      *>           RESOLVED alert at rewrite, EMSSUSPD drops a suspend
      *>           the cycle the region returns to ACTIVE, and
      *>           EMSVALID recreates EMASREJT every cycle.  Each of
      *>           them hands the fact to this subprogram as a
      *>           KPI-CAPTURE-RECORD (kpiCaptureCopyBook) at the
      *>           moment it happens - an alert's first ack, an alert
      *>           resolved with its first-seen and ack dates, a
      *>           suspend cleared with its suspend date, an extract
      *>           record rejected - so the timings survive to month
      *>           end.
      *>
      *>           CALL 'EMSKPIWT' USING request, KPI-CAPTURE-RECORD
      *>           with request 'P' to put one record and 'C' to close
      *>           the file at caller end-of-job, the same protocol as
      *>           EMSEVWRT and EMSJRNWT.  The first put opens KPICAPT
      *>           in EXTEND so the file is one cumulative capture
      *>           across every program and every cycle; EMSKPIMN
      *>           selects the month it reports on by date.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSKPIWT.
       AUTHOR. MQ-API-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTURE-FILE ASSIGN TO KPICAPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
       01  CAPTURE-RECORD          PIC X(54).

       WORKING-STORAGE SECTION.
       01  WS-CAPTURE-STATUS       PIC XX VALUE SPACES.

       01  WS-OPEN-SW              PIC X VALUE 'N'.
           88  CAPTURE-OPEN               VALUE 'Y'.

       01  WS-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.

       LINKAGE SECTION.
       01  KC-REQUEST              PIC X(1).
           88  KC-REQ-PUT                 VALUE 'P'.
           88  KC-REQ-CLOSE               VALUE 'C'.
       COPY "kpiCaptureCopyBook.cpy".

       PROCEDURE DIVISION USING KC-REQUEST, KPI-CAPTURE-RECORD.
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN KC-REQ-PUT
                   IF NOT CAPTURE-OPEN
                       PERFORM 1000-OPEN-CAPTURE
                   END-IF
                   PERFORM 2000-PUT-RECORD
               WHEN KC-REQ-CLOSE
                   PERFORM 9000-CLOSE-CAPTURE
               WHEN OTHER
                   DISPLAY 'EMSKPIWT: UNKNOWN REQUEST CODE '
                           KC-REQUEST ' - IGNORED'
           END-EVALUATE
           GOBACK.

       1000-OPEN-CAPTURE.
           OPEN EXTEND CAPTURE-FILE
           IF WS-CAPTURE-STATUS = '35'
      *>      first capture ever - the file does not exist yet
               OPEN OUTPUT CAPTURE-FILE
           END-IF
           IF WS-CAPTURE-STATUS NOT = '00'
               DISPLAY 'EMSKPIWT: UNABLE TO OPEN KPICAPT - '
                       WS-CAPTURE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-OPEN-SW.

       2000-PUT-RECORD.
           WRITE CAPTURE-RECORD FROM KPI-CAPTURE-RECORD
           IF WS-CAPTURE-STATUS NOT = '00'
               DISPLAY 'EMSKPIWT: CAPTURE WRITE FAILED - '
                       WS-CAPTURE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT.

       9000-CLOSE-CAPTURE.
           IF CAPTURE-OPEN
               CLOSE CAPTURE-FILE
               MOVE 'N' TO WS-OPEN-SW
               DISPLAY 'EMSKPIWT: KPI CAPTURE RECORDS WRITTEN - '
                       WS-WRITTEN-COUNT
           END-IF.
