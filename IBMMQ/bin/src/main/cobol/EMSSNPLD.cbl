      *>           rather than duplicating them.  After the load every
      *>           record older than WS-RETAIN-DAYS is deleted, the
      *>           same rolling retention EMSHSTLD keeps for RSTHIST.
      *>
      *>           SNAPMAST carries a control trailer (EMSTRLCK) under a
      *>           HIGH-VALUES key.  It is verified before the master is
      *>           opened - a damaged master ends the run with
      *>           RETURN-CODE 20 before anything is loaded - and the
      *>           verified totals are carried through the cycle's adds
      *>           and purges and written back as the new trailer.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSSNPLD.
       01  WS-REPLACED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-PURGED-COUNT         PIC 9(7) VALUE ZERO.

       COPY "trailerCtlCopyBook.cpy".

       01  WS-CURRENT-DATE-AREA.
           05  WS-CD-YYYYMMDD      PIC 9(8).
           05  FILLER              PIC X(13).
           PERFORM 2000-LOAD-CYCLE
                   UNTIL WS-VALID-STATUS = '10'
           PERFORM 5000-PURGE-EXPIRED
           PERFORM 6000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
      *>  the totals the verify leaves behind are the starting point
      *>  for this cycle's trailer - zero when the master is new
           MOVE 'V'        TO TC-REQUEST
           MOVE 'SNAPMAST' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, REGION-SNAP-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSSNPLD: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SNAPMAST-FILE
           IF WS-SNAPMAST-STATUS = '35'
               CLOSE SNAPMAST-FILE
           EVALUATE WS-SNAPMAST-STATUS
               WHEN '00'
                   ADD 1 TO WS-LOADED-COUNT
                   MOVE 'A' TO TC-REQUEST
                   CALL 'EMSTRLCK' USING TRAILER-CONTROL,
                                         REGION-SNAP-RECORD
               WHEN '22'
      *>          rerun of the same cycle - replace that day's record
                   REWRITE REGION-SNAP-RECORD
                   AT END
                       MOVE '10' TO WS-SNAPMAST-STATUS
                   NOT AT END
                       IF REGION-SNAP-RECORD(1:4) = HIGH-VALUES
      *>                  the control trailer - last on the key
                           MOVE '10' TO WS-SNAPMAST-STATUS
                       ELSE
                           IF SN-CYCLE-DATE < WS-PURGE-DATE
                               MOVE 'D' TO TC-REQUEST
                               CALL 'EMSTRLCK' USING TRAILER-CONTROL,
                                                     REGION-SNAP-RECORD
                               DELETE SNAPMAST-FILE
                               IF WS-SNAPMAST-STATUS = '00'
                                   ADD 1 TO WS-PURGED-COUNT
                               ELSE
                                   DISPLAY 'EMSSNPLD: PURGE FAILED - '
                                           WS-SNAPMAST-STATUS
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO WS-SNAPMAST-STATUS.

       6000-WRITE-TRAILER.
           MOVE 'EMSSNPLD'    TO TC-WRITER
           MOVE WS-CYCLE-DATE TO TC-CYCLE-DATE
           MOVE 'B' TO TC-REQUEST
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, REGION-SNAP-RECORD
           WRITE REGION-SNAP-RECORD
           IF WS-SNAPMAST-STATUS = '22'
               REWRITE REGION-SNAP-RECORD
           END-IF
           IF WS-SNAPMAST-STATUS NOT = '00'
               DISPLAY 'EMSSNPLD: TRAILER WRITE FAILED - '
                       WS-SNAPMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-TERMINATE.
           CLOSE VALID-FILE
           CLOSE SNAPMAST-FILE
