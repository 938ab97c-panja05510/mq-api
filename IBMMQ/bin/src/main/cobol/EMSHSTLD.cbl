      *>           disappearing permanently.  EMSHSTQY answers
      *>           between-dates queries from the archive the way
      *>           EMSFLAPR answers them for the live window.
      *>
      *>           RSTHIST carries a control trailer (EMSTRLCK) under a
      *>           HIGH-VALUES key.  It is verified before the master is
      *>           opened - a damaged master ends the run with
      *>           RETURN-CODE 20 before anything is loaded - and the
      *>           verified totals are carried through the cycle's adds
      *>           and purges and written back as the new trailer.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSHSTLD.
       01  WS-PURGED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-ARCHIVED-COUNT       PIC 9(7) VALUE ZERO.

       COPY "trailerCtlCopyBook.cpy".

       01  WS-CURRENT-DATE-AREA.
           05  WS-CD-YYYYMMDD      PIC 9(8).
           05  FILLER              PIC X(13).
           PERFORM 2000-LOAD-CYCLE
                   UNTIL WS-NORM-STATUS = '10'
           PERFORM 5000-PURGE-EXPIRED
           PERFORM 6000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
      *>  the totals the verify leaves behind are the starting point
      *>  for this cycle's trailer - zero when the master is new
           MOVE 'V'       TO TC-REQUEST
           MOVE 'RSTHIST' TO TC-FILE-ID
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, REST-HIST-RECORD
           IF NOT TC-OK AND NOT TC-FILE-ABSENT
               DISPLAY 'EMSHSTLD: ' TC-FILE-ID ' ' TC-RESULT-TEXT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O RSTHIST-FILE
           IF WS-RSTHIST-STATUS = '35'
               CLOSE RSTHIST-FILE
           EVALUATE WS-RSTHIST-STATUS
               WHEN '00'
                   ADD 1 TO WS-LOADED-COUNT
                   MOVE 'A' TO TC-REQUEST
                   CALL 'EMSTRLCK' USING TRAILER-CONTROL,
                                         REST-HIST-RECORD
               WHEN '22'
      *>          rerun of the same cycle - replace that day's record
                   REWRITE REST-HIST-RECORD
                   AT END
                       MOVE '10' TO WS-RSTHIST-STATUS
                   NOT AT END
                       IF REST-HIST-RECORD(1:4) = HIGH-VALUES
      *>                  the control trailer - last on the key
                           MOVE '10' TO WS-RSTHIST-STATUS
                       ELSE
                           IF RH-CYCLE-DATE < WS-PURGE-DATE
      *>                      the purge scan runs in RH-KEY order, so the
      *>                      archive lands in key order too and archive
      *>                      generations concatenate cleanly
                               PERFORM 5100-ARCHIVE-RECORD
                               MOVE 'D' TO TC-REQUEST
                               CALL 'EMSTRLCK' USING TRAILER-CONTROL,
                                                     REST-HIST-RECORD
                               DELETE RSTHIST-FILE
                               IF WS-RSTHIST-STATUS = '00'
                                   ADD 1 TO WS-PURGED-COUNT
                               ELSE
                                   DISPLAY 'EMSHSTLD: PURGE FAILED - '
                                           WS-RSTHIST-STATUS
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF
           MOVE 'Y' TO WS-ARCHIVE-OPEN-SW.

       6000-WRITE-TRAILER.
           MOVE 'EMSHSTLD'    TO TC-WRITER
           MOVE WS-CYCLE-DATE TO TC-CYCLE-DATE
           MOVE 'B' TO TC-REQUEST
           CALL 'EMSTRLCK' USING TRAILER-CONTROL, REST-HIST-RECORD
           WRITE REST-HIST-RECORD
           IF WS-RSTHIST-STATUS = '22'
               REWRITE REST-HIST-RECORD
           END-IF
           IF WS-RSTHIST-STATUS NOT = '00'
               DISPLAY 'EMSHSTLD: TRAILER WRITE FAILED - '
                       WS-RSTHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-TERMINATE.
           CLOSE NORM-FILE
           CLOSE RSTHIST-FILE
