      *  sequence of a HELLO run.  It reads the header and trailer
      *  control figures of every sequence group out of CTROUT, picks
      *  up the run's final return code from the job stream, and
      *  writes them to the CTRHIST run-history master, keyed on run
      *  date plus run ID, so the control totals survive the nightly
      *  overwrite of CTROUT.  A run date/run ID pair already
      *  present in history is refused, which catches an accidental
      *  same-day double run before it pollutes the trend report.
      *
      *  Maintenance history:
      *    2026-08-22  Original program.
      *                group per scheduled sequence: a history record
      *                is posted per sequence and the double-run check
      *                matches on run date plus run ID.
      *    2026-10-15  CTRHIST is now indexed on run date plus run
      *                ID: the double-run check reads each pair by
      *                key instead of reading the whole history, and
      *                each group is written under its key, a
      *                duplicate key being refused as a double run.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
                   FILE STATUS IS CTR-IN-STATUS.

           SELECT OPTIONAL CTR-HIST-FILE ASSIGN TO "CTRHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-HIST-KEY
                   ALTERNATE RECORD KEY IS CTR-HIST-RUN-ID
                       WITH DUPLICATES
                   FILE STATUS IS CTR-HIST-STATUS.

      ******************************************************************
           PERFORM 4000-POST-HISTORY THRU 4000-EXIT
                   VARYING CTR-WS-GROUP-SUB FROM 1 BY 1
                   UNTIL CTR-WS-GROUP-SUB > CTR-WS-GROUP-COUNT.
           CLOSE CTR-HIST-FILE.
           DISPLAY "HELLOHST: " CTR-WS-POSTED-COUNT
                   " SEQUENCE(S) POSTED TO HISTORY, "
                   CTR-WS-REFUSED-COUNT " REFUSED - RC "
      ******************************************************************
      *  3000-CHECK-DUPLICATES
      *
      *  Looks each of tonight's run date/run ID pairs up on the
      *  history by key.  A hit marks that group as already posted,
      *  almost always an accidental same-day double run, and its
      *  post is refused.  A dangling header with no trailer is
      *  dropped from the table here so it is never posted.  History
      *  is opened I-O and stays open for the posts that follow; the
      *  file is OPTIONAL, so a history that does not exist yet
      *  (status 05) is created empty and simply finds no pair.
      ******************************************************************
       3000-CHECK-DUPLICATES.
           IF CTR-HEADER-SEEN
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O CTR-HIST-FILE.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 3100-READ-HISTORY THRU 3100-EXIT
                   VARYING CTR-WS-GROUP-SUB FROM 1 BY 1
                   UNTIL CTR-WS-GROUP-SUB > CTR-WS-GROUP-COUNT.
       3000-EXIT.
           EXIT.

      *  3100-READ-HISTORY
      ******************************************************************
       3100-READ-HISTORY.
           MOVE CTR-WS-GRP-RUN-DATE(CTR-WS-GROUP-SUB)
                   TO CTR-HIST-RUN-DATE.
           MOVE CTR-WS-GRP-RUN-ID(CTR-WS-GROUP-SUB)
                   TO CTR-HIST-RUN-ID.
           READ CTR-HIST-FILE
               KEY IS CTR-HIST-KEY
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ.
           IF CTR-HIST-STATUS NOT = "00"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE "Y" TO CTR-WS-GRP-DUP-FLAG(CTR-WS-GROUP-SUB).
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  4000-POST-HISTORY
      *
      *  Writes one group's control figures to the history master
      *  under its run date/run ID key, unless that pair was already
      *  posted.  A duplicate key on the write itself (status 22) is
      *  the same double run arriving between the check and the
      *  post, and is refused the same way.
      ******************************************************************
       4000-POST-HISTORY.
           IF CTR-GRP-ALREADY-POSTED(CTR-WS-GROUP-SUB)
               PERFORM 4100-REFUSE-POST THRU 4100-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO CTR-HIST-RECORD.
           MOVE CTR-WS-GRP-RUN-DATE(CTR-WS-GROUP-SUB)
                   TO CTR-HIST-RUN-DATE.
           MOVE CTR-WS-RUN-RC          TO CTR-HIST-RETURN-CODE.
           MOVE CTR-WS-SYS-DATE        TO CTR-HIST-POSTED-DATE.
           MOVE CTR-WS-TIME-HHMMSS     TO CTR-HIST-POSTED-TIME.
           WRITE CTR-HIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF CTR-HIST-STATUS = "22"
               PERFORM 4100-REFUSE-POST THRU 4100-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF CTR-HIST-STATUS NOT = "00"
               MOVE "WRITE"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-POSTED-COUNT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4100-REFUSE-POST
      ******************************************************************
       4100-REFUSE-POST.
           DISPLAY "HELLOHST: RUN DATE "
                   CTR-WS-GRP-RUN-DATE(CTR-WS-GROUP-SUB)
                   " RUN ID "
                   CTR-WS-GRP-RUN-ID(CTR-WS-GROUP-SUB)
                   " ALREADY POSTED TO HISTORY - POSSIBLE "
                   "DOUBLE RUN - NOT POSTED".
           ADD 1 TO CTR-WS-REFUSED-COUNT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  9900-FILE-ERROR
      *
