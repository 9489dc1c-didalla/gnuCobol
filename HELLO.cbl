      *               either direction.  A restart resumes a
      *               descending sequence downward from the last
      *               checkpointed value.
      *   2026-10-15  CTRHIST is now indexed on run date plus run ID:
      *               the history overlap check starts at the cutoff
      *               date and reads only the window, instead of
      *               reading the whole history for every schedule
      *               record.
      *   2026-10-15  A schedule (or CTRPARM) range outside its run
      *               ID's block on the CTRALOTM allotment master now
      *               aborts the load (CTR0028), so a run ID cannot
      *               be issued values the business never gave it.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
                   FILE STATUS IS CTR-AUDIT-STATUS.

           SELECT OPTIONAL CTR-HIST-FILE ASSIGN TO "CTRHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-HIST-KEY
                   ALTERNATE RECORD KEY IS CTR-HIST-RUN-ID
                       WITH DUPLICATES
                   FILE STATUS IS CTR-HIST-STATUS.

           SELECT OPTIONAL CTR-ALOT-FILE ASSIGN TO "CTRALOTM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-ALOT-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FD  CTR-HIST-FILE.
       COPY CTRHIST.

       FD  CTR-ALOT-FILE.
       COPY CTRALOT.

       WORKING-STORAGE             SECTION.
       01  COUNTER PIC 9(9).
       01  COUNTER-A PIC Z(8)9.
       01  CTR-WS-CONFLICT-ID          PIC X(08) VALUE SPACES.
       01  CTR-WS-CONFLICT-START       PIC 9(09) VALUE ZERO.
       01  CTR-WS-CONFLICT-END         PIC 9(09) VALUE ZERO.
       01  CTR-ALOT-STATUS             PIC X(02).
       01  CTR-WS-ALOT-EOF-SWITCH      PIC X(01) VALUE "N".
           88  CTR-ALOT-EOF                VALUE "Y".
       01  CTR-WS-ALOT-OUTSIDE-SWITCH  PIC X(01) VALUE "N".
           88  CTR-OUTSIDE-ALLOTMENT       VALUE "Y".
       01  CTR-WS-ALOT-RUN-ID          PIC X(08) VALUE SPACES.
       01  CTR-WS-ALOT-LOW             PIC 9(09) VALUE ZERO.
       01  CTR-WS-ALOT-HIGH            PIC 9(09) VALUE ZERO.
       01  CTR-WS-ALOT-COUNT           PIC 9(03) VALUE ZERO.
       01  CTR-WS-ALOT-SUB             PIC 9(03) VALUE ZERO.
       01  CTR-WS-ALOT-TABLE.
           05  CTR-WS-ALOT-ENTRY OCCURS 500 TIMES.
               10  CTR-WS-ALOT-TBL-RUN-ID  PIC X(08).
               10  CTR-WS-ALOT-TBL-LOW     PIC 9(09).
               10  CTR-WS-ALOT-TBL-HIGH    PIC 9(09).
       01  CTR-WS-OVL-TEXT             PIC X(03) VALUE SPACES.
       01  CTR-WS-OVL-SUB              PIC 9(01) VALUE ZERO.
       01  CTR-WS-OVL-DIGIT            PIC 9(01) VALUE ZERO.
       MAIN-RTN.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           PERFORM 9400-SET-OVERLAP-WINDOW THRU 9400-EXIT.
           PERFORM 9300-LOAD-ALLOTMENTS THRU 9300-EXIT.
           PERFORM 1000-LOAD-SCHEDULE THRU 1000-EXIT.
           MOVE SPACES TO CTR-WS-PARM-IMAGE.
           MOVE CTR-WS-SEQ-RUN-DATE(1)  TO CTR-WS-PI-RUN-DATE.
               CLOSE CTR-SCHD-FILE
               STOP RUN
           END-IF.
           MOVE CTR-SCH-RUN-ID TO CTR-WS-ALOT-RUN-ID.
           PERFORM 1060-CHECK-ALLOTMENT THRU 1060-EXIT.
           IF CTR-OUTSIDE-ALLOTMENT
               DISPLAY "HELLO: CTRSCHD RANGE FOR RUN ID "
                       CTR-SCH-RUN-ID " IS OUTSIDE ITS ALLOTMENT "
                       CTR-WS-ALOT-LOW " TO " CTR-WS-ALOT-HIGH
                       " - JOB ABORTED"
               MOVE "CTR0028" TO CTR-WS-ALERT-MSG-ID
               MOVE SPACES TO CTR-WS-ALERT-DETAIL
               STRING "RUN ID "           DELIMITED BY SIZE
                       CTR-SCH-RUN-ID     DELIMITED BY SIZE
                       " OUTSIDE "        DELIMITED BY SIZE
                       CTR-WS-ALOT-LOW    DELIMITED BY SIZE
                       "-"                DELIMITED BY SIZE
                       CTR-WS-ALOT-HIGH   DELIMITED BY SIZE
                       INTO CTR-WS-ALERT-DETAIL
               PERFORM 9800-WRITE-ALERT THRU 9800-EXIT
               MOVE 16 TO RETURN-CODE
               CLOSE CTR-SCHD-FILE
               STOP RUN
           END-IF.
           ADD 1 TO CTR-WS-SEQ-COUNT.
           MOVE CTR-SCH-RUN-ID         TO
                   CTR-WS-SEQ-RUN-ID(CTR-WS-SEQ-COUNT).
      ******************************************************************
      *  1030-CHECK-HIST-OVERLAP
      *
      *  Reads the CTRHIST run history for any range issued on or
      *  after the cutoff date that overlaps the schedule record's
      *  range - the same check HELLOMNT and HELLOSCH apply at
      *  keying time, applied here so a hand-edited CTRSCHD record
      *  cannot ship a duplicated range unattended.  History is
      *  keyed on run date plus run ID, so the read starts at the
      *  cutoff date and only the window is read, however far back
      *  history goes.  A history record carrying this run ID and
      *  run date is this same night being rerun, not a conflict,
      *  and is passed over.  A history that does not exist yet, or
      *  holds nothing on or after the cutoff, finds no overlap.
      ******************************************************************
       1030-CHECK-HIST-OVERLAP.
           MOVE "N" TO CTR-WS-OVERLAP-SWITCH.
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-STATUS = "05"
               MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
           ELSE
               MOVE CTR-WS-CUTOFF-DATE TO CTR-HIST-RUN-DATE
               MOVE LOW-VALUES         TO CTR-HIST-RUN-ID
               START CTR-HIST-FILE
                   KEY IS NOT LESS THAN CTR-HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
               END-START
               IF CTR-HIST-STATUS NOT = "00"
                       AND CTR-HIST-STATUS NOT = "23"
                   MOVE "START"   TO CTR-WS-ERROR-OPERATION
                   MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
                   MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
                   PERFORM 9900-FILE-ERROR THRU 9900-EXIT
               END-IF
           END-IF.
           PERFORM 1040-READ-HISTORY THRU 1040-EXIT
                   UNTIL CTR-HIST-EOF OR CTR-OVERLAP-FOUND.
           CLOSE CTR-HIST-FILE.
      *  1040-READ-HISTORY
      ******************************************************************
       1040-READ-HISTORY.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
                   GO TO 1040-EXIT
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-RUN-ID = CTR-SCH-RUN-ID
                   AND CTR-HIST-RUN-DATE = CTR-SCH-RUN-DATE
               GO TO 1040-EXIT
               CLOSE CTR-PARM-FILE
               STOP RUN
           END-IF.
           IF CTR-PARM-DIR-DESCENDING
               MOVE CTR-PARM-END-VALUE   TO CTR-WS-KEY-LOW
               MOVE CTR-PARM-START-VALUE TO CTR-WS-KEY-HIGH
           ELSE
               MOVE CTR-PARM-START-VALUE TO CTR-WS-KEY-LOW
               MOVE CTR-PARM-END-VALUE   TO CTR-WS-KEY-HIGH
           END-IF.
           MOVE "DEFAULT" TO CTR-WS-ALOT-RUN-ID.
           PERFORM 1060-CHECK-ALLOTMENT THRU 1060-EXIT.
           IF CTR-OUTSIDE-ALLOTMENT
               DISPLAY "HELLO: CTRPARM RANGE IS OUTSIDE THE DEFAULT "
                       "ALLOTMENT " CTR-WS-ALOT-LOW " TO "
                       CTR-WS-ALOT-HIGH " - JOB ABORTED"
               MOVE "CTR0028" TO CTR-WS-ALERT-MSG-ID
               MOVE SPACES TO CTR-WS-ALERT-DETAIL
               STRING "RUN ID DEFAULT OUTSIDE " DELIMITED BY SIZE
                       CTR-WS-ALOT-LOW    DELIMITED BY SIZE
                       "-"                DELIMITED BY SIZE
                       CTR-WS-ALOT-HIGH   DELIMITED BY SIZE
                       INTO CTR-WS-ALERT-DETAIL
               PERFORM 9800-WRITE-ALERT THRU 9800-EXIT
               MOVE 16 TO RETURN-CODE
               CLOSE CTR-PARM-FILE
               STOP RUN
           END-IF.
           MOVE 1 TO CTR-WS-SEQ-COUNT.
           MOVE "DEFAULT"               TO CTR-WS-SEQ-RUN-ID(1).
           MOVE CTR-PARM-RUN-DATE       TO CTR-WS-SEQ-RUN-DATE(1).
       1050-EXIT.
           EXIT.

      ******************************************************************
      *  1060-CHECK-ALLOTMENT
      *
      *  Holds the range in CTR-WS-KEY-LOW/HIGH against the CTRALOTM
      *  block for the run ID in CTR-WS-ALOT-RUN-ID.  Every value the
      *  range can issue must lie inside the block; a run ID with no
      *  allotment is not restricted.
      ******************************************************************
       1060-CHECK-ALLOTMENT.
           MOVE "N" TO CTR-WS-ALOT-OUTSIDE-SWITCH.
           MOVE ZERO TO CTR-WS-ALOT-SUB.
           PERFORM 1070-MATCH-ALLOTMENT THRU 1070-EXIT
                   VARYING CTR-WS-SEQ-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-SEQ-SCAN > CTR-WS-ALOT-COUNT
                       OR CTR-WS-ALOT-SUB > ZERO.
           IF CTR-WS-ALOT-SUB = ZERO
               GO TO 1060-EXIT
           END-IF.
           MOVE CTR-WS-ALOT-TBL-LOW(CTR-WS-ALOT-SUB)
                   TO CTR-WS-ALOT-LOW.
           MOVE CTR-WS-ALOT-TBL-HIGH(CTR-WS-ALOT-SUB)
                   TO CTR-WS-ALOT-HIGH.
           IF CTR-WS-KEY-LOW < CTR-WS-ALOT-LOW
                   OR CTR-WS-KEY-HIGH > CTR-WS-ALOT-HIGH
               MOVE "Y" TO CTR-WS-ALOT-OUTSIDE-SWITCH
           END-IF.
       1060-EXIT.
           EXIT.

      ******************************************************************
      *  1070-MATCH-ALLOTMENT
      ******************************************************************
       1070-MATCH-ALLOTMENT.
           IF CTR-WS-ALOT-TBL-RUN-ID(CTR-WS-SEQ-SCAN)
                   = CTR-WS-ALOT-RUN-ID
               MOVE CTR-WS-SEQ-SCAN TO CTR-WS-ALOT-SUB
           END-IF.
       1070-EXIT.
           EXIT.

      ******************************************************************
      *  1100-CHECK-RESTART
      *
       9000-EXIT.
           EXIT.

      ******************************************************************
      *  9300-LOAD-ALLOTMENTS
      *
      *  Loads the CTRALOTM allotment master into its table.  No
      *  master means no run ID is restricted.  More run IDs than
      *  the table holds aborts the run rather than leave some
      *  blocks unenforced.
      ******************************************************************
       9300-LOAD-ALLOTMENTS.
           OPEN INPUT CTR-ALOT-FILE.
           IF CTR-ALOT-STATUS NOT = "00" AND CTR-ALOT-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRALOTM" TO CTR-WS-ERROR-FILE
               MOVE CTR-ALOT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 9310-READ-ALLOTMENT THRU 9310-EXIT
                   UNTIL CTR-ALOT-EOF.
           CLOSE CTR-ALOT-FILE.
       9300-EXIT.
           EXIT.

      ******************************************************************
      *  9310-READ-ALLOTMENT
      ******************************************************************
       9310-READ-ALLOTMENT.
           READ CTR-ALOT-FILE
               AT END
                   MOVE "Y" TO CTR-WS-ALOT-EOF-SWITCH
                   GO TO 9310-EXIT
           END-READ.
           IF CTR-ALOT-STATUS NOT = "00" AND CTR-ALOT-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRALOTM" TO CTR-WS-ERROR-FILE
               MOVE CTR-ALOT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-WS-ALOT-COUNT = 500
               DISPLAY "HELLO: CTRALOTM HAS MORE THAN 500 RUN IDS "
                       "- JOB ABORTED"
               MOVE "CTR0005" TO CTR-WS-ALERT-MSG-ID
               MOVE "CTRALOTM HAS MORE THAN 500 RUN IDS"
                       TO CTR-WS-ALERT-DETAIL
               PERFORM 9800-WRITE-ALERT THRU 9800-EXIT
               MOVE 16 TO RETURN-CODE
               CLOSE CTR-ALOT-FILE
               STOP RUN
           END-IF.
           ADD 1 TO CTR-WS-ALOT-COUNT.
           MOVE CTR-ALOT-RUN-ID     TO
                   CTR-WS-ALOT-TBL-RUN-ID(CTR-WS-ALOT-COUNT).
           MOVE CTR-ALOT-LOW-BOUND  TO
                   CTR-WS-ALOT-TBL-LOW(CTR-WS-ALOT-COUNT).
           MOVE CTR-ALOT-HIGH-BOUND TO
                   CTR-WS-ALOT-TBL-HIGH(CTR-WS-ALOT-COUNT).
       9310-EXIT.
           EXIT.

      ******************************************************************
      *  9400-SET-OVERLAP-WINDOW
      *
