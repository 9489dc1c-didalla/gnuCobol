      *                dates, not history records: a three-sequence
      *                night posts three records but is still one
      *                run, and "last 10 runs" must mean 10 nights.
      *    2026-10-15  CTRHIST is now indexed on run date plus run
      *                ID: run dates are counted and the older ones
      *                passed over by starting from one run date to
      *                the next, instead of reading every record of
      *                the history twice.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT CTR-HIST-FILE ASSIGN TO "CTRHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-HIST-KEY
                   ALTERNATE RECORD KEY IS CTR-HIST-RUN-ID
                       WITH DUPLICATES
                   FILE STATUS IS CTR-HIST-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRHRPT"
       01  CTR-WS-TOTAL-RUNS           PIC 9(09) VALUE ZERO.
       01  CTR-WS-SKIP-RUNS            PIC 9(09) VALUE ZERO.
       01  CTR-WS-SEEN-RUNS            PIC 9(09) VALUE ZERO.
       01  CTR-WS-PRINT-COUNT          PIC 9(03) VALUE ZERO.
       01  CTR-WS-SYS-DATE             PIC 9(08) VALUE ZERO.
       01  CTR-WS-DATE-R REDEFINES CTR-WS-SYS-DATE.
      *
      *  First pass: counts the distinct run dates on history so the
      *  print pass knows how many leading runs to pass over to
      *  leave only the most recent N.  History is keyed on run date
      *  plus run ID, so a night's sequence records sit together
      *  under one run date and a run is a distinct date, not a
      *  record; the count reads the first record of each run date
      *  and then starts past the rest of that date, rather than
      *  reading every sequence record of every night.
      ******************************************************************
       2000-COUNT-HISTORY.
           PERFORM 2050-POSITION-FIRST THRU 2050-EXIT.
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT
                   UNTIL CTR-EOF.
           MOVE ZERO TO CTR-WS-SKIP-RUNS.
           IF CTR-WS-TOTAL-RUNS > CTR-WS-RUN-LIMIT
               COMPUTE CTR-WS-SKIP-RUNS =
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2050-POSITION-FIRST
      *
      *  Positions history at its first record.  An empty history
      *  goes straight to end of file.
      ******************************************************************
       2050-POSITION-FIRST.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           MOVE ZERO       TO CTR-HIST-RUN-DATE.
           MOVE LOW-VALUES TO CTR-HIST-RUN-ID.
           START CTR-HIST-FILE
               KEY IS NOT LESS THAN CTR-HIST-KEY
               INVALID KEY
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
           END-START.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "23"
               MOVE "START"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      ******************************************************************
      *  2100-READ-HISTORY
      ******************************************************************
       2100-READ-HISTORY.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 2100-EXIT
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-TOTAL-RUNS.
           PERFORM 2200-NEXT-RUN-DATE THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-NEXT-RUN-DATE
      *
      *  Positions history past every remaining sequence record of
      *  the run date just read, at the first record of the next
      *  run date; past the last run date it is end of file.
      ******************************************************************
       2200-NEXT-RUN-DATE.
           MOVE HIGH-VALUES TO CTR-HIST-RUN-ID.
           START CTR-HIST-FILE
               KEY IS GREATER THAN CTR-HIST-KEY
               INVALID KEY
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
           END-START.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "23"
               MOVE "START"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PRINT-HISTORY
      *
      *  Second pass: repositions history at the start, starts past
      *  the older runs a run date at a time, and prints one report
      *  line per sequence record from there to the end.
      ******************************************************************
       3000-PRINT-HISTORY.
           PERFORM 2050-POSITION-FIRST THRU 2050-EXIT.
           PERFORM 3050-SKIP-OLD-RUN THRU 3050-EXIT
                   UNTIL CTR-WS-SEEN-RUNS NOT < CTR-WS-SKIP-RUNS
                       OR CTR-EOF.
           MOVE CTR-WS-RUN-LIMIT TO CTR-HDG-RUN-LIMIT.
           MOVE CTR-HEADING-LINE-1 TO CTR-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3050-SKIP-OLD-RUN
      *
      *  Passes over one run date older than the report window.
      ******************************************************************
       3050-SKIP-OLD-RUN.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 3050-EXIT
           END-READ.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-SEEN-RUNS.
           PERFORM 2200-NEXT-RUN-DATE THRU 2200-EXIT.
       3050-EXIT.
           EXIT.

      ******************************************************************
      *  3100-PRINT-ONE-RUN
      *
      *  Reads and prints one history record inside the report
      *  window; every sequence record of a run in the window
      *  prints.  RC 0 prints as CLEAN, RC 4 as WARNING, anything
      *  higher as FAILED, matching the step-condition bands HELLOJOB
      *  applies between steps.
      ******************************************************************
       3100-PRINT-ONE-RUN.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 3100-EXIT
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE CTR-HIST-RUN-DATE      TO CTR-DTL-RUN-DATE.
           MOVE CTR-HIST-RUN-ID        TO CTR-DTL-RUN-ID.
           MOVE CTR-HIST-START-VALUE   TO CTR-DTL-START-VALUE.
