      ******************************************************************
      *  HELLOHCV converts and reorganizes the CTRHIST run-history
      *  master.  CTRHIST was a line sequential file that every
      *  reader read end to end; it is now an indexed file keyed on
      *  run date plus run ID (CTR-HIST-KEY) with an alternate key on
      *  run ID, and this utility builds it.  The record layout did
      *  not change, so both modes are a straight reload.  The mode
      *  comes from the CTRHCVMD environment variable:
      *
      *    CONVERT (the default) - the one-time conversion.  The old
      *        sequential history, renamed to CTRHSEQ beforehand, is
      *        loaded into a new indexed CTRHIST.  The run is refused
      *        if CTRHIST still holds records or is not an indexed
      *        file (the old history not yet renamed), so a second
      *        run can never overlay a live history.
      *    REORG - the history is unloaded in key order to CTRHSEQ,
      *        which is left behind as a backup copy, and reloaded
      *        into a freshly built CTRHIST.
      *
      *  A record with a non-numeric or zero run date or a blank run
      *  ID cannot be keyed and is rejected; a second record for the
      *  same run date and run ID - a double run that slipped past
      *  the old scan - is rejected as a duplicate key and the first
      *  one posted is kept.  Every rejected record is listed.  The
      *  loaded file is then read back and its record count checked
      *  against the load, and the counts are reported to the job
      *  log.
      *
      *  Return codes: 0 every record loaded; 4 loaded with records
      *  rejected; 16 refused, nothing to load, or the read-back
      *  count does not agree; 20 I/O error.
      *
      *  Maintenance history:
      *    2026-10-15  Original program.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELLOHCV.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTR-SEQ-FILE ASSIGN TO "CTRHSEQ"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SEQ-STATUS.

           SELECT OPTIONAL CTR-HIST-FILE ASSIGN TO "CTRHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-HIST-KEY
                   ALTERNATE RECORD KEY IS CTR-HIST-RUN-ID
                       WITH DUPLICATES
                   FILE STATUS IS CTR-HIST-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  CTR-SEQ-FILE.
       01  CTR-SEQ-RECORD              PIC X(87).

       FD  CTR-HIST-FILE.
       COPY CTRHIST.

       WORKING-STORAGE             SECTION.
       01  CTR-SEQ-STATUS              PIC X(02).
       01  CTR-HIST-STATUS             PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
       01  CTR-WS-ERROR-FILE           PIC X(10).
       01  CTR-WS-ERROR-STATUS         PIC X(02).
       01  CTR-WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  CTR-EOF                     VALUE "Y".
       01  CTR-WS-MODE                 PIC X(08) VALUE SPACES.
           88  CTR-MODE-CONVERT            VALUE "CONVERT".
           88  CTR-MODE-REORG              VALUE "REORG".
       01  CTR-WS-UNLOAD-COUNT         PIC 9(09) VALUE ZERO.
       01  CTR-WS-READ-COUNT           PIC 9(09) VALUE ZERO.
       01  CTR-WS-LOAD-COUNT           PIC 9(09) VALUE ZERO.
       01  CTR-WS-DUP-COUNT            PIC 9(09) VALUE ZERO.
       01  CTR-WS-INVALID-COUNT        PIC 9(09) VALUE ZERO.
       01  CTR-WS-VERIFY-COUNT         PIC 9(09) VALUE ZERO.
       01  CTR-WS-RUN-DATE-COUNT       PIC 9(09) VALUE ZERO.
       01  CTR-WS-PREV-DATE            PIC 9(08) VALUE ZERO.
       01  CTR-WS-FIRST-DATE           PIC 9(08) VALUE ZERO.
       01  CTR-WS-LAST-DATE            PIC 9(08) VALUE ZERO.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF CTR-MODE-REORG
               PERFORM 2000-UNLOAD-HISTORY THRU 2000-EXIT
           ELSE
               PERFORM 1500-CHECK-TARGET THRU 1500-EXIT
           END-IF.
           PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT.
           PERFORM 4000-VERIFY-HISTORY THRU 4000-EXIT.
           PERFORM 5000-REPORT-COUNTS THRU 5000-EXIT.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE
      *
      *  Resolves the mode.  Anything other than REORG is a
      *  conversion, which refuses to run over a live history, so a
      *  mistyped mode can never destroy one.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT CTR-WS-MODE FROM ENVIRONMENT "CTRHCVMD".
           IF NOT CTR-MODE-REORG
               MOVE "CONVERT" TO CTR-WS-MODE
           END-IF.
           DISPLAY "HELLOHCV: CTRHIST " CTR-WS-MODE " STARTED".
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1500-CHECK-TARGET
      *
      *  A conversion builds CTRHIST from nothing.  A CTRHIST that is
      *  not there yet, or is an empty indexed file, may be built; an
      *  indexed CTRHIST holding records is a live history and a
      *  file that will not open as indexed is the old sequential
      *  history still in place - either way the run is refused.
      ******************************************************************
       1500-CHECK-TARGET.
           OPEN INPUT CTR-HIST-FILE.
           IF CTR-HIST-STATUS = "05"
               CLOSE CTR-HIST-FILE
               GO TO 1500-EXIT
           END-IF.
           IF CTR-HIST-STATUS NOT = "00"
               DISPLAY "HELLOHCV: CTRHIST WILL NOT OPEN AS AN INDEXED "
                       "FILE (STATUS " CTR-HIST-STATUS ") - RENAME "
                       "THE SEQUENTIAL HISTORY TO CTRHSEQ FIRST"
               DISPLAY "HELLOHCV: CONVERSION REFUSED - NOTHING "
                       "LOADED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO       TO CTR-HIST-RUN-DATE.
           MOVE LOW-VALUES TO CTR-HIST-RUN-ID.
           START CTR-HIST-FILE
               KEY IS NOT LESS THAN CTR-HIST-KEY
               INVALID KEY
                   CLOSE CTR-HIST-FILE
                   GO TO 1500-EXIT
           END-START.
           IF CTR-HIST-STATUS NOT = "00"
               MOVE "START"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           CLOSE CTR-HIST-FILE.
           DISPLAY "HELLOHCV: CTRHIST ALREADY HOLDS RUN HISTORY - "
                   "USE CTRHCVMD=REORG TO REORGANIZE IT".
           DISPLAY "HELLOHCV: CONVERSION REFUSED - NOTHING LOADED".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1500-EXIT.
           EXIT.

      ******************************************************************
      *  2000-UNLOAD-HISTORY
      *
      *  Reorganization, first half: copies the indexed history in
      *  run date/run ID order to CTRHSEQ, the same image the
      *  conversion loads from.
      ******************************************************************
       2000-UNLOAD-HISTORY.
           OPEN INPUT CTR-HIST-FILE.
           IF CTR-HIST-STATUS = "05"
               CLOSE CTR-HIST-FILE
               DISPLAY "HELLOHCV: NO CTRHIST ON FILE - NOTHING TO "
                       "REORGANIZE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CTR-HIST-STATUS NOT = "00"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           OPEN OUTPUT CTR-SEQ-FILE.
           IF CTR-SEQ-STATUS NOT = "00" AND CTR-SEQ-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHSEQ" TO CTR-WS-ERROR-FILE
               MOVE CTR-SEQ-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
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
           PERFORM 2100-UNLOAD-ONE THRU 2100-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-HIST-FILE.
           CLOSE CTR-SEQ-FILE.
           DISPLAY "HELLOHCV: " CTR-WS-UNLOAD-COUNT
                   " RECORD(S) UNLOADED FROM CTRHIST TO CTRHSEQ".
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-UNLOAD-ONE
      ******************************************************************
       2100-UNLOAD-ONE.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE CTR-HIST-RECORD TO CTR-SEQ-RECORD.
           WRITE CTR-SEQ-RECORD.
           IF CTR-SEQ-STATUS NOT = "00"
               MOVE "WRITE"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHSEQ" TO CTR-WS-ERROR-FILE
               MOVE CTR-SEQ-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-UNLOAD-COUNT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LOAD-HISTORY
      *
      *  Builds a new CTRHIST from CTRHSEQ.  Each record is written
      *  by key, so the sequential history need not be in key order
      *  - the old file was in posting order, which is not run ID
      *  order within a night.
      ******************************************************************
       3000-LOAD-HISTORY.
           OPEN INPUT CTR-SEQ-FILE.
           IF CTR-SEQ-STATUS = "05"
               CLOSE CTR-SEQ-FILE
               DISPLAY "HELLOHCV: NO CTRHSEQ SEQUENTIAL HISTORY ON "
                       "FILE - NOTHING LOADED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CTR-SEQ-STATUS NOT = "00"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHSEQ" TO CTR-WS-ERROR-FILE
               MOVE CTR-SEQ-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           OPEN OUTPUT CTR-HIST-FILE.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           PERFORM 3100-LOAD-ONE THRU 3100-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-SEQ-FILE.
           CLOSE CTR-HIST-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-LOAD-ONE
      ******************************************************************
       3100-LOAD-ONE.
           READ CTR-SEQ-FILE
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           IF CTR-SEQ-STATUS NOT = "00" AND CTR-SEQ-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHSEQ" TO CTR-WS-ERROR-FILE
               MOVE CTR-SEQ-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-READ-COUNT.
           MOVE CTR-SEQ-RECORD TO CTR-HIST-RECORD.
           IF CTR-HIST-RUN-DATE IS NOT NUMERIC
                   OR CTR-HIST-RUN-DATE = ZERO
                   OR CTR-HIST-RUN-ID = SPACES
               DISPLAY "HELLOHCV: RECORD " CTR-WS-READ-COUNT
                       " HAS NO VALID RUN DATE/RUN ID KEY - REJECTED: "
                       CTR-HIST-KEY
               ADD 1 TO CTR-WS-INVALID-COUNT
               GO TO 3100-EXIT
           END-IF.
           WRITE CTR-HIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF CTR-HIST-STATUS = "22"
               DISPLAY "HELLOHCV: RUN DATE " CTR-HIST-RUN-DATE
                       " RUN ID " CTR-HIST-RUN-ID
                       " POSTED MORE THAN ONCE - RECORD "
                       CTR-WS-READ-COUNT " REJECTED"
               ADD 1 TO CTR-WS-DUP-COUNT
               GO TO 3100-EXIT
           END-IF.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "02"
               MOVE "WRITE"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-LOAD-COUNT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  4000-VERIFY-HISTORY
      *
      *  Reads the new CTRHIST back in key order, counting records
      *  and distinct run dates and noting the first and last run
      *  date, so the report shows what is actually on the file and
      *  not just what was written.
      ******************************************************************
       4000-VERIFY-HISTORY.
           OPEN INPUT CTR-HIST-FILE.
           IF CTR-HIST-STATUS NOT = "00"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
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
           PERFORM 4100-VERIFY-ONE THRU 4100-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-HIST-FILE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4100-VERIFY-ONE
      ******************************************************************
       4100-VERIFY-ONE.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-VERIFY-COUNT.
           IF CTR-WS-VERIFY-COUNT = 1
               MOVE CTR-HIST-RUN-DATE TO CTR-WS-FIRST-DATE
           END-IF.
           MOVE CTR-HIST-RUN-DATE TO CTR-WS-LAST-DATE.
           IF CTR-HIST-RUN-DATE NOT = CTR-WS-PREV-DATE
               ADD 1 TO CTR-WS-RUN-DATE-COUNT
               MOVE CTR-HIST-RUN-DATE TO CTR-WS-PREV-DATE
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  5000-REPORT-COUNTS
      *
      *  Reports the load to the job log and sets the return code.
      *  Every record read must be accounted for as loaded or
      *  rejected, and the read-back count must equal the load;
      *  after a reorganization the records read must equal the
      *  records unloaded.
      ******************************************************************
       5000-REPORT-COUNTS.
           DISPLAY "HELLOHCV: RECORDS READ FROM CTRHSEQ . . . : "
                   CTR-WS-READ-COUNT.
           DISPLAY "HELLOHCV: RECORDS LOADED TO CTRHIST . . . : "
                   CTR-WS-LOAD-COUNT.
           DISPLAY "HELLOHCV: DUPLICATE KEYS REJECTED . . . . : "
                   CTR-WS-DUP-COUNT.
           DISPLAY "HELLOHCV: INVALID KEYS REJECTED . . . . . : "
                   CTR-WS-INVALID-COUNT.
           DISPLAY "HELLOHCV: RECORDS ON CTRHIST AFTER LOAD . : "
                   CTR-WS-VERIFY-COUNT.
           DISPLAY "HELLOHCV: DISTINCT RUN DATES  . . . . . . : "
                   CTR-WS-RUN-DATE-COUNT.
           DISPLAY "HELLOHCV: FIRST / LAST RUN DATE . . . . . : "
                   CTR-WS-FIRST-DATE " / " CTR-WS-LAST-DATE.
           IF CTR-WS-VERIFY-COUNT NOT = CTR-WS-LOAD-COUNT
               DISPLAY "HELLOHCV: CTRHIST HOLDS " CTR-WS-VERIFY-COUNT
                       " RECORD(S) BUT " CTR-WS-LOAD-COUNT
                       " WERE LOADED - CHECK THE FILE"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           IF CTR-MODE-REORG
                   AND CTR-WS-READ-COUNT NOT = CTR-WS-UNLOAD-COUNT
               DISPLAY "HELLOHCV: " CTR-WS-UNLOAD-COUNT
                       " RECORD(S) UNLOADED BUT " CTR-WS-READ-COUNT
                       " RELOADED - RESTORE FROM CTRHSEQ"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           IF CTR-WS-DUP-COUNT > ZERO OR CTR-WS-INVALID-COUNT > ZERO
               DISPLAY "HELLOHCV: CTRHIST " CTR-WS-MODE
                       " COMPLETE WITH RECORDS REJECTED"
               MOVE 4 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "HELLOHCV: CTRHIST " CTR-WS-MODE " COMPLETE".
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  9900-FILE-ERROR
      *
      *  Common I/O error handler.  Logs which operation failed on
      *  which file and with what FILE STATUS, then abends with a
      *  return code distinct from a refused run.
      ******************************************************************
       9900-FILE-ERROR.
           DISPLAY "HELLOHCV: I/O ERROR ON " CTR-WS-ERROR-FILE
                   " DURING " CTR-WS-ERROR-OPERATION
                   " - FILE STATUS " CTR-WS-ERROR-STATUS.
           MOVE 20 TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.
