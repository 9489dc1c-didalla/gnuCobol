      *                later morning in the month to reprint it;
      *                CTRMEND=Y keyed on the 1st aggregated the
      *                new, empty month.
      *    2026-10-15  CTRHIST is now indexed on run date plus run
      *                ID.  Posted dates are looked up by key rather
      *                than held in a 500-entry table that a year of
      *                multi-sequence nights outgrew; the latest
      *                posting is found by starting at month
      *                boundaries and the month-end totals read only
      *                the reported month.
      *    2026-10-15  Only the year of calendar dates before today is
      *                tabled, so past years and the dates ahead on
      *                CTRCALND no longer fill the 400-entry table.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
                   FILE STATUS IS CTR-CAL-STATUS.

           SELECT OPTIONAL CTR-HIST-FILE ASSIGN TO "CTRHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-HIST-KEY
                   ALTERNATE RECORD KEY IS CTR-HIST-RUN-ID
                       WITH DUPLICATES
                   FILE STATUS IS CTR-HIST-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRMRPT"
           88  CTR-CAL-EOF                 VALUE "Y".
       01  CTR-WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
           88  CTR-HIST-EOF                VALUE "Y".
       01  CTR-WS-HIST-EMPTY-SWITCH    PIC X(01) VALUE "N".
           88  CTR-HIST-EMPTY              VALUE "Y".
       01  CTR-WS-PROBE-HIT-SWITCH     PIC X(01) VALUE "N".
           88  CTR-PROBE-HIT               VALUE "Y".
       01  CTR-WS-POSTED-SWITCH        PIC X(01) VALUE "N".
           88  CTR-DATE-POSTED             VALUE "Y".
       01  CTR-WS-MONTH-END-SWITCH     PIC X(01) VALUE "N".
       01  CTR-WS-LATEST-R REDEFINES CTR-WS-LATEST-DATE.
           05  CTR-WS-LATEST-YYYYMM        PIC 9(06).
           05  CTR-WS-LATEST-DD            PIC 9(02).
       01  CTR-WS-PROBE-DATE           PIC 9(08) VALUE ZERO.
       01  CTR-WS-PROBE-R REDEFINES CTR-WS-PROBE-DATE.
           05  CTR-WS-PROBE-YYYY           PIC 9(04).
           05  CTR-WS-PROBE-MM             PIC 9(02).
           05  CTR-WS-PROBE-DD             PIC 9(02).
       01  CTR-WS-RPT-YYYYMM           PIC 9(06) VALUE ZERO.
       01  CTR-WS-CAL-FROM-DATE        PIC 9(08) VALUE ZERO.
       01  CTR-WS-CAL-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-CAL-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-MISSED-COUNT         PIC 9(03) VALUE ZERO.
       01  CTR-WS-MONTH-RUNS           PIC 9(05) VALUE ZERO.
       01  CTR-WS-MONTH-RECORDS        PIC 9(09) VALUE ZERO.
               10  CTR-WS-CAL-TBL-DATE     PIC 9(08).
               10  CTR-WS-CAL-TBL-TYPE     PIC X(01).
               10  CTR-WS-CAL-TBL-DESC     PIC X(30).
       01  CTR-MSG-STATUS              PIC X(02).
       01  CTR-ALERT-STATUS            PIC X(02).
       01  CTR-WS-MSG-EOF-SWITCH       PIC X(01) VALUE "N".
           ACCEPT CTR-WS-SYS-DATE FROM DATE YYYYMMDD.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
           PERFORM 1500-OPEN-HISTORY THRU 1500-EXIT.
           PERFORM 2000-SET-WINDOW THRU 2000-EXIT.
           PERFORM 3000-CHECK-MISSED-RUNS THRU 3000-EXIT.
           PERFORM 4000-JUDGE-MONTH-END THRU 4000-EXIT.
               PERFORM 4500-AGGREGATE-MONTH THRU 4500-EXIT
               PERFORM 5000-PRINT-MONTH-SUMMARY THRU 5000-EXIT
           END-IF.
           CLOSE CTR-HIST-FILE.
           DISPLAY "HELLOMIS: " CTR-WS-MISSED-COUNT
                   " MISSED BUSINESS DAY(S) IN THE LAST "
                   CTR-WS-MIS-DAYS " DAY(S)".
      *  empty calendar stops the check: without it every date looks
      *  like a non-business day and silence would be certified as
      *  health, which is the failure this program exists to catch.
      *  Both the lookback window and the reported month lie before
      *  today, so only the year of dates before today is tabled.
      ******************************************************************
       1000-LOAD-CALENDAR.
           OPEN INPUT CTR-CAL-FILE.
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           COMPUTE CTR-WS-CAL-FROM-DATE = CTR-WS-SYS-DATE - 10000.
           PERFORM 1100-READ-CALENDAR THRU 1100-EXIT
                   UNTIL CTR-CAL-EOF.
           CLOSE CTR-CAL-FILE.
           IF CTR-WS-CAL-COUNT = ZERO
               DISPLAY "HELLOMIS: CTRCALND HAS NO DATES IN THE YEAR "
                       "BEFORE TODAY - NOTHING CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-CAL-DATE NOT < CTR-WS-SYS-DATE
                   OR CTR-CAL-DATE < CTR-WS-CAL-FROM-DATE
               GO TO 1100-EXIT
           END-IF.
           IF CTR-WS-CAL-COUNT = 400
               DISPLAY "HELLOMIS: CTRCALND HAS OVER 400 ENTRIES IN "
                       "THE YEAR BEFORE TODAY - LATER DATES IGNORED"
               MOVE "Y" TO CTR-WS-CAL-EOF-SWITCH
               GO TO 1100-EXIT
           END-IF.
           EXIT.

      ******************************************************************
      *  1500-OPEN-HISTORY
      *
      *  Opens CTRHIST for the run and finds the latest run date
      *  posted - its month is the one a due summary reports.
      *  History is keyed on run date plus run ID, so rather than
      *  read it all, the latest month holding a posting is found
      *  by starting at the first of each month, this month first
      *  and then back a month at a time, and only that month's run
      *  dates (and any later) are read.  A history that does not
      *  exist yet, or is empty, posts nothing, so every business
      *  day reads as missed.
      ******************************************************************
       1500-OPEN-HISTORY.
           OPEN INPUT CTR-HIST-FILE.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-STATUS = "05"
               MOVE "Y" TO CTR-WS-HIST-EMPTY-SWITCH
               GO TO 1500-EXIT
           END-IF.
           MOVE ZERO TO CTR-WS-PROBE-DATE.
           PERFORM 1600-PROBE-MONTH THRU 1600-EXIT.
           IF NOT CTR-PROBE-HIT
               MOVE "Y" TO CTR-WS-HIST-EMPTY-SWITCH
               GO TO 1500-EXIT
           END-IF.
           MOVE CTR-WS-SYS-DATE TO CTR-WS-PROBE-DATE.
           MOVE 1 TO CTR-WS-PROBE-DD.
           MOVE "N" TO CTR-WS-PROBE-HIT-SWITCH.
           PERFORM 1600-PROBE-MONTH THRU 1600-EXIT
                   UNTIL CTR-PROBE-HIT.
           MOVE "N" TO CTR-WS-HIST-EOF-SWITCH.
           PERFORM 1700-READ-RUN-DATE THRU 1700-EXIT
                   UNTIL CTR-HIST-EOF.
       1500-EXIT.
           EXIT.

      ******************************************************************
      *  1600-PROBE-MONTH
      *
      *  Starts history at the probe date.  A hit leaves history
      *  positioned there; a miss - nothing posted on or after it -
      *  steps the probe back to the first of the month before.
      *  Before year one the probe falls to zero, which any posting
      *  is on or after.
      ******************************************************************
       1600-PROBE-MONTH.
           MOVE CTR-WS-PROBE-DATE TO CTR-HIST-RUN-DATE.
           MOVE LOW-VALUES        TO CTR-HIST-RUN-ID.
           START CTR-HIST-FILE
               KEY IS NOT LESS THAN CTR-HIST-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "23"
               MOVE "START"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-STATUS = "00"
               MOVE "Y" TO CTR-WS-PROBE-HIT-SWITCH
               GO TO 1600-EXIT
           END-IF.
           IF CTR-WS-PROBE-MM > 1
               SUBTRACT 1 FROM CTR-WS-PROBE-MM
               GO TO 1600-EXIT
           END-IF.
           IF CTR-WS-PROBE-YYYY > 1
               SUBTRACT 1 FROM CTR-WS-PROBE-YYYY
               MOVE 12 TO CTR-WS-PROBE-MM
           ELSE
               MOVE ZERO TO CTR-WS-PROBE-DATE
           END-IF.
       1600-EXIT.
           EXIT.

      ******************************************************************
      *  1700-READ-RUN-DATE
      *
      *  Reads the first record of a run date, remembers the date,
      *  and starts past the rest of that date's sequence records.
      ******************************************************************
       1700-READ-RUN-DATE.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
                   GO TO 1700-EXIT
           END-READ.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE CTR-HIST-RUN-DATE TO CTR-WS-LATEST-DATE.
           MOVE HIGH-VALUES TO CTR-HIST-RUN-ID.
           START CTR-HIST-FILE
               KEY IS GREATER THAN CTR-HIST-KEY
               INVALID KEY
                   MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
           END-START.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "23"
               MOVE "START"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       1700-EXIT.
           EXIT.

      ******************************************************************

      ******************************************************************
      *  3500-LOOK-UP-POSTED
      *
      *  A date has posted when history holds any record keyed on
      *  it: history is started at the date and the first record
      *  from there must carry that run date.
      ******************************************************************
       3500-LOOK-UP-POSTED.
           MOVE "N" TO CTR-WS-POSTED-SWITCH.
           IF CTR-HIST-EMPTY
               GO TO 3500-EXIT
           END-IF.
           MOVE CTR-WS-CHECK-DATE TO CTR-HIST-RUN-DATE.
           MOVE LOW-VALUES        TO CTR-HIST-RUN-ID.
           START CTR-HIST-FILE
               KEY IS NOT LESS THAN CTR-HIST-KEY
               INVALID KEY
                   GO TO 3500-EXIT
           END-START.
           IF CTR-HIST-STATUS NOT = "00"
               MOVE "START"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   GO TO 3500-EXIT
           END-READ.
           IF CTR-HIST-STATUS NOT = "00"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-RUN-DATE = CTR-WS-CHECK-DATE
               MOVE "Y" TO CTR-WS-POSTED-SWITCH
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  4500-AGGREGATE-MONTH
      *
      *  Second pass over CTRHIST, for the reported month only:
      *  history is started at the first of the month and read
      *  until the month ends, totalling records issued, mismatch
      *  (RC=4) and abend (RC>4) sequence counts, and the distinct-
      *  date run count.
      ******************************************************************
       4500-AGGREGATE-MONTH.
           MOVE "N"  TO CTR-WS-HIST-EOF-SWITCH.
           MOVE ZERO TO CTR-WS-PREV-DATE.
           MOVE CTR-WS-RPT-YYYYMM TO CTR-WS-CHK-YYYYMM.
           MOVE 1                 TO CTR-WS-CHK-DD.
           MOVE CTR-WS-CHECK-DATE TO CTR-HIST-RUN-DATE.
           MOVE LOW-VALUES        TO CTR-HIST-RUN-ID.
           START CTR-HIST-FILE
               KEY IS NOT LESS THAN CTR-HIST-KEY
               INVALID KEY
                   MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
           END-START.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "23"
               MOVE "START"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 4600-READ-MONTH-HISTORY THRU 4600-EXIT
                   UNTIL CTR-HIST-EOF.
           IF CTR-WS-MONTH-RUNS > ZERO
               COMPUTE CTR-WS-MONTH-AVERAGE =
                       CTR-WS-MONTH-RECORDS / CTR-WS-MONTH-RUNS
      *  4600-READ-MONTH-HISTORY
      ******************************************************************
       4600-READ-MONTH-HISTORY.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
                   GO TO 4600-EXIT
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE CTR-HIST-RUN-DATE TO CTR-WS-CHECK-DATE.
           IF CTR-WS-CHK-YYYYMM > CTR-WS-RPT-YYYYMM
               MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
               GO TO 4600-EXIT
           END-IF.
           IF CTR-HIST-RUN-DATE NOT = CTR-WS-PREV-DATE
