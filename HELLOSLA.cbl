      ******************************************************************
      *  HELLOSLA prints the batch-window SLA report for one night of
      *  the HELLO counter job stream from the CTRSTIM step-timing
      *  history HELLOJOB keeps: every step that ran for the run date
      *  (partition steps individually) with its start, end and
      *  elapsed time against its own trailing average, then the
      *  stream's start and end against the SLA deadline.  When the
      *  warehouse asks why the feed was late, this is where the
      *  answer is - which step ate the window, and whether it was
      *  out of line with its norm or the window is simply full.
      *
      *  The night reported is the CTRSLADT run date (HELLOJOB
      *  passes tonight's), or the latest run date on CTRSTIM when
      *  none is given.  The stream for a run date runs that night,
      *  so the deadline falls on the day after the run date, at the
      *  CTRSLADL time of day (HHMM, default 0600).  A step's norm is
      *  its average elapsed time over the last CTRSLAN nights it ran
      *  before the run date (default 10, at most 30), leaving out
      *  nights it abended.  A step is an overrun when it ran more
      *  than CTRSLAPC percent of its norm (default 150) and at least
      *  a minute longer - a ten-second step taking twenty is not
      *  news.  A late stream and every overrun raise a CTRALERT.
      *
      *  Return codes: 0 on time and in line; 4 stream late, a step
      *  overran, or no timings for the run date; 20 I/O error.
      *
      *  Maintenance history:
      *    2026-10-15  Original program.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELLOSLA.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTR-STIM-FILE ASSIGN TO "CTRSTIM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-STIM-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRSLRP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-RPT-STATUS.

           SELECT OPTIONAL CTR-MSG-FILE ASSIGN TO "CTRMSGC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-MSG-STATUS.

           SELECT OPTIONAL CTR-ALERT-FILE ASSIGN TO "CTRALERT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-ALERT-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  CTR-STIM-FILE.
       COPY CTRSTIM.

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE             PIC X(80).

       FD  CTR-MSG-FILE.
       COPY CTRMSG.

       FD  CTR-ALERT-FILE.
       COPY CTRALRT.

       WORKING-STORAGE             SECTION.
       01  CTR-STIM-STATUS             PIC X(02).
       01  CTR-RPT-STATUS              PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
       01  CTR-WS-ERROR-FILE           PIC X(10).
       01  CTR-WS-ERROR-STATUS         PIC X(02).
       01  CTR-WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  CTR-EOF                     VALUE "Y".
       01  CTR-WS-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  CTR-STEP-FOUND              VALUE "Y".
       01  CTR-WS-FULL-SWITCH          PIC X(01) VALUE "N".
           88  CTR-STEP-TABLE-FULL         VALUE "Y".
       01  CTR-WS-LATE-SWITCH          PIC X(01) VALUE "N".
           88  CTR-STREAM-LATE             VALUE "Y".
      *
      *  Operations knobs, each keyed left-justified and de-edited a
      *  character at a time by 1500-EDIT-KNOB.
      *
       01  CTR-WS-KNOB-TEXT            PIC X(08) VALUE SPACES.
       01  CTR-WS-KNOB-SUB             PIC 9(02) VALUE ZERO.
       01  CTR-WS-KNOB-DIGIT           PIC 9(01) VALUE ZERO.
       01  CTR-WS-KNOB-BAD-SWITCH      PIC X(01) VALUE "N".
           88  CTR-KNOB-BAD                VALUE "Y".
       01  CTR-WS-KNOB-VALUE           PIC 9(08) VALUE ZERO.
       01  CTR-WS-REPORT-DATE          PIC 9(08) VALUE ZERO.
       01  CTR-WS-DEADLINE-HHMM        PIC 9(04) VALUE 0600.
       01  CTR-WS-DEADLINE-HHMM-R REDEFINES CTR-WS-DEADLINE-HHMM.
           05  CTR-WS-DEADLINE-HH          PIC 9(02).
           05  CTR-WS-DEADLINE-MM          PIC 9(02).
       01  CTR-WS-AVG-NIGHTS           PIC 9(02) VALUE 10.
       01  CTR-WS-OVERRUN-PCT          PIC 9(04) VALUE 150.
       01  CTR-WS-OVERRUN-FLOOR        PIC 9(07) VALUE 60.
       01  CTR-WS-SYS-DATE             PIC 9(08) VALUE ZERO.
       01  CTR-WS-DATE-R REDEFINES CTR-WS-SYS-DATE.
           05  CTR-WS-DATE-YYYY            PIC 9(04).
           05  CTR-WS-DATE-MM              PIC 9(02).
           05  CTR-WS-DATE-DD              PIC 9(02).
       01  CTR-WS-SYS-TIME             PIC 9(08) VALUE ZERO.
       01  CTR-WS-TIME-R REDEFINES CTR-WS-SYS-TIME.
           05  CTR-WS-TIME-HH              PIC 9(02).
           05  CTR-WS-TIME-MM              PIC 9(02).
           05  CTR-WS-TIME-SS              PIC 9(02).
           05  CTR-WS-TIME-CC              PIC 9(02).
      *
      *  Day-number work area for 9500-DAY-NUMBER: the date in,
      *  a running day count out, so two dates subtract to days.
      *
       01  CTR-WS-DN-DATE              PIC 9(08) VALUE ZERO.
       01  CTR-WS-DN-DATE-R REDEFINES CTR-WS-DN-DATE.
           05  CTR-WS-DN-YYYY              PIC 9(04).
           05  CTR-WS-DN-MM                PIC 9(02).
           05  CTR-WS-DN-DD                PIC 9(02).
       01  CTR-WS-DN-YEAR              PIC 9(04) VALUE ZERO.
       01  CTR-WS-DN-MONTH             PIC 9(02) VALUE ZERO.
       01  CTR-WS-DN-QUOT-4            PIC 9(04) VALUE ZERO.
       01  CTR-WS-DN-QUOT-100          PIC 9(04) VALUE ZERO.
       01  CTR-WS-DN-QUOT-400          PIC 9(04) VALUE ZERO.
       01  CTR-WS-DN-MONTH-DAYS        PIC 9(04) VALUE ZERO.
       01  CTR-WS-DN-NUMBER            PIC 9(07) VALUE ZERO.
      *
      *  Deadline arithmetic: a date and time become an absolute
      *  second count from the day number, so the stream end and the
      *  deadline subtract across midnight and month ends.
      *
       01  CTR-WS-DEADLINE-DATE        PIC 9(08) VALUE ZERO.
       01  CTR-WS-DEADLINE-DATE-R REDEFINES CTR-WS-DEADLINE-DATE.
           05  CTR-WS-DL-YYYY              PIC 9(04).
           05  CTR-WS-DL-MM                PIC 9(02).
           05  CTR-WS-DL-DD                PIC 9(02).
       01  CTR-WS-MONTH-LAST-DAY       PIC 9(02) VALUE ZERO.
       01  CTR-WS-LEAP-QUOT            PIC 9(04) VALUE ZERO.
       01  CTR-WS-LEAP-REM             PIC 9(04) VALUE ZERO.
       01  CTR-WS-ABS-TIME             PIC 9(06) VALUE ZERO.
       01  CTR-WS-ABS-TIME-R REDEFINES CTR-WS-ABS-TIME.
           05  CTR-WS-ABS-HH               PIC 9(02).
           05  CTR-WS-ABS-MM               PIC 9(02).
           05  CTR-WS-ABS-SS               PIC 9(02).
       01  CTR-WS-ABS-SECONDS          PIC 9(13) VALUE ZERO.
       01  CTR-WS-END-ABS              PIC 9(13) VALUE ZERO.
       01  CTR-WS-DEADLINE-ABS         PIC 9(13) VALUE ZERO.
       01  CTR-WS-LATE-SECONDS         PIC 9(13) VALUE ZERO.
      *
      *  Every step seen on CTRSTIM up to the run date: tonight's
      *  figures (the last record for the run date wins, so a rerun
      *  step reports its rerun) and the elapsed times of its last
      *  CTRSLAN earlier nights, oldest first, one per night.
      *
       01  CTR-WS-STEP-COUNT           PIC 9(02) VALUE ZERO.
       01  CTR-WS-STEP-SUB             PIC 9(02) VALUE ZERO.
       01  CTR-WS-STEP-SCAN            PIC 9(02) VALUE ZERO.
       01  CTR-WS-HIST-SUB             PIC 9(02) VALUE ZERO.
       01  CTR-WS-STEP-TABLE.
           05  CTR-WS-STEP-ENTRY OCCURS 40 TIMES.
               10  CTR-WS-STP-ID           PIC X(12).
               10  CTR-WS-STP-PROGRAM      PIC X(08).
               10  CTR-WS-STP-TONIGHT      PIC X(01).
                   88  CTR-STP-RAN-TONIGHT     VALUE "Y".
               10  CTR-WS-STP-START-DATE   PIC 9(08).
               10  CTR-WS-STP-START-TIME   PIC 9(06).
               10  CTR-WS-STP-END-DATE     PIC 9(08).
               10  CTR-WS-STP-END-TIME     PIC 9(06).
               10  CTR-WS-STP-ELAPSED      PIC 9(07).
               10  CTR-WS-STP-RC           PIC 9(03).
               10  CTR-WS-STP-HIST-COUNT   PIC 9(02).
               10  CTR-WS-STP-HIST OCCURS 30 TIMES.
                   15  CTR-WS-STP-HIST-DATE    PIC 9(08).
                   15  CTR-WS-STP-HIST-ELAPSED PIC 9(07).
      *
      *  Tonight's steps in the order they ran, by step table entry.
      *
       01  CTR-WS-ORDER-COUNT          PIC 9(02) VALUE ZERO.
       01  CTR-WS-ORDER-SUB            PIC 9(02) VALUE ZERO.
       01  CTR-WS-ORDER-TABLE.
           05  CTR-WS-ORDER-STEP-SUB   PIC 9(02) OCCURS 40 TIMES.
       01  CTR-WS-STREAM-SUB           PIC 9(02) VALUE ZERO.
       01  CTR-WS-HIST-TOTAL           PIC 9(09) VALUE ZERO.
       01  CTR-WS-AVERAGE              PIC 9(07) VALUE ZERO.
       01  CTR-WS-PERCENT              PIC 9(07) VALUE ZERO.
       01  CTR-WS-PERCENT-EDIT         PIC ZZZZ9.
       01  CTR-WS-NIGHTS-EDIT          PIC ZZ9.
       01  CTR-WS-PCT-LIMIT-EDIT       PIC ZZZ9.
       01  CTR-WS-OVER-COUNT           PIC 9(03) VALUE ZERO.
       01  CTR-WS-FAILED-COUNT         PIC 9(03) VALUE ZERO.
       01  CTR-WS-AVERAGE-HMS          PIC X(08) VALUE SPACES.
      *
      *  Seconds to HH:MM:SS, and a HHMMSS time of day to HH:MM:SS.
      *
       01  CTR-WS-FMT-SECONDS          PIC 9(13) VALUE ZERO.
       01  CTR-WS-FMT-HOURS            PIC 9(09) VALUE ZERO.
       01  CTR-WS-FMT-REST             PIC 9(05) VALUE ZERO.
       01  CTR-WS-FMT-HMS.
           05  CTR-WS-FMT-HH               PIC 9(02).
           05  FILLER                      PIC X(01) VALUE ":".
           05  CTR-WS-FMT-MM               PIC 9(02).
           05  FILLER                      PIC X(01) VALUE ":".
           05  CTR-WS-FMT-SS               PIC 9(02).
       01  CTR-WS-FMT-TIME             PIC 9(06) VALUE ZERO.
       01  CTR-WS-FMT-TIME-R REDEFINES CTR-WS-FMT-TIME.
           05  CTR-WS-FMT-T-HH             PIC 9(02).
           05  CTR-WS-FMT-T-MM             PIC 9(02).
           05  CTR-WS-FMT-T-SS             PIC 9(02).
       01  CTR-WS-FMT-CLOCK.
           05  CTR-WS-FMT-C-HH             PIC 9(02).
           05  FILLER                      PIC X(01) VALUE ":".
           05  CTR-WS-FMT-C-MM             PIC 9(02).
           05  FILLER                      PIC X(01) VALUE ":".
           05  CTR-WS-FMT-C-SS             PIC 9(02).
       01  CTR-MSG-STATUS              PIC X(02).
       01  CTR-ALERT-STATUS            PIC X(02).
       01  CTR-WS-MSG-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-MSG-EOF                 VALUE "Y".
       01  CTR-WS-MSG-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  CTR-MSG-FOUND               VALUE "Y".
       01  CTR-WS-MSG-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-MSG-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-ALERT-MSG-ID         PIC X(07) VALUE SPACES.
       01  CTR-WS-ALERT-DETAIL         PIC X(60) VALUE SPACES.
       01  CTR-WS-ALERT-DATE           PIC 9(08) VALUE ZERO.
       01  CTR-WS-ALERT-TIME           PIC 9(08) VALUE ZERO.
       01  CTR-WS-ALERT-TIME-R REDEFINES CTR-WS-ALERT-TIME.
           05  CTR-WS-ALERT-HHMMSS         PIC 9(06).
           05  CTR-WS-ALERT-CC             PIC 9(02).
       01  CTR-WS-MSG-TABLE.
           05  CTR-WS-MSG-ENTRY OCCURS 50 TIMES.
               10  CTR-WS-MSG-TBL-ID       PIC X(07).
               10  CTR-WS-MSG-TBL-SEV      PIC X(01).
               10  CTR-WS-MSG-TBL-TEXT     PIC X(60).

       01  CTR-HEADING-LINE-2.
           05  FILLER                  PIC X(13) VALUE "STEP".
           05  FILLER                  PIC X(09) VALUE "PROGRAM".
           05  FILLER                  PIC X(10) VALUE "START".
           05  FILLER                  PIC X(10) VALUE "END".
           05  FILLER                  PIC X(10) VALUE "ELAPSED".
           05  FILLER                  PIC X(09) VALUE "AVERAGE".
           05  FILLER                  PIC X(06) VALUE "  PCT".
           05  FILLER                  PIC X(04) VALUE " RC".
           05  FILLER                  PIC X(09) VALUE "STATUS".

       01  CTR-DETAIL-LINE.
           05  CTR-DTL-STEP            PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-PROGRAM         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-START           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CTR-DTL-END             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CTR-DTL-ELAPSED         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CTR-DTL-AVERAGE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-PERCENT         PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-RC              PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-STATUS          PIC X(09).

       01  CTR-SUMMARY-LINE.
           05  CTR-SUM-LABEL           PIC X(33).
           05  CTR-SUM-VALUE           PIC X(47).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF CTR-WS-REPORT-DATE = ZERO
               PERFORM 2000-FIND-REPORT-DATE THRU 2000-EXIT
           END-IF.
           PERFORM 3000-LOAD-TIMINGS THRU 3000-EXIT.
           IF CTR-WS-ORDER-COUNT = ZERO
                   AND CTR-WS-STREAM-SUB = ZERO
               DISPLAY "HELLOSLA: NO STEP TIMINGS ON CTRSTIM FOR RUN "
                       "DATE " CTR-WS-REPORT-DATE " - NOTHING TO "
                       "REPORT"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT.
           PERFORM 5000-PRINT-ONE-STEP THRU 5000-EXIT
                   VARYING CTR-WS-ORDER-SUB FROM 1 BY 1
                   UNTIL CTR-WS-ORDER-SUB > CTR-WS-ORDER-COUNT.
           PERFORM 6000-PRINT-STREAM THRU 6000-EXIT.
           CLOSE CTR-REPORT-FILE.
           DISPLAY "HELLOSLA: RUN DATE " CTR-WS-REPORT-DATE " - "
                   CTR-WS-ORDER-COUNT " STEP(S) REPORTED, "
                   CTR-WS-OVER-COUNT " OVER NORM".
           IF CTR-STREAM-LATE OR CTR-WS-OVER-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE
      *
      *  Resolves the run date and the knobs.  A run date that is not
      *  eight digits is ignored and the latest night reported; any
      *  other knob missing or out of range takes its default.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT CTR-WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-SYS-TIME FROM TIME.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           MOVE SPACES TO CTR-WS-KNOB-TEXT.
           ACCEPT CTR-WS-KNOB-TEXT FROM ENVIRONMENT "CTRSLADT".
           IF CTR-WS-KNOB-TEXT IS NUMERIC
               MOVE CTR-WS-KNOB-TEXT TO CTR-WS-REPORT-DATE
           END-IF.
           MOVE SPACES TO CTR-WS-KNOB-TEXT.
           ACCEPT CTR-WS-KNOB-TEXT FROM ENVIRONMENT "CTRSLADL".
           PERFORM 1400-EDIT-KNOB THRU 1400-EXIT.
           IF NOT CTR-KNOB-BAD AND CTR-WS-KNOB-TEXT NOT = SPACES
                   AND CTR-WS-KNOB-VALUE < 2400
               MOVE CTR-WS-KNOB-VALUE TO CTR-WS-DEADLINE-HHMM
               IF CTR-WS-DEADLINE-MM > 59
                   MOVE 0600 TO CTR-WS-DEADLINE-HHMM
               END-IF
           END-IF.
           MOVE SPACES TO CTR-WS-KNOB-TEXT.
           ACCEPT CTR-WS-KNOB-TEXT FROM ENVIRONMENT "CTRSLAN".
           PERFORM 1400-EDIT-KNOB THRU 1400-EXIT.
           IF NOT CTR-KNOB-BAD AND CTR-WS-KNOB-VALUE > ZERO
               IF CTR-WS-KNOB-VALUE > 30
                   MOVE 30 TO CTR-WS-AVG-NIGHTS
               ELSE
                   MOVE CTR-WS-KNOB-VALUE TO CTR-WS-AVG-NIGHTS
               END-IF
           END-IF.
           MOVE SPACES TO CTR-WS-KNOB-TEXT.
           ACCEPT CTR-WS-KNOB-TEXT FROM ENVIRONMENT "CTRSLAPC".
           PERFORM 1400-EDIT-KNOB THRU 1400-EXIT.
           IF NOT CTR-KNOB-BAD AND CTR-WS-KNOB-VALUE > 100
                   AND CTR-WS-KNOB-VALUE < 10000
               MOVE CTR-WS-KNOB-VALUE TO CTR-WS-OVERRUN-PCT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1400-EDIT-KNOB
      *
      *  De-edits the knob value in CTR-WS-KNOB-TEXT into
      *  CTR-WS-KNOB-VALUE.  The operator keys it left-justified, so
      *  the digits are accumulated a character at a time and spaces
      *  are passed over; any other character marks the value bad.
      ******************************************************************
       1400-EDIT-KNOB.
           MOVE ZERO TO CTR-WS-KNOB-VALUE.
           MOVE "N"  TO CTR-WS-KNOB-BAD-SWITCH.
           PERFORM 1410-EDIT-KNOB-CHAR THRU 1410-EXIT
                   VARYING CTR-WS-KNOB-SUB FROM 1 BY 1
                   UNTIL CTR-WS-KNOB-SUB > 8.
       1400-EXIT.
           EXIT.

      ******************************************************************
      *  1410-EDIT-KNOB-CHAR
      ******************************************************************
       1410-EDIT-KNOB-CHAR.
           EVALUATE TRUE
               WHEN CTR-WS-KNOB-TEXT(CTR-WS-KNOB-SUB:1) = SPACE
                   CONTINUE
               WHEN CTR-WS-KNOB-TEXT(CTR-WS-KNOB-SUB:1) IS NUMERIC
                   MOVE CTR-WS-KNOB-TEXT(CTR-WS-KNOB-SUB:1)
                           TO CTR-WS-KNOB-DIGIT
                   COMPUTE CTR-WS-KNOB-VALUE =
                           CTR-WS-KNOB-VALUE * 10 + CTR-WS-KNOB-DIGIT
               WHEN OTHER
                   MOVE "Y" TO CTR-WS-KNOB-BAD-SWITCH
           END-EVALUATE.
       1410-EXIT.
           EXIT.

      ******************************************************************
      *  2000-FIND-REPORT-DATE
      *
      *  With no run date given, the night reported is the latest run
      *  date on the timing history.
      ******************************************************************
       2000-FIND-REPORT-DATE.
           PERFORM 2900-OPEN-TIMINGS THRU 2900-EXIT.
           PERFORM 2100-READ-LATEST THRU 2100-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-STIM-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-READ-LATEST
      ******************************************************************
       2100-READ-LATEST.
           PERFORM 2910-READ-TIMING THRU 2910-EXIT.
           IF CTR-EOF
               GO TO 2100-EXIT
           END-IF.
           IF CTR-STIM-RUN-DATE IS NUMERIC
                   AND CTR-STIM-RUN-DATE > CTR-WS-REPORT-DATE
               MOVE CTR-STIM-RUN-DATE TO CTR-WS-REPORT-DATE
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2900-OPEN-TIMINGS
      *
      *  The timing history is OPTIONAL: before the first timed
      *  night it simply reads as empty.
      ******************************************************************
       2900-OPEN-TIMINGS.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           OPEN INPUT CTR-STIM-FILE.
           IF CTR-STIM-STATUS NOT = "00" AND CTR-STIM-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSTIM" TO CTR-WS-ERROR-FILE
               MOVE CTR-STIM-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *  2910-READ-TIMING
      ******************************************************************
       2910-READ-TIMING.
           READ CTR-STIM-FILE
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 2910-EXIT
           END-READ.
           IF CTR-STIM-STATUS NOT = "00" AND CTR-STIM-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSTIM" TO CTR-WS-ERROR-FILE
               MOVE CTR-STIM-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       2910-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LOAD-TIMINGS
      *
      *  One pass of the timing history up to the run date: each
      *  record is tabled under its step, as tonight's figures when
      *  it is for the run date and as one earlier night's elapsed
      *  time otherwise.  Records after the run date, and records
      *  whose figures are not numeric, are passed over.
      ******************************************************************
       3000-LOAD-TIMINGS.
           PERFORM 2900-OPEN-TIMINGS THRU 2900-EXIT.
           PERFORM 3100-TABLE-TIMING THRU 3100-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-STIM-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-TABLE-TIMING
      ******************************************************************
       3100-TABLE-TIMING.
           PERFORM 2910-READ-TIMING THRU 2910-EXIT.
           IF CTR-EOF
               GO TO 3100-EXIT
           END-IF.
           IF CTR-STIM-RUN-DATE IS NOT NUMERIC
                   OR CTR-STIM-ELAPSED IS NOT NUMERIC
                   OR CTR-STIM-RETURN-CODE IS NOT NUMERIC
                   OR CTR-STIM-START-DATE IS NOT NUMERIC
                   OR CTR-STIM-START-TIME IS NOT NUMERIC
                   OR CTR-STIM-END-DATE IS NOT NUMERIC
                   OR CTR-STIM-END-TIME IS NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.
           IF CTR-STIM-RUN-DATE > CTR-WS-REPORT-DATE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-FIND-STEP THRU 3200-EXIT.
           IF NOT CTR-STEP-FOUND
               GO TO 3100-EXIT
           END-IF.
           IF CTR-STIM-RUN-DATE = CTR-WS-REPORT-DATE
               PERFORM 3300-TABLE-TONIGHT THRU 3300-EXIT
           ELSE
               PERFORM 3400-TABLE-EARLIER THRU 3400-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-FIND-STEP
      *
      *  Finds the record's step on the step table, adding it when it
      *  is new.  A table already holding 40 steps notes the fact
      *  once and leaves the step out of the report.
      ******************************************************************
       3200-FIND-STEP.
           MOVE "N" TO CTR-WS-FOUND-SWITCH.
           PERFORM 3210-MATCH-STEP THRU 3210-EXIT
                   VARYING CTR-WS-STEP-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-STEP-SCAN > CTR-WS-STEP-COUNT
                       OR CTR-STEP-FOUND.
           IF CTR-STEP-FOUND
               GO TO 3200-EXIT
           END-IF.
           IF CTR-WS-STEP-COUNT = 40
               IF NOT CTR-STEP-TABLE-FULL
                   DISPLAY "HELLOSLA: CTRSTIM HAS MORE THAN 40 STEP "
                           "NAMES - " CTR-STIM-STEP " AND LATER NEW "
                           "STEPS NOT REPORTED"
                   MOVE "Y" TO CTR-WS-FULL-SWITCH
               END-IF
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO CTR-WS-STEP-COUNT.
           MOVE CTR-WS-STEP-COUNT TO CTR-WS-STEP-SUB.
           MOVE CTR-STIM-STEP    TO CTR-WS-STP-ID(CTR-WS-STEP-SUB).
           MOVE CTR-STIM-PROGRAM TO CTR-WS-STP-PROGRAM(CTR-WS-STEP-SUB).
           MOVE "N"  TO CTR-WS-STP-TONIGHT(CTR-WS-STEP-SUB).
           MOVE ZERO TO CTR-WS-STP-HIST-COUNT(CTR-WS-STEP-SUB).
           MOVE "Y"  TO CTR-WS-FOUND-SWITCH.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3210-MATCH-STEP
      ******************************************************************
       3210-MATCH-STEP.
           IF CTR-WS-STP-ID(CTR-WS-STEP-SCAN) = CTR-STIM-STEP
               MOVE "Y" TO CTR-WS-FOUND-SWITCH
               MOVE CTR-WS-STEP-SCAN TO CTR-WS-STEP-SUB
           END-IF.
       3210-EXIT.
           EXIT.

      ******************************************************************
      *  3300-TABLE-TONIGHT
      *
      *  Tonight's figures for the step; a later record for the same
      *  step (a rerun) replaces an earlier one.  The stream record
      *  is kept apart from the step list.
      ******************************************************************
       3300-TABLE-TONIGHT.
           IF CTR-STIM-IS-STREAM
               MOVE CTR-WS-STEP-SUB TO CTR-WS-STREAM-SUB
           ELSE
               IF NOT CTR-STP-RAN-TONIGHT(CTR-WS-STEP-SUB)
                   ADD 1 TO CTR-WS-ORDER-COUNT
                   MOVE CTR-WS-STEP-SUB TO
                           CTR-WS-ORDER-STEP-SUB(CTR-WS-ORDER-COUNT)
               END-IF
           END-IF.
           MOVE "Y" TO CTR-WS-STP-TONIGHT(CTR-WS-STEP-SUB).
           MOVE CTR-STIM-PROGRAM     TO
                   CTR-WS-STP-PROGRAM(CTR-WS-STEP-SUB).
           MOVE CTR-STIM-START-DATE  TO
                   CTR-WS-STP-START-DATE(CTR-WS-STEP-SUB).
           MOVE CTR-STIM-START-TIME  TO
                   CTR-WS-STP-START-TIME(CTR-WS-STEP-SUB).
           MOVE CTR-STIM-END-DATE    TO
                   CTR-WS-STP-END-DATE(CTR-WS-STEP-SUB).
           MOVE CTR-STIM-END-TIME    TO
                   CTR-WS-STP-END-TIME(CTR-WS-STEP-SUB).
           MOVE CTR-STIM-ELAPSED     TO
                   CTR-WS-STP-ELAPSED(CTR-WS-STEP-SUB).
           MOVE CTR-STIM-RETURN-CODE TO
                   CTR-WS-STP-RC(CTR-WS-STEP-SUB).
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  3400-TABLE-EARLIER
      *
      *  One earlier night's elapsed time toward the step's norm.  An
      *  abended run is no measure of the norm and is left out.  A
      *  second record for the same night (a rerun) replaces the
      *  first; once CTRSLAN nights are held the oldest drops off.
      ******************************************************************
       3400-TABLE-EARLIER.
           IF CTR-STIM-RETURN-CODE > 4
               GO TO 3400-EXIT
           END-IF.
           MOVE CTR-WS-STP-HIST-COUNT(CTR-WS-STEP-SUB)
                   TO CTR-WS-HIST-SUB.
           IF CTR-WS-HIST-SUB > ZERO
               IF CTR-WS-STP-HIST-DATE(CTR-WS-STEP-SUB, CTR-WS-HIST-SUB)
                       = CTR-STIM-RUN-DATE
                   MOVE CTR-STIM-ELAPSED TO CTR-WS-STP-HIST-ELAPSED
                           (CTR-WS-STEP-SUB, CTR-WS-HIST-SUB)
                   GO TO 3400-EXIT
               END-IF
           END-IF.
           IF CTR-WS-HIST-SUB < CTR-WS-AVG-NIGHTS
               ADD 1 TO CTR-WS-HIST-SUB
               MOVE CTR-WS-HIST-SUB
                       TO CTR-WS-STP-HIST-COUNT(CTR-WS-STEP-SUB)
           ELSE
               PERFORM 3410-DROP-OLDEST THRU 3410-EXIT
                       VARYING CTR-WS-HIST-SUB FROM 1 BY 1
                       UNTIL CTR-WS-HIST-SUB NOT < CTR-WS-AVG-NIGHTS
           END-IF.
           MOVE CTR-STIM-RUN-DATE TO CTR-WS-STP-HIST-DATE
                   (CTR-WS-STEP-SUB, CTR-WS-HIST-SUB).
           MOVE CTR-STIM-ELAPSED  TO CTR-WS-STP-HIST-ELAPSED
                   (CTR-WS-STEP-SUB, CTR-WS-HIST-SUB).
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  3410-DROP-OLDEST
      ******************************************************************
       3410-DROP-OLDEST.
           MOVE CTR-WS-STP-HIST(CTR-WS-STEP-SUB, CTR-WS-HIST-SUB + 1)
                   TO CTR-WS-STP-HIST(CTR-WS-STEP-SUB, CTR-WS-HIST-SUB).
       3410-EXIT.
           EXIT.

      ******************************************************************
      *  4000-PRINT-HEADINGS
      ******************************************************************
       4000-PRINT-HEADINGS.
           OPEN OUTPUT CTR-REPORT-FILE.
           IF CTR-RPT-STATUS NOT = "00"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSLRP" TO CTR-WS-ERROR-FILE
               MOVE CTR-RPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "HELLO BATCH WINDOW SLA REPORT - RUN DATE "
                           DELIMITED BY SIZE
                   CTR-WS-REPORT-DATE DELIMITED BY SIZE
                   INTO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "PRINTED    : "     DELIMITED BY SIZE
                   CTR-WS-DATE-YYYY   DELIMITED BY SIZE
                   "-"                DELIMITED BY SIZE
                   CTR-WS-DATE-MM     DELIMITED BY SIZE
                   "-"                DELIMITED BY SIZE
                   CTR-WS-DATE-DD     DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   CTR-WS-TIME-HH     DELIMITED BY SIZE
                   ":"                DELIMITED BY SIZE
                   CTR-WS-TIME-MM     DELIMITED BY SIZE
                   ":"                DELIMITED BY SIZE
                   CTR-WS-TIME-SS     DELIMITED BY SIZE
                   INTO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-REPORT-LINE.
           MOVE CTR-WS-AVG-NIGHTS  TO CTR-WS-NIGHTS-EDIT.
           MOVE CTR-WS-OVERRUN-PCT TO CTR-WS-PCT-LIMIT-EDIT.
           STRING "NORM       : AVERAGE OF THE LAST" DELIMITED BY SIZE
                   CTR-WS-NIGHTS-EDIT DELIMITED BY SIZE
                   " NIGHTS, OVERRUN ABOVE"
                                      DELIMITED BY SIZE
                   CTR-WS-PCT-LIMIT-EDIT DELIMITED BY SIZE
                   "% OF NORM"        DELIMITED BY SIZE
                   INTO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE CTR-HEADING-LINE-2 TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  5000-PRINT-ONE-STEP
      *
      *  One line per step that ran tonight, with its elapsed time
      *  against its norm.  A step with no earlier nights has no
      *  norm yet; an abended step is shown FAILED and not judged
      *  against its norm.  An overrun is alerted.
      ******************************************************************
       5000-PRINT-ONE-STEP.
           MOVE CTR-WS-ORDER-STEP-SUB(CTR-WS-ORDER-SUB)
                   TO CTR-WS-STEP-SUB.
           PERFORM 5100-COMPUTE-NORM THRU 5100-EXIT.
           MOVE CTR-WS-STP-ID(CTR-WS-STEP-SUB)      TO CTR-DTL-STEP.
           MOVE CTR-WS-STP-PROGRAM(CTR-WS-STEP-SUB) TO CTR-DTL-PROGRAM.
           MOVE CTR-WS-STP-START-TIME(CTR-WS-STEP-SUB)
                   TO CTR-WS-FMT-TIME.
           PERFORM 8200-FORMAT-CLOCK THRU 8200-EXIT.
           MOVE CTR-WS-FMT-CLOCK TO CTR-DTL-START.
           MOVE CTR-WS-STP-END-TIME(CTR-WS-STEP-SUB)
                   TO CTR-WS-FMT-TIME.
           PERFORM 8200-FORMAT-CLOCK THRU 8200-EXIT.
           MOVE CTR-WS-FMT-CLOCK TO CTR-DTL-END.
           MOVE CTR-WS-STP-ELAPSED(CTR-WS-STEP-SUB)
                   TO CTR-WS-FMT-SECONDS.
           PERFORM 8100-FORMAT-SECONDS THRU 8100-EXIT.
           MOVE CTR-WS-FMT-HMS TO CTR-DTL-ELAPSED.
           MOVE CTR-WS-STP-RC(CTR-WS-STEP-SUB) TO CTR-DTL-RC.
           MOVE SPACES TO CTR-DTL-AVERAGE.
           MOVE SPACES TO CTR-DTL-PERCENT.
           IF CTR-WS-STP-HIST-COUNT(CTR-WS-STEP-SUB) > ZERO
               MOVE CTR-WS-AVERAGE-HMS TO CTR-DTL-AVERAGE
               MOVE CTR-WS-PERCENT TO CTR-WS-PERCENT-EDIT
               MOVE CTR-WS-PERCENT-EDIT TO CTR-DTL-PERCENT
           END-IF.
           EVALUATE TRUE
               WHEN CTR-WS-STP-RC(CTR-WS-STEP-SUB) > 4
                   MOVE "FAILED"  TO CTR-DTL-STATUS
                   ADD 1 TO CTR-WS-FAILED-COUNT
               WHEN CTR-WS-STP-HIST-COUNT(CTR-WS-STEP-SUB) = ZERO
                   MOVE "NO NORM" TO CTR-DTL-STATUS
               WHEN CTR-WS-PERCENT > CTR-WS-OVERRUN-PCT
                       AND CTR-WS-STP-ELAPSED(CTR-WS-STEP-SUB)
                           - CTR-WS-AVERAGE
                               NOT < CTR-WS-OVERRUN-FLOOR
                   MOVE "OVERRUN" TO CTR-DTL-STATUS
                   PERFORM 5200-ALERT-OVERRUN THRU 5200-EXIT
               WHEN OTHER
                   MOVE "OK"      TO CTR-DTL-STATUS
           END-EVALUATE.
           MOVE CTR-DETAIL-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-COMPUTE-NORM
      *
      *  The step's norm - its average elapsed time over the earlier
      *  nights held - and tonight's time as a percentage of it
      *  (a norm under a second counts as one second).
      ******************************************************************
       5100-COMPUTE-NORM.
           MOVE ZERO TO CTR-WS-HIST-TOTAL.
           MOVE ZERO TO CTR-WS-AVERAGE.
           MOVE ZERO TO CTR-WS-PERCENT.
           MOVE SPACES TO CTR-WS-AVERAGE-HMS.
           IF CTR-WS-STP-HIST-COUNT(CTR-WS-STEP-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5110-ADD-NIGHT THRU 5110-EXIT
                   VARYING CTR-WS-HIST-SUB FROM 1 BY 1
                   UNTIL CTR-WS-HIST-SUB >
                           CTR-WS-STP-HIST-COUNT(CTR-WS-STEP-SUB).
           COMPUTE CTR-WS-AVERAGE ROUNDED =
                   CTR-WS-HIST-TOTAL /
                   CTR-WS-STP-HIST-COUNT(CTR-WS-STEP-SUB).
           IF CTR-WS-AVERAGE = ZERO
               COMPUTE CTR-WS-PERCENT =
                       CTR-WS-STP-ELAPSED(CTR-WS-STEP-SUB) * 100
           ELSE
               COMPUTE CTR-WS-PERCENT ROUNDED =
                       CTR-WS-STP-ELAPSED(CTR-WS-STEP-SUB) * 100
                       / CTR-WS-AVERAGE
           END-IF.
           IF CTR-WS-PERCENT > 99999
               MOVE 99999 TO CTR-WS-PERCENT
           END-IF.
           MOVE CTR-WS-AVERAGE TO CTR-WS-FMT-SECONDS.
           PERFORM 8100-FORMAT-SECONDS THRU 8100-EXIT.
           MOVE CTR-WS-FMT-HMS TO CTR-WS-AVERAGE-HMS.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5110-ADD-NIGHT
      ******************************************************************
       5110-ADD-NIGHT.
           ADD CTR-WS-STP-HIST-ELAPSED(CTR-WS-STEP-SUB, CTR-WS-HIST-SUB)
                   TO CTR-WS-HIST-TOTAL.
       5110-EXIT.
           EXIT.

      ******************************************************************
      *  5200-ALERT-OVERRUN
      ******************************************************************
       5200-ALERT-OVERRUN.
           ADD 1 TO CTR-WS-OVER-COUNT.
           MOVE "CTR0026" TO CTR-WS-ALERT-MSG-ID.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING CTR-WS-STP-ID(CTR-WS-STEP-SUB)
                                      DELIMITED BY SPACE
                   " "                DELIMITED BY SIZE
                   CTR-WS-STP-PROGRAM(CTR-WS-STEP-SUB)
                                      DELIMITED BY SPACE
                   " RAN "            DELIMITED BY SIZE
                   CTR-DTL-ELAPSED    DELIMITED BY SIZE
                   " VS NORM "        DELIMITED BY SIZE
                   CTR-WS-AVERAGE-HMS DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  6000-PRINT-STREAM
      *
      *  The stream as a whole: when it started and ended, its
      *  elapsed time against its own norm, and its end against the
      *  SLA deadline - the CTRSLADL time on the day after the run
      *  date.  A stream still running, or killed before it could
      *  record its end, has no stream record and is shown as such.
      ******************************************************************
       6000-PRINT-STREAM.
           MOVE SPACES TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE CTR-WS-REPORT-DATE TO CTR-WS-DEADLINE-DATE.
           PERFORM 8300-NEXT-DAY THRU 8300-EXIT.
           MOVE "SLA DEADLINE . . . . . . . . . :" TO CTR-SUM-LABEL.
           MOVE SPACES TO CTR-SUM-VALUE.
           STRING CTR-WS-DL-YYYY      DELIMITED BY SIZE
                   "-"                DELIMITED BY SIZE
                   CTR-WS-DL-MM       DELIMITED BY SIZE
                   "-"                DELIMITED BY SIZE
                   CTR-WS-DL-DD       DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   CTR-WS-DEADLINE-HH DELIMITED BY SIZE
                   ":"                DELIMITED BY SIZE
                   CTR-WS-DEADLINE-MM DELIMITED BY SIZE
                   INTO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           IF CTR-WS-STREAM-SUB = ZERO
               MOVE "STREAM END . . . . . . . . . . :"
                       TO CTR-SUM-LABEL
               MOVE "NOT RECORDED - STREAM RUNNING OR KILLED"
                       TO CTR-SUM-VALUE
               MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE
               PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
               GO TO 6000-EXIT
           END-IF.
           MOVE CTR-WS-STREAM-SUB TO CTR-WS-STEP-SUB.
           MOVE "STREAM STARTED . . . . . . . . :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-STP-START-DATE(CTR-WS-STEP-SUB)
                   TO CTR-WS-DN-DATE.
           MOVE CTR-WS-STP-START-TIME(CTR-WS-STEP-SUB)
                   TO CTR-WS-FMT-TIME.
           PERFORM 6900-STAMP-VALUE THRU 6900-EXIT.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE "STREAM ENDED . . . . . . . . . :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-STP-END-DATE(CTR-WS-STEP-SUB)
                   TO CTR-WS-DN-DATE.
           MOVE CTR-WS-STP-END-TIME(CTR-WS-STEP-SUB)
                   TO CTR-WS-FMT-TIME.
           PERFORM 6900-STAMP-VALUE THRU 6900-EXIT.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           PERFORM 5100-COMPUTE-NORM THRU 5100-EXIT.
           MOVE CTR-WS-STP-ELAPSED(CTR-WS-STEP-SUB)
                   TO CTR-WS-FMT-SECONDS.
           PERFORM 8100-FORMAT-SECONDS THRU 8100-EXIT.
           MOVE "STREAM ELAPSED . . . . . . . . :" TO CTR-SUM-LABEL.
           MOVE SPACES TO CTR-SUM-VALUE.
           IF CTR-WS-STP-HIST-COUNT(CTR-WS-STEP-SUB) = ZERO
               STRING CTR-WS-FMT-HMS  DELIMITED BY SIZE
                       "  (NO NORM YET)" DELIMITED BY SIZE
                       INTO CTR-SUM-VALUE
           ELSE
               STRING CTR-WS-FMT-HMS  DELIMITED BY SIZE
                       "  (NORM "     DELIMITED BY SIZE
                       CTR-WS-AVERAGE-HMS DELIMITED BY SIZE
                       ")"            DELIMITED BY SIZE
                       INTO CTR-SUM-VALUE
           END-IF.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE CTR-WS-STP-RC(CTR-WS-STEP-SUB) TO CTR-DTL-RC.
           MOVE "STREAM RETURN CODE . . . . . . :" TO CTR-SUM-LABEL.
           MOVE CTR-DTL-RC TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           PERFORM 6100-CHECK-DEADLINE THRU 6100-EXIT.
           MOVE "SLA STATUS . . . . . . . . . . :" TO CTR-SUM-LABEL.
           MOVE SPACES TO CTR-SUM-VALUE.
           IF CTR-STREAM-LATE
               STRING "MISSED - LATE BY " DELIMITED BY SIZE
                       CTR-WS-FMT-HMS DELIMITED BY SIZE
                       INTO CTR-SUM-VALUE
           ELSE
               STRING "MET - "        DELIMITED BY SIZE
                       CTR-WS-FMT-HMS DELIMITED BY SIZE
                       " TO SPARE"    DELIMITED BY SIZE
                       INTO CTR-SUM-VALUE
           END-IF.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE "STEPS OVER NORM  . . . . . . . :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-OVER-COUNT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE "STEPS FAILED . . . . . . . . . :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-FAILED-COUNT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  6100-CHECK-DEADLINE
      *
      *  Compares the stream end with the deadline, both as absolute
      *  seconds, and leaves the margin either way formatted in
      *  CTR-WS-FMT-HMS.  A late stream is alerted.
      ******************************************************************
       6100-CHECK-DEADLINE.
           MOVE CTR-WS-STP-END-DATE(CTR-WS-STEP-SUB) TO CTR-WS-DN-DATE.
           MOVE CTR-WS-STP-END-TIME(CTR-WS-STEP-SUB) TO CTR-WS-ABS-TIME.
           PERFORM 8400-ABSOLUTE-SECONDS THRU 8400-EXIT.
           MOVE CTR-WS-ABS-SECONDS TO CTR-WS-END-ABS.
           MOVE CTR-WS-DEADLINE-DATE TO CTR-WS-DN-DATE.
           MOVE CTR-WS-DEADLINE-HH TO CTR-WS-ABS-HH.
           MOVE CTR-WS-DEADLINE-MM TO CTR-WS-ABS-MM.
           MOVE ZERO               TO CTR-WS-ABS-SS.
           PERFORM 8400-ABSOLUTE-SECONDS THRU 8400-EXIT.
           MOVE CTR-WS-ABS-SECONDS TO CTR-WS-DEADLINE-ABS.
           IF CTR-WS-END-ABS > CTR-WS-DEADLINE-ABS
               MOVE "Y" TO CTR-WS-LATE-SWITCH
               COMPUTE CTR-WS-LATE-SECONDS =
                       CTR-WS-END-ABS - CTR-WS-DEADLINE-ABS
           ELSE
               COMPUTE CTR-WS-LATE-SECONDS =
                       CTR-WS-DEADLINE-ABS - CTR-WS-END-ABS
           END-IF.
           MOVE CTR-WS-LATE-SECONDS TO CTR-WS-FMT-SECONDS.
           PERFORM 8100-FORMAT-SECONDS THRU 8100-EXIT.
           IF NOT CTR-STREAM-LATE
               GO TO 6100-EXIT
           END-IF.
           MOVE CTR-WS-STP-END-TIME(CTR-WS-STEP-SUB) TO CTR-WS-FMT-TIME.
           PERFORM 8200-FORMAT-CLOCK THRU 8200-EXIT.
           MOVE "CTR0025" TO CTR-WS-ALERT-MSG-ID.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING "RUN DATE "         DELIMITED BY SIZE
                   CTR-WS-REPORT-DATE DELIMITED BY SIZE
                   " ENDED "          DELIMITED BY SIZE
                   CTR-WS-STP-END-DATE(CTR-WS-STEP-SUB)
                                      DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   CTR-WS-FMT-CLOCK   DELIMITED BY SIZE
                   " LATE BY "        DELIMITED BY SIZE
                   CTR-WS-FMT-HMS     DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
           DISPLAY "HELLOSLA: STREAM FOR RUN DATE " CTR-WS-REPORT-DATE
                   " ENDED PAST THE SLA DEADLINE - LATE BY "
                   CTR-WS-FMT-HMS.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  6900-STAMP-VALUE
      *
      *  Formats the date in CTR-WS-DN-DATE and the time of day in
      *  CTR-WS-FMT-TIME into the summary line value.
      ******************************************************************
       6900-STAMP-VALUE.
           PERFORM 8200-FORMAT-CLOCK THRU 8200-EXIT.
           MOVE SPACES TO CTR-SUM-VALUE.
           STRING CTR-WS-DN-YYYY      DELIMITED BY SIZE
                   "-"                DELIMITED BY SIZE
                   CTR-WS-DN-MM       DELIMITED BY SIZE
                   "-"                DELIMITED BY SIZE
                   CTR-WS-DN-DD       DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   CTR-WS-FMT-CLOCK   DELIMITED BY SIZE
                   INTO CTR-SUM-VALUE.
       6900-EXIT.
           EXIT.

      ******************************************************************
      *  7900-WRITE-REPORT-LINE
      *
      *  Common write for every CTRSLRP line, so a write failure is
      *  reported instead of silently truncating the report.
      ******************************************************************
       7900-WRITE-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           IF CTR-RPT-STATUS NOT = "00"
               MOVE "WRITE"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSLRP" TO CTR-WS-ERROR-FILE
               MOVE CTR-RPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       7900-EXIT.
           EXIT.

      ******************************************************************
      *  8100-FORMAT-SECONDS
      *
      *  CTR-WS-FMT-SECONDS as HH:MM:SS in CTR-WS-FMT-HMS; anything
      *  of 100 hours or more shows as 99:59:59.
      ******************************************************************
       8100-FORMAT-SECONDS.
           IF CTR-WS-FMT-SECONDS > 359999
               MOVE 99 TO CTR-WS-FMT-HH
               MOVE 59 TO CTR-WS-FMT-MM
               MOVE 59 TO CTR-WS-FMT-SS
               GO TO 8100-EXIT
           END-IF.
           DIVIDE CTR-WS-FMT-SECONDS BY 3600
                   GIVING CTR-WS-FMT-HOURS
                   REMAINDER CTR-WS-FMT-REST.
           MOVE CTR-WS-FMT-HOURS TO CTR-WS-FMT-HH.
           DIVIDE CTR-WS-FMT-REST BY 60
                   GIVING CTR-WS-FMT-MM
                   REMAINDER CTR-WS-FMT-SS.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *  8200-FORMAT-CLOCK
      *
      *  The HHMMSS time of day in CTR-WS-FMT-TIME as HH:MM:SS in
      *  CTR-WS-FMT-CLOCK.
      ******************************************************************
       8200-FORMAT-CLOCK.
           MOVE CTR-WS-FMT-T-HH TO CTR-WS-FMT-C-HH.
           MOVE CTR-WS-FMT-T-MM TO CTR-WS-FMT-C-MM.
           MOVE CTR-WS-FMT-T-SS TO CTR-WS-FMT-C-SS.
       8200-EXIT.
           EXIT.

      ******************************************************************
      *  8300-NEXT-DAY
      *
      *  Steps CTR-WS-DEADLINE-DATE forward one calendar day,
      *  carrying over month and year ends, February judged by the
      *  leap rule (divisible by 4, except centuries not divisible
      *  by 400).
      ******************************************************************
       8300-NEXT-DAY.
           EVALUATE CTR-WS-DL-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO CTR-WS-MONTH-LAST-DAY
               WHEN 2
                   MOVE 28 TO CTR-WS-MONTH-LAST-DAY
                   DIVIDE CTR-WS-DL-YYYY BY 4
                           GIVING CTR-WS-LEAP-QUOT
                           REMAINDER CTR-WS-LEAP-REM
                   IF CTR-WS-LEAP-REM = ZERO
                       MOVE 29 TO CTR-WS-MONTH-LAST-DAY
                       DIVIDE CTR-WS-DL-YYYY BY 100
                               GIVING CTR-WS-LEAP-QUOT
                               REMAINDER CTR-WS-LEAP-REM
                       IF CTR-WS-LEAP-REM = ZERO
                           MOVE 28 TO CTR-WS-MONTH-LAST-DAY
                           DIVIDE CTR-WS-DL-YYYY BY 400
                                   GIVING CTR-WS-LEAP-QUOT
                                   REMAINDER CTR-WS-LEAP-REM
                           IF CTR-WS-LEAP-REM = ZERO
                               MOVE 29 TO CTR-WS-MONTH-LAST-DAY
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO CTR-WS-MONTH-LAST-DAY
           END-EVALUATE.
           IF CTR-WS-DL-DD < CTR-WS-MONTH-LAST-DAY
               ADD 1 TO CTR-WS-DL-DD
               GO TO 8300-EXIT
           END-IF.
           MOVE 1 TO CTR-WS-DL-DD.
           IF CTR-WS-DL-MM < 12
               ADD 1 TO CTR-WS-DL-MM
           ELSE
               MOVE 1 TO CTR-WS-DL-MM
               ADD 1 TO CTR-WS-DL-YYYY
           END-IF.
       8300-EXIT.
           EXIT.

      ******************************************************************
      *  8400-ABSOLUTE-SECONDS
      *
      *  The date in CTR-WS-DN-DATE and the HHMMSS time in
      *  CTR-WS-ABS-TIME as one second count in CTR-WS-ABS-SECONDS.
      ******************************************************************
       8400-ABSOLUTE-SECONDS.
           PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
           COMPUTE CTR-WS-ABS-SECONDS =
                   CTR-WS-DN-NUMBER * 86400
                   + CTR-WS-ABS-HH * 3600
                   + CTR-WS-ABS-MM * 60
                   + CTR-WS-ABS-SS.
       8400-EXIT.
           EXIT.

      ******************************************************************
      *  9500-DAY-NUMBER
      *
      *  Turns the date in CTR-WS-DN-DATE into a running day count
      *  in CTR-WS-DN-NUMBER, counting the year from March so the
      *  leap day falls at its end; the difference of two day
      *  numbers is the number of days between the dates.
      ******************************************************************
       9500-DAY-NUMBER.
           IF CTR-WS-DN-DATE IS NOT NUMERIC OR CTR-WS-DN-DATE = ZERO
               MOVE ZERO TO CTR-WS-DN-NUMBER
               GO TO 9500-EXIT
           END-IF.
           IF CTR-WS-DN-MM > 2
               MOVE CTR-WS-DN-YYYY TO CTR-WS-DN-YEAR
               COMPUTE CTR-WS-DN-MONTH = CTR-WS-DN-MM - 3
           ELSE
               COMPUTE CTR-WS-DN-YEAR = CTR-WS-DN-YYYY - 1
               COMPUTE CTR-WS-DN-MONTH = CTR-WS-DN-MM + 9
           END-IF.
           DIVIDE CTR-WS-DN-YEAR BY 4 GIVING CTR-WS-DN-QUOT-4.
           DIVIDE CTR-WS-DN-YEAR BY 100 GIVING CTR-WS-DN-QUOT-100.
           DIVIDE CTR-WS-DN-YEAR BY 400 GIVING CTR-WS-DN-QUOT-400.
           COMPUTE CTR-WS-DN-MONTH-DAYS = 153 * CTR-WS-DN-MONTH + 2.
           DIVIDE CTR-WS-DN-MONTH-DAYS BY 5
                   GIVING CTR-WS-DN-MONTH-DAYS.
           COMPUTE CTR-WS-DN-NUMBER =
                   365 * CTR-WS-DN-YEAR + CTR-WS-DN-QUOT-4
                   - CTR-WS-DN-QUOT-100 + CTR-WS-DN-QUOT-400
                   + CTR-WS-DN-MONTH-DAYS + CTR-WS-DN-DD.
       9500-EXIT.
           EXIT.

      ******************************************************************
      *  9700-LOAD-CATALOG
      *
      *  Loads the CTRMSGC message catalog into the lookup table.  A
      *  missing or empty catalog is noted but never stops the step:
      *  alerts are still written, with a stand-in text.
      ******************************************************************
       9700-LOAD-CATALOG.
           OPEN INPUT CTR-MSG-FILE.
           IF CTR-MSG-STATUS NOT = "00" AND CTR-MSG-STATUS NOT = "05"
               DISPLAY "HELLOSLA: CTRMSGC CANNOT BE OPENED - STATUS "
                       CTR-MSG-STATUS " - ALERT TEXTS DEFAULTED"
               GO TO 9700-EXIT
           END-IF.
           PERFORM 9710-READ-CATALOG THRU 9710-EXIT
                   UNTIL CTR-MSG-EOF.
           CLOSE CTR-MSG-FILE.
           IF CTR-WS-MSG-COUNT = ZERO
               DISPLAY "HELLOSLA: CTRMSGC IS EMPTY - ALERT TEXTS "
                       "DEFAULTED"
           END-IF.
       9700-EXIT.
           EXIT.

      ******************************************************************
      *  9710-READ-CATALOG
      ******************************************************************
       9710-READ-CATALOG.
           READ CTR-MSG-FILE
               AT END
                   MOVE "Y" TO CTR-WS-MSG-EOF-SWITCH
                   GO TO 9710-EXIT
           END-READ.
           IF CTR-MSG-STATUS NOT = "00" AND CTR-MSG-STATUS NOT = "10"
               DISPLAY "HELLOSLA: CTRMSGC READ FAILED - STATUS "
                       CTR-MSG-STATUS " - ALERT TEXTS DEFAULTED"
               MOVE "Y" TO CTR-WS-MSG-EOF-SWITCH
               GO TO 9710-EXIT
           END-IF.
           IF CTR-WS-MSG-COUNT < 50
               ADD 1 TO CTR-WS-MSG-COUNT
               MOVE CTR-MSG-ID       TO
                       CTR-WS-MSG-TBL-ID(CTR-WS-MSG-COUNT)
               MOVE CTR-MSG-SEVERITY TO
                       CTR-WS-MSG-TBL-SEV(CTR-WS-MSG-COUNT)
               MOVE CTR-MSG-TEXT     TO
                       CTR-WS-MSG-TBL-TEXT(CTR-WS-MSG-COUNT)
           END-IF.
       9710-EXIT.
           EXIT.

      ******************************************************************
      *  9800-WRITE-ALERT
      *
      *  Appends one structured alert record for the message ID in
      *  CTR-WS-ALERT-MSG-ID, with the text and severity looked up
      *  on the catalog, a fresh timestamp and the key values the
      *  caller placed in CTR-WS-ALERT-DETAIL.  A failure writing
      *  the alert itself is only DISPLAYed: the alert feed must
      *  never be the thing that takes the batch down.
      ******************************************************************
       9800-WRITE-ALERT.
           MOVE "N" TO CTR-WS-MSG-FOUND-SWITCH.
           PERFORM 9810-FIND-MESSAGE THRU 9810-EXIT
                   VARYING CTR-WS-MSG-SUB FROM 1 BY 1
                   UNTIL CTR-WS-MSG-SUB > CTR-WS-MSG-COUNT
                       OR CTR-MSG-FOUND.
           ACCEPT CTR-WS-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-ALERT-TIME FROM TIME.
           MOVE SPACES               TO CTR-ALERT-RECORD.
           MOVE CTR-WS-ALERT-DATE    TO CTR-ALERT-DATE.
           MOVE CTR-WS-ALERT-HHMMSS  TO CTR-ALERT-TIME.
           MOVE "HELLOSLA"           TO CTR-ALERT-PROGRAM.
           MOVE CTR-WS-ALERT-MSG-ID  TO CTR-ALERT-MSG-ID.
           IF CTR-MSG-FOUND
               SUBTRACT 1 FROM CTR-WS-MSG-SUB
               MOVE CTR-WS-MSG-TBL-SEV(CTR-WS-MSG-SUB)
                       TO CTR-ALERT-SEVERITY
               MOVE CTR-WS-MSG-TBL-TEXT(CTR-WS-MSG-SUB)
                       TO CTR-ALERT-TEXT
           ELSE
               MOVE "U" TO CTR-ALERT-SEVERITY
               MOVE "MESSAGE NOT ON CTRMSGC CATALOG"
                       TO CTR-ALERT-TEXT
           END-IF.
           MOVE CTR-WS-ALERT-DETAIL  TO CTR-ALERT-DETAIL.
           OPEN EXTEND CTR-ALERT-FILE.
           IF CTR-ALERT-STATUS NOT = "00"
                   AND CTR-ALERT-STATUS NOT = "05"
               DISPLAY "HELLOSLA: CTRALERT CANNOT BE OPENED - STATUS "
                       CTR-ALERT-STATUS " - ALERT LOST"
               GO TO 9800-EXIT
           END-IF.
           WRITE CTR-ALERT-RECORD.
           IF CTR-ALERT-STATUS NOT = "00"
               DISPLAY "HELLOSLA: CTRALERT WRITE FAILED - STATUS "
                       CTR-ALERT-STATUS " - ALERT LOST"
           END-IF.
           CLOSE CTR-ALERT-FILE.
       9800-EXIT.
           EXIT.

      ******************************************************************
      *  9810-FIND-MESSAGE
      ******************************************************************
       9810-FIND-MESSAGE.
           IF CTR-WS-MSG-TBL-ID(CTR-WS-MSG-SUB) = CTR-WS-ALERT-MSG-ID
               MOVE "Y" TO CTR-WS-MSG-FOUND-SWITCH
           END-IF.
       9810-EXIT.
           EXIT.

      ******************************************************************
      *  9900-FILE-ERROR
      *
      *  Common I/O error handler.  Logs which operation failed on
      *  which file and with what FILE STATUS, then abends the step.
      ******************************************************************
       9900-FILE-ERROR.
           DISPLAY "HELLOSLA: I/O ERROR ON " CTR-WS-ERROR-FILE
                   " DURING " CTR-WS-ERROR-OPERATION
                   " - FILE STATUS " CTR-WS-ERROR-STATUS.
           MOVE 20 TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.
