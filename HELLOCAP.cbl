      ******************************************************************
      *  HELLOCAP forecasts, for every run ID, how long its block of
      *  counter values will last.  The block is the run ID's
      *  allotment on the CTRALOTM master; a run ID with history but
      *  no allotment is forecast against the whole 9-digit counter
      *  space.  From the ranges posted to CTRHIST the report shows
      *  per run ID the values used so far, the values remaining,
      *  the average drawn per business day over the last CTRCAPN
      *  business days on CTRCALND (default 20, at most 250), and
      *  the business day the block is projected to run out at that
      *  rate.  A run ID issuing ascending runs out at the top of
      *  its block and one issuing descending at the bottom.
      *
      *  A run ID whose block is projected to run out within its
      *  warning horizon - the allotment's warning days, or the
      *  CTRCAPWN standard (default 20 business days) when those are
      *  zero - or that has already run out raises a CTRALERT.
      *
      *  The forecast is as of the CTRCAPDT run date when given,
      *  otherwise the latest run date on CTRHIST.
      *
      *  Return codes: 0 every block comfortable; 4 a block is within
      *  its warning horizon or exhausted; 8 no CTRCALND calendar to
      *  forecast on; 20 I/O error.
      *
      *  Maintenance history:
      *    2026-10-15  Original program.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELLOCAP.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTR-ALOT-FILE ASSIGN TO "CTRALOTM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-ALOT-STATUS.

           SELECT OPTIONAL CTR-HIST-FILE ASSIGN TO "CTRHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-HIST-KEY
                   ALTERNATE RECORD KEY IS CTR-HIST-RUN-ID
                       WITH DUPLICATES
                   FILE STATUS IS CTR-HIST-STATUS.

           SELECT OPTIONAL CTR-CAL-FILE ASSIGN TO "CTRCALND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-CAL-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRCAPRP"
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
       FD  CTR-ALOT-FILE.
       COPY CTRALOT.

       FD  CTR-HIST-FILE.
       COPY CTRHIST.

       FD  CTR-CAL-FILE.
       COPY CTRCAL.

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE             PIC X(80).

       FD  CTR-MSG-FILE.
       COPY CTRMSG.

       FD  CTR-ALERT-FILE.
       COPY CTRALRT.

       WORKING-STORAGE             SECTION.
       01  CTR-ALOT-STATUS             PIC X(02).
       01  CTR-HIST-STATUS             PIC X(02).
       01  CTR-CAL-STATUS              PIC X(02).
       01  CTR-RPT-STATUS              PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
       01  CTR-WS-ERROR-FILE           PIC X(10).
       01  CTR-WS-ERROR-STATUS         PIC X(02).
       01  CTR-WS-ALOT-EOF-SWITCH      PIC X(01) VALUE "N".
           88  CTR-ALOT-EOF                VALUE "Y".
       01  CTR-WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
           88  CTR-HIST-EOF                VALUE "Y".
       01  CTR-WS-CAL-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-CAL-EOF                 VALUE "Y".
       01  CTR-WS-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  CTR-RUN-FOUND               VALUE "Y".
      *
      *  Operations knobs, each keyed left-justified and de-edited a
      *  character at a time by 1400-EDIT-KNOB.
      *
       01  CTR-WS-KNOB-TEXT            PIC X(08) VALUE SPACES.
       01  CTR-WS-KNOB-SUB             PIC 9(02) VALUE ZERO.
       01  CTR-WS-KNOB-DIGIT           PIC 9(01) VALUE ZERO.
       01  CTR-WS-KNOB-BAD-SWITCH      PIC X(01) VALUE "N".
           88  CTR-KNOB-BAD                VALUE "Y".
       01  CTR-WS-KNOB-VALUE           PIC 9(08) VALUE ZERO.
       01  CTR-WS-AS-OF-DATE           PIC 9(08) VALUE ZERO.
       01  CTR-WS-AVG-DAYS             PIC 9(03) VALUE 20.
       01  CTR-WS-WARN-DAYS            PIC 9(03) VALUE 20.
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
      *  The averaging window: the last CTRCAPN business days up to
      *  and including the as-of date, held as a ring while the
      *  calendar is read so the oldest falls out as each new one
      *  arrives.
      *
       01  CTR-WS-CAL-COUNT            PIC 9(05) VALUE ZERO.
       01  CTR-WS-BUS-COUNT            PIC 9(05) VALUE ZERO.
       01  CTR-WS-RING-QUOT            PIC 9(05) VALUE ZERO.
       01  CTR-WS-RING-REM             PIC 9(05) VALUE ZERO.
       01  CTR-WS-RING-SUB             PIC 9(05) VALUE ZERO.
       01  CTR-WS-RING-TABLE.
           05  CTR-WS-RING-DATE        PIC 9(08) OCCURS 250 TIMES.
       01  CTR-WS-WINDOW-START         PIC 9(08) VALUE ZERO.
       01  CTR-WS-WINDOW-DAYS          PIC 9(03) VALUE ZERO.
      *
      *  Business days after the as-of date, in calendar order: the
      *  projected exhaustion date is read off this table.
      *
       01  CTR-WS-FUTURE-COUNT         PIC 9(04) VALUE ZERO.
       01  CTR-WS-FUTURE-TABLE.
           05  CTR-WS-FUTURE-DATE      PIC 9(08) OCCURS 1000 TIMES.
      *
      *  One entry per run ID: its block, from the allotment master
      *  or the whole counter space, and what CTRHIST shows it drew.
      *
       01  CTR-WS-RUN-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-RUN-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-RUN-SCAN             PIC 9(03) VALUE ZERO.
       01  CTR-WS-RUN-OVERFLOW         PIC 9(05) VALUE ZERO.
       01  CTR-WS-FIND-RUN-ID          PIC X(08) VALUE SPACES.
       01  CTR-WS-ALOT-COUNT           PIC 9(05) VALUE ZERO.
       01  CTR-WS-ALOT-BAD-COUNT       PIC 9(05) VALUE ZERO.
       01  CTR-WS-HIST-COUNT           PIC 9(07) VALUE ZERO.
       01  CTR-WS-RUN-TABLE.
           05  CTR-WS-RUN-ENTRY OCCURS 500 TIMES.
               10  CTR-WS-RUN-ID           PIC X(08).
               10  CTR-WS-RUN-ALLOTTED     PIC X(01).
                   88  CTR-RUN-ALLOTTED        VALUE "Y".
               10  CTR-WS-RUN-LOW          PIC 9(09).
               10  CTR-WS-RUN-HIGH         PIC 9(09).
               10  CTR-WS-RUN-WARN         PIC 9(03).
               10  CTR-WS-RUN-ISSUED       PIC X(01).
                   88  CTR-RUN-ISSUED          VALUE "Y".
               10  CTR-WS-RUN-DESCENDING   PIC X(01).
                   88  CTR-RUN-DESCENDING      VALUE "Y".
               10  CTR-WS-RUN-LAST-DATE    PIC 9(08).
               10  CTR-WS-RUN-MIN-LOW      PIC 9(09).
               10  CTR-WS-RUN-MAX-HIGH     PIC 9(09).
               10  CTR-WS-RUN-USED         PIC 9(10).
               10  CTR-WS-RUN-DRAWN        PIC 9(10).
      *
      *  Posting and forecast work fields.
      *
       01  CTR-WS-CLIP-LOW             PIC 9(09) VALUE ZERO.
       01  CTR-WS-CLIP-HIGH            PIC 9(09) VALUE ZERO.
       01  CTR-WS-SPAN                 PIC 9(10) VALUE ZERO.
       01  CTR-WS-BLOCK-SIZE           PIC 9(10) VALUE ZERO.
       01  CTR-WS-REMAINING            PIC 9(10) VALUE ZERO.
       01  CTR-WS-AVERAGE              PIC 9(09)V9 VALUE ZERO.
       01  CTR-WS-DAYS-LEFT            PIC 9(11) VALUE ZERO.
       01  CTR-WS-RUN-WARN-DAYS        PIC 9(03) VALUE ZERO.
       01  CTR-WS-EXHAUST-TEXT         PIC X(08) VALUE SPACES.
       01  CTR-WS-EXHAUST-LONG         PIC X(15) VALUE SPACES.
       01  CTR-WS-STATUS-TEXT          PIC X(04) VALUE SPACES.
       01  CTR-WS-DAYS-EDIT            PIC Z(4)9.
       01  CTR-WS-WINDOW-EDIT          PIC ZZ9.
       01  CTR-WS-WARN-EDIT            PIC ZZ9.
       01  CTR-WS-COUNT-EDIT           PIC ZZZZ9.
       01  CTR-WS-WARN-COUNT           PIC 9(03) VALUE ZERO.
       01  CTR-WS-OUT-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-UNALLOTTED-COUNT     PIC 9(03) VALUE ZERO.
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
           05  FILLER                  PIC X(09) VALUE "RUN ID".
           05  FILLER                  PIC X(10) VALUE "    BLOCK".
           05  FILLER                  PIC X(10) VALUE "       TO".
           05  FILLER                  PIC X(11) VALUE "      USED".
           05  FILLER                  PIC X(11) VALUE " REMAINING".
           05  FILLER                  PIC X(10) VALUE "  AVG/DAY".
           05  FILLER                  PIC X(06) VALUE " DAYS".
           05  FILLER                  PIC X(09) VALUE "RUNS OUT".
           05  FILLER                  PIC X(04) VALUE "STAT".

       01  CTR-DETAIL-LINE.
           05  CTR-DTL-RUN-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-LOW             PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-HIGH            PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-USED            PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-REMAINING       PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-AVERAGE         PIC Z(6)9.9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-DAYS            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-EXHAUST         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-STATUS          PIC X(04).

       01  CTR-SUMMARY-LINE.
           05  CTR-SUM-LABEL           PIC X(33).
           05  CTR-SUM-VALUE           PIC X(47).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-ALLOTMENTS THRU 2000-EXIT.
           IF CTR-WS-AS-OF-DATE = ZERO
               PERFORM 3000-FIND-AS-OF-DATE THRU 3000-EXIT
           END-IF.
           IF CTR-WS-AS-OF-DATE = ZERO
               MOVE CTR-WS-SYS-DATE TO CTR-WS-AS-OF-DATE
           END-IF.
           PERFORM 4000-LOAD-CALENDAR THRU 4000-EXIT.
           IF CTR-WS-CAL-COUNT = ZERO
               DISPLAY "HELLOCAP: NO CTRCALND CALENDAR - NO BUSINESS "
                       "DAYS TO FORECAST ON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 5000-POST-HISTORY THRU 5000-EXIT.
           PERFORM 6000-PRINT-HEADINGS THRU 6000-EXIT.
           PERFORM 6100-FORECAST-ONE-RUN THRU 6100-EXIT
                   VARYING CTR-WS-RUN-SUB FROM 1 BY 1
                   UNTIL CTR-WS-RUN-SUB > CTR-WS-RUN-COUNT.
           PERFORM 6500-PRINT-TOTALS THRU 6500-EXIT.
           CLOSE CTR-REPORT-FILE.
           DISPLAY "HELLOCAP: AS OF " CTR-WS-AS-OF-DATE " - "
                   CTR-WS-RUN-COUNT " RUN ID(S) FORECAST, "
                   CTR-WS-WARN-COUNT " WITHIN HORIZON, "
                   CTR-WS-OUT-COUNT " EXHAUSTED".
           IF CTR-WS-WARN-COUNT > ZERO OR CTR-WS-OUT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE
      *
      *  Resolves the as-of date and the knobs.  An as-of date that
      *  is not eight digits is ignored and the latest run date on
      *  CTRHIST used; any other knob missing or out of range takes
      *  its default.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT CTR-WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-SYS-TIME FROM TIME.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           MOVE SPACES TO CTR-WS-KNOB-TEXT.
           ACCEPT CTR-WS-KNOB-TEXT FROM ENVIRONMENT "CTRCAPDT".
           IF CTR-WS-KNOB-TEXT IS NUMERIC
               MOVE CTR-WS-KNOB-TEXT TO CTR-WS-AS-OF-DATE
           END-IF.
           MOVE SPACES TO CTR-WS-KNOB-TEXT.
           ACCEPT CTR-WS-KNOB-TEXT FROM ENVIRONMENT "CTRCAPN".
           PERFORM 1400-EDIT-KNOB THRU 1400-EXIT.
           IF NOT CTR-KNOB-BAD AND CTR-WS-KNOB-VALUE > ZERO
               IF CTR-WS-KNOB-VALUE > 250
                   MOVE 250 TO CTR-WS-AVG-DAYS
               ELSE
                   MOVE CTR-WS-KNOB-VALUE TO CTR-WS-AVG-DAYS
               END-IF
           END-IF.
           MOVE SPACES TO CTR-WS-KNOB-TEXT.
           ACCEPT CTR-WS-KNOB-TEXT FROM ENVIRONMENT "CTRCAPWN".
           PERFORM 1400-EDIT-KNOB THRU 1400-EXIT.
           IF NOT CTR-KNOB-BAD AND CTR-WS-KNOB-VALUE > ZERO
                   AND CTR-WS-KNOB-VALUE < 1000
               MOVE CTR-WS-KNOB-VALUE TO CTR-WS-WARN-DAYS
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
      *  2000-LOAD-ALLOTMENTS
      *
      *  Every run ID on the CTRALOTM master is forecast, whether or
      *  not it has drawn yet.  The master is OPTIONAL: with none,
      *  every run ID on CTRHIST is forecast against the whole
      *  counter space.  An entry with no run ID, or with bounds not
      *  numeric or the wrong way round, is passed over and counted.
      ******************************************************************
       2000-LOAD-ALLOTMENTS.
           OPEN INPUT CTR-ALOT-FILE.
           IF CTR-ALOT-STATUS NOT = "00" AND CTR-ALOT-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRALOTM" TO CTR-WS-ERROR-FILE
               MOVE CTR-ALOT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 2100-READ-ALLOTMENT THRU 2100-EXIT
                   UNTIL CTR-ALOT-EOF.
           CLOSE CTR-ALOT-FILE.
           IF CTR-WS-ALOT-BAD-COUNT > ZERO
               DISPLAY "HELLOCAP: " CTR-WS-ALOT-BAD-COUNT
                       " CTRALOTM ENTRIES WITH BAD BOUNDS PASSED OVER"
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-READ-ALLOTMENT
      ******************************************************************
       2100-READ-ALLOTMENT.
           READ CTR-ALOT-FILE
               AT END
                   MOVE "Y" TO CTR-WS-ALOT-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           IF CTR-ALOT-STATUS NOT = "00" AND CTR-ALOT-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRALOTM" TO CTR-WS-ERROR-FILE
               MOVE CTR-ALOT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-ALOT-COUNT.
           IF CTR-ALOT-RUN-ID = SPACES
                   OR CTR-ALOT-LOW-BOUND IS NOT NUMERIC
                   OR CTR-ALOT-HIGH-BOUND IS NOT NUMERIC
                   OR CTR-ALOT-LOW-BOUND > CTR-ALOT-HIGH-BOUND
               ADD 1 TO CTR-WS-ALOT-BAD-COUNT
               GO TO 2100-EXIT
           END-IF.
           MOVE CTR-ALOT-RUN-ID TO CTR-WS-FIND-RUN-ID.
           PERFORM 5200-FIND-RUN THRU 5200-EXIT.
           IF NOT CTR-RUN-FOUND
               GO TO 2100-EXIT
           END-IF.
           MOVE "Y" TO CTR-WS-RUN-ALLOTTED(CTR-WS-RUN-SUB).
           MOVE CTR-ALOT-LOW-BOUND  TO CTR-WS-RUN-LOW(CTR-WS-RUN-SUB).
           MOVE CTR-ALOT-HIGH-BOUND TO CTR-WS-RUN-HIGH(CTR-WS-RUN-SUB).
           MOVE ZERO                TO CTR-WS-RUN-WARN(CTR-WS-RUN-SUB).
           IF CTR-ALOT-WARN-DAYS IS NUMERIC
               MOVE CTR-ALOT-WARN-DAYS
                       TO CTR-WS-RUN-WARN(CTR-WS-RUN-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-FIND-AS-OF-DATE
      *
      *  With no as-of date given, the forecast is as of the latest
      *  run date posted to the history.
      ******************************************************************
       3000-FIND-AS-OF-DATE.
           PERFORM 3900-OPEN-HISTORY THRU 3900-EXIT.
           PERFORM 3100-READ-LATEST THRU 3100-EXIT
                   UNTIL CTR-HIST-EOF.
           CLOSE CTR-HIST-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-READ-LATEST
      ******************************************************************
       3100-READ-LATEST.
           PERFORM 3910-READ-HISTORY THRU 3910-EXIT.
           IF CTR-HIST-EOF
               GO TO 3100-EXIT
           END-IF.
           IF CTR-HIST-RUN-DATE IS NUMERIC
                   AND CTR-HIST-RUN-DATE > CTR-WS-AS-OF-DATE
               MOVE CTR-HIST-RUN-DATE TO CTR-WS-AS-OF-DATE
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3900-OPEN-HISTORY
      *
      *  Opens the run history and positions it at its first key.
      *  The history is OPTIONAL: before the first posting it simply
      *  reads as empty.
      ******************************************************************
       3900-OPEN-HISTORY.
           MOVE "N" TO CTR-WS-HIST-EOF-SWITCH.
           OPEN INPUT CTR-HIST-FILE.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-STATUS = "05"
               MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
               GO TO 3900-EXIT
           END-IF.
           MOVE LOW-VALUES TO CTR-HIST-KEY.
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
       3900-EXIT.
           EXIT.

      ******************************************************************
      *  3910-READ-HISTORY
      ******************************************************************
       3910-READ-HISTORY.
           IF CTR-HIST-EOF
               GO TO 3910-EXIT
           END-IF.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
                   GO TO 3910-EXIT
           END-READ.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       3910-EXIT.
           EXIT.

      ******************************************************************
      *  4000-LOAD-CALENDAR
      *
      *  One pass of CTRCALND, which operations keep in date order.
      *  Business days up to the as-of date feed the averaging
      *  window; business days after it are tabled for the
      *  exhaustion date.  The calendar is OPTIONAL to open, but
      *  with no business days at all there is nothing to forecast
      *  on and the step ends RC 8.
      ******************************************************************
       4000-LOAD-CALENDAR.
           OPEN INPUT CTR-CAL-FILE.
           IF CTR-CAL-STATUS NOT = "00" AND CTR-CAL-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 4100-READ-CALENDAR THRU 4100-EXIT
                   UNTIL CTR-CAL-EOF.
           CLOSE CTR-CAL-FILE.
           IF CTR-WS-BUS-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF.
           IF CTR-WS-BUS-COUNT NOT > CTR-WS-AVG-DAYS
               MOVE CTR-WS-BUS-COUNT TO CTR-WS-WINDOW-DAYS
               MOVE CTR-WS-RING-DATE(1) TO CTR-WS-WINDOW-START
               GO TO 4000-EXIT
           END-IF.
           MOVE CTR-WS-AVG-DAYS TO CTR-WS-WINDOW-DAYS.
           DIVIDE CTR-WS-BUS-COUNT BY CTR-WS-AVG-DAYS
                   GIVING CTR-WS-RING-QUOT
                   REMAINDER CTR-WS-RING-REM.
           COMPUTE CTR-WS-RING-SUB = CTR-WS-RING-REM + 1.
           MOVE CTR-WS-RING-DATE(CTR-WS-RING-SUB)
                   TO CTR-WS-WINDOW-START.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4100-READ-CALENDAR
      ******************************************************************
       4100-READ-CALENDAR.
           READ CTR-CAL-FILE
               AT END
                   MOVE "Y" TO CTR-WS-CAL-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ.
           IF CTR-CAL-STATUS NOT = "00" AND CTR-CAL-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-CAL-DATE IS NOT NUMERIC
                   OR NOT CTR-CAL-BUSINESS-DAY
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO CTR-WS-CAL-COUNT.
           IF CTR-CAL-DATE > CTR-WS-AS-OF-DATE
               IF CTR-WS-FUTURE-COUNT < 1000
                   ADD 1 TO CTR-WS-FUTURE-COUNT
                   MOVE CTR-CAL-DATE
                           TO CTR-WS-FUTURE-DATE(CTR-WS-FUTURE-COUNT)
               END-IF
               GO TO 4100-EXIT
           END-IF.
           DIVIDE CTR-WS-BUS-COUNT BY CTR-WS-AVG-DAYS
                   GIVING CTR-WS-RING-QUOT
                   REMAINDER CTR-WS-RING-REM.
           COMPUTE CTR-WS-RING-SUB = CTR-WS-RING-REM + 1.
           MOVE CTR-CAL-DATE TO CTR-WS-RING-DATE(CTR-WS-RING-SUB).
           ADD 1 TO CTR-WS-BUS-COUNT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  5000-POST-HISTORY
      *
      *  One pass of the whole run history up to the as-of date.
      *  Each posted range counts as used inside its run ID's block,
      *  and as drawn when its run date falls in the averaging
      *  window.  A run ID new to the table is forecast against the
      *  whole counter space.
      ******************************************************************
       5000-POST-HISTORY.
           PERFORM 3900-OPEN-HISTORY THRU 3900-EXIT.
           PERFORM 5100-POST-ONE-RANGE THRU 5100-EXIT
                   UNTIL CTR-HIST-EOF.
           CLOSE CTR-HIST-FILE.
           IF CTR-WS-RUN-OVERFLOW > ZERO
               DISPLAY "HELLOCAP: RUN ID TABLE FULL AT 500 - "
                       CTR-WS-RUN-OVERFLOW " HISTORY RECORD(S) NOT "
                       "FORECAST"
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-POST-ONE-RANGE
      *
      *  The range is clipped to the block, so values a run ID drew
      *  before it was allotted its block do not count against it.
      *  The last posting decides which end of the block the run ID
      *  is drawing towards.
      ******************************************************************
       5100-POST-ONE-RANGE.
           PERFORM 3910-READ-HISTORY THRU 3910-EXIT.
           IF CTR-HIST-EOF
               GO TO 5100-EXIT
           END-IF.
           IF CTR-HIST-RUN-DATE IS NOT NUMERIC
                   OR CTR-HIST-LOW-VALUE IS NOT NUMERIC
                   OR CTR-HIST-HIGH-VALUE IS NOT NUMERIC
                   OR CTR-HIST-RECORD-COUNT IS NOT NUMERIC
                   OR CTR-HIST-RECORD-COUNT = ZERO
                   OR CTR-HIST-RUN-DATE > CTR-WS-AS-OF-DATE
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO CTR-WS-HIST-COUNT.
           MOVE CTR-HIST-RUN-ID TO CTR-WS-FIND-RUN-ID.
           PERFORM 5200-FIND-RUN THRU 5200-EXIT.
           IF NOT CTR-RUN-FOUND
               ADD 1 TO CTR-WS-RUN-OVERFLOW
               GO TO 5100-EXIT
           END-IF.
           IF CTR-HIST-RUN-DATE NOT <
                   CTR-WS-RUN-LAST-DATE(CTR-WS-RUN-SUB)
               MOVE CTR-HIST-RUN-DATE
                       TO CTR-WS-RUN-LAST-DATE(CTR-WS-RUN-SUB)
               IF CTR-HIST-START-VALUE > CTR-HIST-END-VALUE
                   MOVE "Y" TO CTR-WS-RUN-DESCENDING(CTR-WS-RUN-SUB)
               ELSE
                   MOVE "N" TO CTR-WS-RUN-DESCENDING(CTR-WS-RUN-SUB)
               END-IF
           END-IF.
           MOVE CTR-HIST-LOW-VALUE  TO CTR-WS-CLIP-LOW.
           MOVE CTR-HIST-HIGH-VALUE TO CTR-WS-CLIP-HIGH.
           IF CTR-WS-CLIP-LOW < CTR-WS-RUN-LOW(CTR-WS-RUN-SUB)
               MOVE CTR-WS-RUN-LOW(CTR-WS-RUN-SUB) TO CTR-WS-CLIP-LOW
           END-IF.
           IF CTR-WS-CLIP-HIGH > CTR-WS-RUN-HIGH(CTR-WS-RUN-SUB)
               MOVE CTR-WS-RUN-HIGH(CTR-WS-RUN-SUB) TO CTR-WS-CLIP-HIGH
           END-IF.
           IF CTR-WS-CLIP-LOW > CTR-WS-CLIP-HIGH
               GO TO 5100-EXIT
           END-IF.
           COMPUTE CTR-WS-SPAN = CTR-WS-CLIP-HIGH - CTR-WS-CLIP-LOW + 1.
           ADD CTR-WS-SPAN TO CTR-WS-RUN-USED(CTR-WS-RUN-SUB).
           IF CTR-HIST-RUN-DATE NOT < CTR-WS-WINDOW-START
                   AND CTR-WS-WINDOW-DAYS > ZERO
               ADD CTR-WS-SPAN TO CTR-WS-RUN-DRAWN(CTR-WS-RUN-SUB)
           END-IF.
           IF NOT CTR-RUN-ISSUED(CTR-WS-RUN-SUB)
               MOVE "Y" TO CTR-WS-RUN-ISSUED(CTR-WS-RUN-SUB)
               MOVE CTR-WS-CLIP-LOW
                       TO CTR-WS-RUN-MIN-LOW(CTR-WS-RUN-SUB)
               MOVE CTR-WS-CLIP-HIGH
                       TO CTR-WS-RUN-MAX-HIGH(CTR-WS-RUN-SUB)
               GO TO 5100-EXIT
           END-IF.
           IF CTR-WS-CLIP-LOW < CTR-WS-RUN-MIN-LOW(CTR-WS-RUN-SUB)
               MOVE CTR-WS-CLIP-LOW
                       TO CTR-WS-RUN-MIN-LOW(CTR-WS-RUN-SUB)
           END-IF.
           IF CTR-WS-CLIP-HIGH > CTR-WS-RUN-MAX-HIGH(CTR-WS-RUN-SUB)
               MOVE CTR-WS-CLIP-HIGH
                       TO CTR-WS-RUN-MAX-HIGH(CTR-WS-RUN-SUB)
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5200-FIND-RUN
      *
      *  Finds the table entry for CTR-WS-FIND-RUN-ID into
      *  CTR-WS-RUN-SUB, adding one for the whole counter space when
      *  the run ID is new.  With the table full the run ID is not
      *  found.
      ******************************************************************
       5200-FIND-RUN.
           MOVE "N" TO CTR-WS-FOUND-SWITCH.
           MOVE ZERO TO CTR-WS-RUN-SUB.
           PERFORM 5210-MATCH-RUN THRU 5210-EXIT
                   VARYING CTR-WS-RUN-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-RUN-SCAN > CTR-WS-RUN-COUNT
                       OR CTR-RUN-FOUND.
           IF CTR-RUN-FOUND OR CTR-WS-RUN-COUNT NOT < 500
               GO TO 5200-EXIT
           END-IF.
           ADD 1 TO CTR-WS-RUN-COUNT.
           MOVE CTR-WS-RUN-COUNT TO CTR-WS-RUN-SUB.
           MOVE CTR-WS-FIND-RUN-ID TO CTR-WS-RUN-ID(CTR-WS-RUN-SUB).
           MOVE "N"       TO CTR-WS-RUN-ALLOTTED(CTR-WS-RUN-SUB).
           MOVE ZERO      TO CTR-WS-RUN-LOW(CTR-WS-RUN-SUB).
           MOVE 999999999 TO CTR-WS-RUN-HIGH(CTR-WS-RUN-SUB).
           MOVE ZERO      TO CTR-WS-RUN-WARN(CTR-WS-RUN-SUB).
           MOVE "N"       TO CTR-WS-RUN-ISSUED(CTR-WS-RUN-SUB).
           MOVE "N"       TO CTR-WS-RUN-DESCENDING(CTR-WS-RUN-SUB).
           MOVE ZERO      TO CTR-WS-RUN-LAST-DATE(CTR-WS-RUN-SUB).
           MOVE ZERO      TO CTR-WS-RUN-MIN-LOW(CTR-WS-RUN-SUB).
           MOVE ZERO      TO CTR-WS-RUN-MAX-HIGH(CTR-WS-RUN-SUB).
           MOVE ZERO      TO CTR-WS-RUN-USED(CTR-WS-RUN-SUB).
           MOVE ZERO      TO CTR-WS-RUN-DRAWN(CTR-WS-RUN-SUB).
           MOVE "Y" TO CTR-WS-FOUND-SWITCH.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  5210-MATCH-RUN
      ******************************************************************
       5210-MATCH-RUN.
           IF CTR-WS-RUN-ID(CTR-WS-RUN-SCAN) = CTR-WS-FIND-RUN-ID
               MOVE "Y" TO CTR-WS-FOUND-SWITCH
               MOVE CTR-WS-RUN-SCAN TO CTR-WS-RUN-SUB
           END-IF.
       5210-EXIT.
           EXIT.

      ******************************************************************
      *  6000-PRINT-HEADINGS
      ******************************************************************
       6000-PRINT-HEADINGS.
           OPEN OUTPUT CTR-REPORT-FILE.
           IF CTR-RPT-STATUS NOT = "00"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCAPRP" TO CTR-WS-ERROR-FILE
               MOVE CTR-RPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "HELLO NUMBERING CAPACITY FORECAST - AS OF "
                           DELIMITED BY SIZE
                   CTR-WS-AS-OF-DATE DELIMITED BY SIZE
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
           MOVE CTR-WS-WINDOW-DAYS TO CTR-WS-WINDOW-EDIT.
           STRING "AVERAGE    : DRAW OVER THE LAST" DELIMITED BY SIZE
                   CTR-WS-WINDOW-EDIT DELIMITED BY SIZE
                   " BUSINESS DAYS FROM "
                                      DELIMITED BY SIZE
                   CTR-WS-WINDOW-START DELIMITED BY SIZE
                   INTO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-REPORT-LINE.
           MOVE CTR-WS-WARN-DAYS TO CTR-WS-WARN-EDIT.
           STRING "HORIZON    : WARN INSIDE"  DELIMITED BY SIZE
                   CTR-WS-WARN-EDIT   DELIMITED BY SIZE
                   " BUSINESS DAYS UNLESS THE ALLOTMENT SAYS"
                                      DELIMITED BY SIZE
                   INTO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE CTR-HEADING-LINE-2 TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  6100-FORECAST-ONE-RUN
      *
      *  What remains is what lies beyond the furthest value issued,
      *  towards the end of the block the run ID is drawing to; the
      *  whole block when nothing has been issued in it.  The days
      *  left are the whole business days the remainder covers at
      *  the average draw, so the block runs out on the business day
      *  after that.  A run ID that drew nothing in the window is
      *  IDLE and is not forecast.
      ******************************************************************
       6100-FORECAST-ONE-RUN.
           MOVE SPACES TO CTR-DETAIL-LINE.
           MOVE CTR-WS-RUN-ID(CTR-WS-RUN-SUB)   TO CTR-DTL-RUN-ID.
           MOVE CTR-WS-RUN-LOW(CTR-WS-RUN-SUB)  TO CTR-DTL-LOW.
           MOVE CTR-WS-RUN-HIGH(CTR-WS-RUN-SUB) TO CTR-DTL-HIGH.
           MOVE CTR-WS-RUN-USED(CTR-WS-RUN-SUB) TO CTR-DTL-USED.
           IF NOT CTR-RUN-ALLOTTED(CTR-WS-RUN-SUB)
               ADD 1 TO CTR-WS-UNALLOTTED-COUNT
           END-IF.
           COMPUTE CTR-WS-BLOCK-SIZE =
                   CTR-WS-RUN-HIGH(CTR-WS-RUN-SUB)
                   - CTR-WS-RUN-LOW(CTR-WS-RUN-SUB) + 1.
           EVALUATE TRUE
               WHEN NOT CTR-RUN-ISSUED(CTR-WS-RUN-SUB)
                   MOVE CTR-WS-BLOCK-SIZE TO CTR-WS-REMAINING
               WHEN CTR-RUN-DESCENDING(CTR-WS-RUN-SUB)
                   COMPUTE CTR-WS-REMAINING =
                           CTR-WS-RUN-MIN-LOW(CTR-WS-RUN-SUB)
                           - CTR-WS-RUN-LOW(CTR-WS-RUN-SUB)
               WHEN OTHER
                   COMPUTE CTR-WS-REMAINING =
                           CTR-WS-RUN-HIGH(CTR-WS-RUN-SUB)
                           - CTR-WS-RUN-MAX-HIGH(CTR-WS-RUN-SUB)
           END-EVALUATE.
           MOVE CTR-WS-REMAINING TO CTR-DTL-REMAINING.
           MOVE ZERO TO CTR-WS-AVERAGE.
           IF CTR-WS-WINDOW-DAYS > ZERO
               COMPUTE CTR-WS-AVERAGE =
                       CTR-WS-RUN-DRAWN(CTR-WS-RUN-SUB)
                       / CTR-WS-WINDOW-DAYS
           END-IF.
           MOVE CTR-WS-AVERAGE TO CTR-DTL-AVERAGE.
           MOVE CTR-WS-RUN-WARN(CTR-WS-RUN-SUB) TO CTR-WS-RUN-WARN-DAYS.
           IF CTR-WS-RUN-WARN-DAYS = ZERO
               MOVE CTR-WS-WARN-DAYS TO CTR-WS-RUN-WARN-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN CTR-WS-REMAINING = ZERO
                   MOVE "    0"    TO CTR-DTL-DAYS
                   MOVE "NOW"      TO CTR-DTL-EXHAUST
                   MOVE "OUT"      TO CTR-DTL-STATUS
                   ADD 1 TO CTR-WS-OUT-COUNT
                   MOVE SPACES TO CTR-WS-ALERT-DETAIL
                   STRING "RUN ID "        DELIMITED BY SIZE
                           CTR-WS-RUN-ID(CTR-WS-RUN-SUB)
                                           DELIMITED BY SIZE
                           " BLOCK EXHAUSTED AS OF "
                                           DELIMITED BY SIZE
                           CTR-WS-AS-OF-DATE
                                           DELIMITED BY SIZE
                           INTO CTR-WS-ALERT-DETAIL
                   MOVE "CTR0029" TO CTR-WS-ALERT-MSG-ID
                   PERFORM 9800-WRITE-ALERT THRU 9800-EXIT
               WHEN CTR-WS-AVERAGE = ZERO
                   MOVE SPACES     TO CTR-DTL-DAYS
                   MOVE SPACES     TO CTR-DTL-EXHAUST
                   MOVE "IDLE"     TO CTR-DTL-STATUS
               WHEN OTHER
                   PERFORM 6200-PROJECT-EXHAUSTION THRU 6200-EXIT
           END-EVALUATE.
           MOVE CTR-DETAIL-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  6200-PROJECT-EXHAUSTION
      *
      *  Days left at the average draw, and the business day the
      *  block runs out on; BEYOND when that lies past the end of
      *  the calendar.  Inside the warning horizon a CTRALERT is
      *  raised.
      ******************************************************************
       6200-PROJECT-EXHAUSTION.
           DIVIDE CTR-WS-REMAINING BY CTR-WS-AVERAGE
                   GIVING CTR-WS-DAYS-LEFT.
           IF CTR-WS-DAYS-LEFT > 99999
               MOVE 99999 TO CTR-WS-DAYS-EDIT
           ELSE
               MOVE CTR-WS-DAYS-LEFT TO CTR-WS-DAYS-EDIT
           END-IF.
           MOVE CTR-WS-DAYS-EDIT TO CTR-DTL-DAYS.
           IF CTR-WS-DAYS-LEFT < CTR-WS-FUTURE-COUNT
               COMPUTE CTR-WS-RING-SUB = CTR-WS-DAYS-LEFT + 1
               MOVE CTR-WS-FUTURE-DATE(CTR-WS-RING-SUB)
                       TO CTR-WS-EXHAUST-TEXT
           ELSE
               MOVE "BEYOND"   TO CTR-WS-EXHAUST-TEXT
           END-IF.
           MOVE CTR-WS-EXHAUST-TEXT TO CTR-DTL-EXHAUST.
           IF CTR-WS-DAYS-LEFT NOT < CTR-WS-RUN-WARN-DAYS
               MOVE "OK"       TO CTR-DTL-STATUS
               GO TO 6200-EXIT
           END-IF.
           MOVE "WARN"     TO CTR-DTL-STATUS.
           ADD 1 TO CTR-WS-WARN-COUNT.
           IF CTR-WS-EXHAUST-TEXT = "BEYOND"
               MOVE "BEYOND CALENDAR" TO CTR-WS-EXHAUST-LONG
           ELSE
               MOVE CTR-WS-EXHAUST-TEXT TO CTR-WS-EXHAUST-LONG
           END-IF.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING "RUN ID "            DELIMITED BY SIZE
                   CTR-WS-RUN-ID(CTR-WS-RUN-SUB)
                                       DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   CTR-WS-DAYS-EDIT    DELIMITED BY SIZE
                   " BUSINESS DAYS LEFT - OUT BY "
                                       DELIMITED BY SIZE
                   CTR-WS-EXHAUST-LONG DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           MOVE "CTR0029" TO CTR-WS-ALERT-MSG-ID.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
       6200-EXIT.
           EXIT.

      ******************************************************************
      *  6500-PRINT-TOTALS
      ******************************************************************
       6500-PRINT-TOTALS.
           MOVE SPACES TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "HISTORY RANGES POSTED           :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-HIST-COUNT TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "RUN IDS WITHIN HORIZON (WARN)   :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-WARN-COUNT TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "RUN IDS EXHAUSTED (OUT)         :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-OUT-COUNT TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           IF CTR-WS-UNALLOTTED-COUNT = ZERO
               GO TO 6500-EXIT
           END-IF.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "RUN IDS WITH NO CTRALOTM BLOCK  :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-UNALLOTTED-COUNT TO CTR-WS-COUNT-EDIT.
           STRING CTR-WS-COUNT-EDIT    DELIMITED BY SIZE
                   " - FORECAST ON THE WHOLE COUNTER SPACE"
                                       DELIMITED BY SIZE
                   INTO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       6500-EXIT.
           EXIT.

      ******************************************************************
      *  7900-WRITE-REPORT-LINE
      ******************************************************************
       7900-WRITE-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           IF CTR-RPT-STATUS NOT = "00"
               MOVE "WRITE"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCAPRP" TO CTR-WS-ERROR-FILE
               MOVE CTR-RPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       7900-EXIT.
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
               DISPLAY "HELLOCAP: CTRMSGC CANNOT BE OPENED - STATUS "
                       CTR-MSG-STATUS " - ALERT TEXTS DEFAULTED"
               GO TO 9700-EXIT
           END-IF.
           PERFORM 9710-READ-CATALOG THRU 9710-EXIT
                   UNTIL CTR-MSG-EOF.
           CLOSE CTR-MSG-FILE.
           IF CTR-WS-MSG-COUNT = ZERO
               DISPLAY "HELLOCAP: CTRMSGC IS EMPTY - ALERT TEXTS "
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
               DISPLAY "HELLOCAP: CTRMSGC READ FAILED - STATUS "
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
           MOVE "HELLOCAP"           TO CTR-ALERT-PROGRAM.
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
               DISPLAY "HELLOCAP: CTRALERT CANNOT BE OPENED - STATUS "
                       CTR-ALERT-STATUS " - ALERT LOST"
               GO TO 9800-EXIT
           END-IF.
           WRITE CTR-ALERT-RECORD.
           IF CTR-ALERT-STATUS NOT = "00"
               DISPLAY "HELLOCAP: CTRALERT WRITE FAILED - STATUS "
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
           DISPLAY "HELLOCAP: I/O ERROR ON " CTR-WS-ERROR-FILE
                   " DURING " CTR-WS-ERROR-OPERATION
                   " - FILE STATUS " CTR-WS-ERROR-STATUS.
           MOVE 20 TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.
