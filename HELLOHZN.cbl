      ******************************************************************
      *  HELLOHZN is the nightly calendar horizon check.  It counts
      *  the business days left on the CTRCALND processing calendar
      *  after the run date and, once fewer remain than the CTRHZNBD
      *  threshold (default 60), raises a CTRALERT that escalates as
      *  the calendar runs down:
      *
      *      fewer than the threshold        CTR0034  warning
      *      fewer than half of it           CTR0035  error
      *      fewer than a quarter of it      CTR0036  error
      *
      *  The alert is raised again every night until HELLOCLB has
      *  generated the next year.  The run date is CTRHZNDT when it
      *  is eight digits, otherwise today.
      *
      *  It also follows the calendar entries from the first of last
      *  month onward - the span HELLOMNT and HELLOSCH table - as far
      *  as their 400-entry tables reach.  Dates past that are simply
      *  not tabled, which is harmless while the tables still hold
      *  the threshold's worth of business days ahead; when they no
      *  longer do, CTR0037 is raised so the tables are looked at
      *  before the programs start to miss dates that are on file.
      *
      *  Return codes: 0 horizon clear; 4 an alert was raised;
      *  20 I/O error.
      *
      *  Maintenance history:
      *    2026-10-15  Original program.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELLOHZN.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTR-CAL-FILE ASSIGN TO "CTRCALND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-CAL-STATUS.

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
       FD  CTR-CAL-FILE.
       COPY CTRCAL.

       FD  CTR-MSG-FILE.
       COPY CTRMSG.

       FD  CTR-ALERT-FILE.
       COPY CTRALRT.

       WORKING-STORAGE             SECTION.
       01  CTR-CAL-STATUS              PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
       01  CTR-WS-ERROR-FILE           PIC X(10).
       01  CTR-WS-ERROR-STATUS         PIC X(02).
       01  CTR-WS-CAL-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-CAL-EOF                 VALUE "Y".
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
       01  CTR-WS-SYS-DATE             PIC 9(08) VALUE ZERO.
       01  CTR-WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  CTR-WS-CAL-FROM-DATE        PIC 9(08) VALUE ZERO.
       01  CTR-WS-CAL-FROM-R REDEFINES CTR-WS-CAL-FROM-DATE.
           05  CTR-WS-CAL-FROM-YYYY        PIC 9(04).
           05  CTR-WS-CAL-FROM-MM          PIC 9(02).
           05  CTR-WS-CAL-FROM-DD          PIC 9(02).
      *
      *  The horizon threshold and its escalation points.
      *
       01  CTR-WS-THRESHOLD            PIC 9(04) VALUE 60.
       01  CTR-WS-HALF-THRESHOLD       PIC 9(04) VALUE ZERO.
       01  CTR-WS-QUARTER-THRESHOLD    PIC 9(04) VALUE ZERO.
       01  CTR-WS-TABLE-LIMIT          PIC 9(04) VALUE 400.
      *
      *  Calendar counts.
      *
       01  CTR-WS-CAL-READ-COUNT       PIC 9(05) VALUE ZERO.
       01  CTR-WS-BUS-DAYS-LEFT        PIC 9(05) VALUE ZERO.
       01  CTR-WS-TABLED-COUNT         PIC 9(05) VALUE ZERO.
       01  CTR-WS-LAST-DATE            PIC 9(08) VALUE ZERO.
       01  CTR-WS-LAST-BUS-DATE        PIC 9(08) VALUE ZERO.
       01  CTR-WS-TABLE-END-DATE       PIC 9(08) VALUE ZERO.
       01  CTR-WS-BUS-DAYS-TABLED      PIC 9(05) VALUE ZERO.
       01  CTR-WS-ALERT-COUNT          PIC 9(02) VALUE ZERO.
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
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-CALENDAR THRU 2000-EXIT.
           PERFORM 3000-CHECK-HORIZON THRU 3000-EXIT.
           PERFORM 4000-CHECK-TABLE-SPAN THRU 4000-EXIT.
           DISPLAY "HELLOHZN: RUN DATE " CTR-WS-RUN-DATE
                   " - CTRCALND RUNS TO " CTR-WS-LAST-DATE.
           DISPLAY "HELLOHZN: " CTR-WS-BUS-DAYS-LEFT
                   " BUSINESS DAY(S) LEFT, LAST " CTR-WS-LAST-BUS-DATE
                   " - THRESHOLD " CTR-WS-THRESHOLD.
           DISPLAY "HELLOHZN: " CTR-WS-TABLED-COUNT
                   " ENTRIES FROM " CTR-WS-CAL-FROM-DATE
                   " AGAINST A TABLE OF " CTR-WS-TABLE-LIMIT.
           IF CTR-WS-TABLE-END-DATE NOT = ZERO
               DISPLAY "HELLOHZN: 400-ENTRY TABLES END AT "
                       CTR-WS-TABLE-END-DATE " WITH "
                       CTR-WS-BUS-DAYS-TABLED " BUSINESS DAY(S) AHEAD"
           END-IF.
           IF CTR-WS-ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE
      *
      *  Resolves the run date and the threshold.  A CTRHZNBD that
      *  is not a number from 1 to 9999 takes the default of 60.
      *  The table span starts on the first of the month before the
      *  run date, as HELLOMNT and HELLOSCH start theirs.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT CTR-WS-SYS-DATE FROM DATE YYYYMMDD.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           MOVE SPACES TO CTR-WS-KNOB-TEXT.
           ACCEPT CTR-WS-KNOB-TEXT FROM ENVIRONMENT "CTRHZNDT".
           IF CTR-WS-KNOB-TEXT IS NUMERIC
               MOVE CTR-WS-KNOB-TEXT TO CTR-WS-RUN-DATE
           ELSE
               MOVE CTR-WS-SYS-DATE TO CTR-WS-RUN-DATE
           END-IF.
           MOVE SPACES TO CTR-WS-KNOB-TEXT.
           ACCEPT CTR-WS-KNOB-TEXT FROM ENVIRONMENT "CTRHZNBD".
           IF CTR-WS-KNOB-TEXT NOT = SPACES
               PERFORM 1400-EDIT-KNOB THRU 1400-EXIT
               IF NOT CTR-KNOB-BAD AND CTR-WS-KNOB-VALUE > ZERO
                       AND CTR-WS-KNOB-VALUE < 10000
                   MOVE CTR-WS-KNOB-VALUE TO CTR-WS-THRESHOLD
               END-IF
           END-IF.
           DIVIDE CTR-WS-THRESHOLD BY 2 GIVING CTR-WS-HALF-THRESHOLD.
           DIVIDE CTR-WS-THRESHOLD BY 4
                   GIVING CTR-WS-QUARTER-THRESHOLD.
           MOVE CTR-WS-RUN-DATE TO CTR-WS-CAL-FROM-DATE.
           MOVE 1 TO CTR-WS-CAL-FROM-DD.
           IF CTR-WS-CAL-FROM-MM = 1
               MOVE 12 TO CTR-WS-CAL-FROM-MM
               SUBTRACT 1 FROM CTR-WS-CAL-FROM-YYYY
           ELSE
               SUBTRACT 1 FROM CTR-WS-CAL-FROM-MM
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
      *  2000-SCAN-CALENDAR
      *
      *  Streams CTRCALND once.  The file is OPTIONAL: a missing
      *  calendar has no business days left and alerts at the top
      *  of the scale.
      ******************************************************************
       2000-SCAN-CALENDAR.
           OPEN INPUT CTR-CAL-FILE.
           IF CTR-CAL-STATUS NOT = "00" AND CTR-CAL-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 2100-READ-CALENDAR THRU 2100-EXIT
                   UNTIL CTR-CAL-EOF.
           CLOSE CTR-CAL-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-READ-CALENDAR
      ******************************************************************
       2100-READ-CALENDAR.
           READ CTR-CAL-FILE
               AT END
                   MOVE "Y" TO CTR-WS-CAL-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           IF CTR-CAL-STATUS NOT = "00" AND CTR-CAL-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-CAL-READ-COUNT.
           IF CTR-CAL-DATE IS NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           IF CTR-CAL-DATE > CTR-WS-LAST-DATE
               MOVE CTR-CAL-DATE TO CTR-WS-LAST-DATE
           END-IF.
           IF CTR-CAL-DATE NOT < CTR-WS-CAL-FROM-DATE
               ADD 1 TO CTR-WS-TABLED-COUNT
               IF CTR-WS-TABLED-COUNT = CTR-WS-TABLE-LIMIT
                   MOVE CTR-CAL-DATE TO CTR-WS-TABLE-END-DATE
               END-IF
           END-IF.
           IF CTR-CAL-DATE > CTR-WS-RUN-DATE
                   AND CTR-CAL-BUSINESS-DAY
               ADD 1 TO CTR-WS-BUS-DAYS-LEFT
               IF CTR-WS-TABLED-COUNT NOT > CTR-WS-TABLE-LIMIT
                   ADD 1 TO CTR-WS-BUS-DAYS-TABLED
               END-IF
               IF CTR-CAL-DATE > CTR-WS-LAST-BUS-DATE
                   MOVE CTR-CAL-DATE TO CTR-WS-LAST-BUS-DATE
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CHECK-HORIZON
      *
      *  One alert a night, at the level the remaining business days
      *  have fallen to.
      ******************************************************************
       3000-CHECK-HORIZON.
           EVALUATE TRUE
               WHEN CTR-WS-BUS-DAYS-LEFT < CTR-WS-QUARTER-THRESHOLD
                   MOVE "CTR0036" TO CTR-WS-ALERT-MSG-ID
               WHEN CTR-WS-BUS-DAYS-LEFT < CTR-WS-HALF-THRESHOLD
                   MOVE "CTR0035" TO CTR-WS-ALERT-MSG-ID
               WHEN CTR-WS-BUS-DAYS-LEFT < CTR-WS-THRESHOLD
                   MOVE "CTR0034" TO CTR-WS-ALERT-MSG-ID
               WHEN OTHER
                   GO TO 3000-EXIT
           END-EVALUATE.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING "BUS DAYS LEFT "       DELIMITED BY SIZE
                   CTR-WS-BUS-DAYS-LEFT  DELIMITED BY SIZE
                   " OF "                DELIMITED BY SIZE
                   CTR-WS-THRESHOLD      DELIMITED BY SIZE
                   " CALENDAR ENDS "     DELIMITED BY SIZE
                   CTR-WS-LAST-DATE      DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
           ADD 1 TO CTR-WS-ALERT-COUNT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  4000-CHECK-TABLE-SPAN
      *
      *  Only a table that overflows and, in doing so, comes short
      *  of the threshold's business days ahead is alerted.
      ******************************************************************
       4000-CHECK-TABLE-SPAN.
           IF CTR-WS-TABLED-COUNT NOT > CTR-WS-TABLE-LIMIT
               GO TO 4000-EXIT
           END-IF.
           IF CTR-WS-BUS-DAYS-TABLED NOT < CTR-WS-THRESHOLD
               GO TO 4000-EXIT
           END-IF.
           MOVE "CTR0037" TO CTR-WS-ALERT-MSG-ID.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING "ENTRIES FROM "        DELIMITED BY SIZE
                   CTR-WS-CAL-FROM-DATE  DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   CTR-WS-TABLED-COUNT   DELIMITED BY SIZE
                   " TABLES END "        DELIMITED BY SIZE
                   CTR-WS-TABLE-END-DATE DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
           ADD 1 TO CTR-WS-ALERT-COUNT.
       4000-EXIT.
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
               DISPLAY "HELLOHZN: CTRMSGC CANNOT BE OPENED - STATUS "
                       CTR-MSG-STATUS " - ALERT TEXTS DEFAULTED"
               GO TO 9700-EXIT
           END-IF.
           PERFORM 9710-READ-CATALOG THRU 9710-EXIT
                   UNTIL CTR-MSG-EOF.
           CLOSE CTR-MSG-FILE.
           IF CTR-WS-MSG-COUNT = ZERO
               DISPLAY "HELLOHZN: CTRMSGC IS EMPTY - ALERT TEXTS "
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
               DISPLAY "HELLOHZN: CTRMSGC READ FAILED - STATUS "
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
           MOVE "HELLOHZN"           TO CTR-ALERT-PROGRAM.
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
               DISPLAY "HELLOHZN: CTRALERT CANNOT BE OPENED - STATUS "
                       CTR-ALERT-STATUS " - ALERT LOST"
               GO TO 9800-EXIT
           END-IF.
           WRITE CTR-ALERT-RECORD.
           IF CTR-ALERT-STATUS NOT = "00"
               DISPLAY "HELLOHZN: CTRALERT WRITE FAILED - STATUS "
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
           DISPLAY "HELLOHZN: I/O ERROR ON " CTR-WS-ERROR-FILE
                   " DURING " CTR-WS-ERROR-OPERATION
                   " - FILE STATUS " CTR-WS-ERROR-STATUS.
           MOVE 20 TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.
