      ******************************************************************
      *  HELLOCLB generates a year of the CTRCALND processing
      *  calendar, so the file no longer has to be extended by
      *  typing a line per day.  Every date of the year is typed
      *  from the weekend rule - the CTRCALWK day names, keyed as
      *  three-letter names run together (default SATSUN) - and the
      *  dates on the CTRHOLS holiday and shop-closure list then
      *  override it with their own type and name.
      *
      *  The year is the CTRCALYR year when given, otherwise the
      *  year of the last date on CTRCALND while that year is still
      *  short of 31 December - so the rest of it is filled in
      *  before any later year - and the year after once it is
      *  complete.  The year is merged into the file in date order:
      *  a date already on CTRCALND is kept exactly as it stands,
      *  whatever the rules would make of it, and only dates not yet
      *  on the file are added.  A kept date the rules or the list
      *  would type differently is printed for review on HELLOCLM,
      *  which is where a calendar entry is changed once it is on
      *  the file.
      *
      *  The CTRCBRP report lists each holiday and closure added,
      *  each kept date that differs, and each list entry that could
      *  not be used.  A year that added dates is appended to the
      *  CTRAUDIT trail and alerted.
      *
      *  Return codes: 0 year generated, or already on file; 4 kept
      *  dates differ from the rules or list, or list entries were
      *  unusable; 8 CTRCALND is not in date order, nothing written;
      *  16 CTRCALND too big to merge, nothing written; 20 I/O error.
      *
      *  Maintenance history:
      *    2026-10-15  Original program.
      *    2026-10-15  A calendar whose last year stops short of 31
      *                December has that year completed by default
      *                instead of the next year generated past the
      *                gap.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELLOCLB.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTR-CAL-FILE ASSIGN TO "CTRCALND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-CAL-STATUS.

           SELECT OPTIONAL CTR-HOL-FILE ASSIGN TO "CTRHOLS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-HOL-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRCBRP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-RPT-STATUS.

           SELECT OPTIONAL CTR-AUDIT-FILE ASSIGN TO "CTRAUDIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-AUDIT-STATUS.

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

       FD  CTR-HOL-FILE.
       COPY CTRHOL.

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE             PIC X(80).

       FD  CTR-AUDIT-FILE.
       COPY CTRAUDT.

       FD  CTR-MSG-FILE.
       COPY CTRMSG.

       FD  CTR-ALERT-FILE.
       COPY CTRALRT.

       WORKING-STORAGE             SECTION.
       01  CTR-CAL-STATUS              PIC X(02).
       01  CTR-HOL-STATUS              PIC X(02).
       01  CTR-RPT-STATUS              PIC X(02).
       01  CTR-AUDIT-STATUS            PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
       01  CTR-WS-ERROR-FILE           PIC X(10).
       01  CTR-WS-ERROR-STATUS         PIC X(02).
       01  CTR-WS-CAL-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-CAL-EOF                 VALUE "Y".
       01  CTR-WS-HOL-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-HOL-EOF                 VALUE "Y".
       01  CTR-WS-WRITE-SWITCH         PIC X(01) VALUE "N".
           88  CTR-MERGE-WRITING           VALUE "Y".
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
       01  CTR-WS-BUILD-YEAR           PIC 9(04) VALUE ZERO.
       01  CTR-WS-YEAR-SOURCE          PIC X(40) VALUE SPACES.
      *
      *  The weekend rule: up to seven three-letter day names run
      *  together, checked against the day-name table below.
      *
       01  CTR-WS-WEEKEND-TEXT         PIC X(21) VALUE SPACES.
       01  CTR-WS-WEEKEND-R REDEFINES CTR-WS-WEEKEND-TEXT.
           05  CTR-WS-WEEKEND-DAY          PIC X(03) OCCURS 7 TIMES.
       01  CTR-WS-WEEKEND-SUB          PIC 9(02) VALUE ZERO.
       01  CTR-WS-WEEKEND-COUNT        PIC 9(02) VALUE ZERO.
       01  CTR-WS-WEEKEND-BAD-SWITCH   PIC X(01) VALUE "N".
           88  CTR-WEEKEND-BAD             VALUE "Y".
       01  CTR-WS-WEEKEND-HIT-SWITCH   PIC X(01) VALUE "N".
           88  CTR-WEEKEND-HIT             VALUE "Y".
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
      *  The calendar as it stands, in date order.  It is rewritten
      *  whole, so a file too big for the table is never merged.
      *
       01  CTR-WS-CAL-COUNT            PIC 9(04) VALUE ZERO.
       01  CTR-WS-CAL-SUB              PIC 9(04) VALUE ZERO.
       01  CTR-WS-LAST-DATE            PIC 9(08) VALUE ZERO.
       01  CTR-WS-LAST-DATE-R REDEFINES CTR-WS-LAST-DATE.
           05  CTR-WS-LAST-YYYY            PIC 9(04).
           05  CTR-WS-LAST-MMDD            PIC 9(04).
       01  CTR-WS-CAL-TABLE.
           05  CTR-WS-CAL-ENTRY OCCURS 3000 TIMES.
               10  CTR-WS-CAL-TBL-DATE     PIC 9(08).
               10  CTR-WS-CAL-TBL-TYPE     PIC X(01).
               10  CTR-WS-CAL-TBL-DESC     PIC X(30).
      *
      *  The holiday list entries for the year being built, each
      *  marked once it has been applied to a generated date.
      *
       01  CTR-WS-HOL-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-HOL-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-HOL-SCAN             PIC 9(03) VALUE ZERO.
       01  CTR-WS-HOL-READ-COUNT       PIC 9(05) VALUE ZERO.
       01  CTR-WS-HOL-OVERFLOW         PIC 9(05) VALUE ZERO.
       01  CTR-WS-HOL-DATE             PIC 9(08) VALUE ZERO.
       01  CTR-WS-HOL-DATE-R REDEFINES CTR-WS-HOL-DATE.
           05  CTR-WS-HOL-YYYY             PIC 9(04).
           05  CTR-WS-HOL-MMDD             PIC 9(04).
       01  CTR-WS-HOL-TABLE.
           05  CTR-WS-HOL-ENTRY OCCURS 100 TIMES.
               10  CTR-WS-HOL-TBL-DATE     PIC 9(08).
               10  CTR-WS-HOL-TBL-TYPE     PIC X(01).
               10  CTR-WS-HOL-TBL-DESC     PIC X(30).
               10  CTR-WS-HOL-TBL-USED     PIC X(01).
                   88  CTR-HOL-APPLIED         VALUE "Y".
      *
      *  The year as generated from the rules and the list.
      *
       01  CTR-WS-GEN-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-GEN-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-GEN-TABLE.
           05  CTR-WS-GEN-ENTRY OCCURS 366 TIMES.
               10  CTR-WS-GEN-TBL-DATE     PIC 9(08).
               10  CTR-WS-GEN-TBL-TYPE     PIC X(01).
               10  CTR-WS-GEN-TBL-DESC     PIC X(30).
       01  CTR-WS-GEN-DATE             PIC 9(08) VALUE ZERO.
       01  CTR-WS-GEN-DATE-R REDEFINES CTR-WS-GEN-DATE.
           05  CTR-WS-GEN-YYYY             PIC 9(04).
           05  CTR-WS-GEN-MM               PIC 9(02).
           05  CTR-WS-GEN-DD               PIC 9(02).
       01  CTR-WS-MONTH-LENGTHS        PIC X(24)
                   VALUE "312831303130313130313031".
       01  CTR-WS-MONTH-LENGTHS-R REDEFINES CTR-WS-MONTH-LENGTHS.
           05  CTR-WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
       01  CTR-WS-MONTH-DAYS           PIC 9(02) VALUE ZERO.
       01  CTR-WS-LEAP-QUOT            PIC 9(04) VALUE ZERO.
       01  CTR-WS-LEAP-REM             PIC 9(04) VALUE ZERO.
       01  CTR-WS-LEAP-SWITCH          PIC X(01) VALUE "N".
           88  CTR-LEAP-YEAR               VALUE "Y".
      *
      *  Zeller's congruence work fields, as HELLOGEN finds the
      *  weekday of its run date: 0 is Saturday through 6 Friday.
      *
       01  CTR-WS-ZEL-YEAR             PIC 9(04) VALUE ZERO.
       01  CTR-WS-ZEL-MONTH            PIC 9(02) VALUE ZERO.
       01  CTR-WS-ZEL-CENTURY          PIC 9(02) VALUE ZERO.
       01  CTR-WS-ZEL-YEAR-OF-CENT     PIC 9(02) VALUE ZERO.
       01  CTR-WS-ZEL-MONTH-TERM       PIC 9(04) VALUE ZERO.
       01  CTR-WS-ZEL-YEAR-TERM        PIC 9(02) VALUE ZERO.
       01  CTR-WS-ZEL-CENT-TERM        PIC 9(02) VALUE ZERO.
       01  CTR-WS-ZEL-SUM              PIC 9(04) VALUE ZERO.
       01  CTR-WS-ZEL-QUOT             PIC 9(04) VALUE ZERO.
       01  CTR-WS-ZEL-DAY              PIC 9(01) VALUE ZERO.
       01  CTR-WS-DAY-SUB              PIC 9(01) VALUE ZERO.
       01  CTR-WS-DAY-NAMES            PIC X(21)
                   VALUE "SATSUNMONTUEWEDTHUFRI".
       01  CTR-WS-DAY-NAMES-R REDEFINES CTR-WS-DAY-NAMES.
           05  CTR-WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
      *
      *  Merge counts.
      *
       01  CTR-WS-ADDED-COUNT          PIC 9(04) VALUE ZERO.
       01  CTR-WS-ADDED-BUS-COUNT      PIC 9(04) VALUE ZERO.
       01  CTR-WS-KEPT-COUNT           PIC 9(04) VALUE ZERO.
       01  CTR-WS-DIFFER-COUNT         PIC 9(04) VALUE ZERO.
       01  CTR-WS-HOL-BAD-COUNT        PIC 9(04) VALUE ZERO.
       01  CTR-WS-WRITTEN-COUNT        PIC 9(04) VALUE ZERO.
       01  CTR-WS-NEW-LAST-DATE        PIC 9(08) VALUE ZERO.
       01  CTR-WS-COUNT-EDIT           PIC ZZZ9.
       01  CTR-WS-AUDIT-DETAIL         PIC X(60) VALUE SPACES.
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
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(05) VALUE "TYPE".
           05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(33) VALUE "ACTION".

       01  CTR-DETAIL-LINE.
           05  CTR-DTL-DATE            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CTR-DTL-TYPE            PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CTR-DTL-DESC            PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CTR-DTL-ACTION          PIC X(33).

       01  CTR-SUMMARY-LINE.
           05  CTR-SUM-LABEL           PIC X(33).
           05  CTR-SUM-VALUE           PIC X(47).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT.
           PERFORM 1500-RESOLVE-YEAR THRU 1500-EXIT.
           PERFORM 3000-LOAD-HOLIDAYS THRU 3000-EXIT.
           PERFORM 6000-PRINT-HEADINGS THRU 6000-EXIT.
           PERFORM 4000-GENERATE-YEAR THRU 4000-EXIT.
           MOVE "N" TO CTR-WS-WRITE-SWITCH.
           PERFORM 5000-MERGE-CALENDAR THRU 5000-EXIT.
           IF CTR-WS-ADDED-COUNT > ZERO
               MOVE "Y" TO CTR-WS-WRITE-SWITCH
               PERFORM 5000-MERGE-CALENDAR THRU 5000-EXIT
               PERFORM 7000-RECORD-BUILD THRU 7000-EXIT
           END-IF.
           PERFORM 6500-PRINT-TOTALS THRU 6500-EXIT.
           CLOSE CTR-REPORT-FILE.
           DISPLAY "HELLOCLB: YEAR " CTR-WS-BUILD-YEAR " - "
                   CTR-WS-ADDED-COUNT " DATE(S) ADDED, "
                   CTR-WS-KEPT-COUNT " ALREADY ON CTRCALND, "
                   CTR-WS-DIFFER-COUNT " OF THEM DIFFERENT".
           IF CTR-WS-DIFFER-COUNT > ZERO
                   OR CTR-WS-HOL-BAD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE
      *
      *  Resolves the weekend rule.  A CTRCALWK value that is not a
      *  run of known three-letter day names, or that would leave no
      *  business day in the week, is refused on the console and the
      *  standard SATSUN used - the report heading shows the rule the
      *  year was built on.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT CTR-WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-SYS-TIME FROM TIME.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           MOVE SPACES TO CTR-WS-WEEKEND-TEXT.
           ACCEPT CTR-WS-WEEKEND-TEXT FROM ENVIRONMENT "CTRCALWK".
           IF CTR-WS-WEEKEND-TEXT = SPACES
               MOVE "SATSUN" TO CTR-WS-WEEKEND-TEXT
               GO TO 1000-EXIT
           END-IF.
           MOVE "N"  TO CTR-WS-WEEKEND-BAD-SWITCH.
           MOVE ZERO TO CTR-WS-WEEKEND-COUNT.
           PERFORM 1100-EDIT-WEEKEND-DAY THRU 1100-EXIT
                   VARYING CTR-WS-WEEKEND-SUB FROM 1 BY 1
                   UNTIL CTR-WS-WEEKEND-SUB > 7.
           IF CTR-WEEKEND-BAD OR CTR-WS-WEEKEND-COUNT = 7
               DISPLAY "HELLOCLB: CTRCALWK " CTR-WS-WEEKEND-TEXT
                       " IS NOT A WEEKEND RULE - SATSUN USED"
               MOVE "SATSUN" TO CTR-WS-WEEKEND-TEXT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-EDIT-WEEKEND-DAY
      *
      *  Each three-letter group of the rule must be blank or a day
      *  name.
      ******************************************************************
       1100-EDIT-WEEKEND-DAY.
           IF CTR-WS-WEEKEND-DAY(CTR-WS-WEEKEND-SUB) = SPACES
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-WEEKEND-HIT-SWITCH.
           PERFORM 1110-MATCH-DAY-NAME THRU 1110-EXIT
                   VARYING CTR-WS-DAY-SUB FROM 1 BY 1
                   UNTIL CTR-WS-DAY-SUB > 7 OR CTR-WEEKEND-HIT.
           IF CTR-WEEKEND-HIT
               ADD 1 TO CTR-WS-WEEKEND-COUNT
           ELSE
               MOVE "Y" TO CTR-WS-WEEKEND-BAD-SWITCH
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1110-MATCH-DAY-NAME
      ******************************************************************
       1110-MATCH-DAY-NAME.
           IF CTR-WS-DAY-NAME(CTR-WS-DAY-SUB)
                   = CTR-WS-WEEKEND-DAY(CTR-WS-WEEKEND-SUB)
               MOVE "Y" TO CTR-WS-WEEKEND-HIT-SWITCH
           END-IF.
       1110-EXIT.
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
      *  1500-RESOLVE-YEAR
      *
      *  The CTRCALYR year when it is a year from 1901 to 2099;
      *  otherwise the year of the last date on CTRCALND when that
      *  date is before 31 December, so the gap to the year end is
      *  filled (the dates already on file are kept as they stand),
      *  the year after it when the year is complete, or this year
      *  when there is no calendar yet.
      ******************************************************************
       1500-RESOLVE-YEAR.
           MOVE SPACES TO CTR-WS-KNOB-TEXT.
           ACCEPT CTR-WS-KNOB-TEXT FROM ENVIRONMENT "CTRCALYR".
           IF CTR-WS-KNOB-TEXT NOT = SPACES
               PERFORM 1400-EDIT-KNOB THRU 1400-EXIT
               IF NOT CTR-KNOB-BAD AND CTR-WS-KNOB-VALUE > 1900
                       AND CTR-WS-KNOB-VALUE < 2100
                   MOVE CTR-WS-KNOB-VALUE TO CTR-WS-BUILD-YEAR
                   MOVE "CTRCALYR" TO CTR-WS-YEAR-SOURCE
                   GO TO 1500-EXIT
               END-IF
               DISPLAY "HELLOCLB: CTRCALYR " CTR-WS-KNOB-TEXT
                       " IS NOT A YEAR - IGNORED"
           END-IF.
           IF CTR-WS-CAL-COUNT = ZERO
               MOVE CTR-WS-DATE-YYYY TO CTR-WS-BUILD-YEAR
               MOVE "NO CALENDAR ON FILE - THIS YEAR"
                       TO CTR-WS-YEAR-SOURCE
               GO TO 1500-EXIT
           END-IF.
           IF CTR-WS-LAST-MMDD < 1231
               MOVE CTR-WS-LAST-YYYY TO CTR-WS-BUILD-YEAR
               MOVE "REST OF THE LAST YEAR ON CTRCALND"
                       TO CTR-WS-YEAR-SOURCE
               GO TO 1500-EXIT
           END-IF.
           COMPUTE CTR-WS-BUILD-YEAR = CTR-WS-LAST-YYYY + 1.
           MOVE "YEAR AFTER THE LAST ON CTRCALND"
                   TO CTR-WS-YEAR-SOURCE.
       1500-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LOAD-CALENDAR
      *
      *  Loads CTRCALND as it stands.  The file is OPTIONAL: with
      *  none the year is simply generated on to an empty calendar.
      *  Because the file is rewritten whole from this table, a
      *  calendar out of date order, or too big for the table, ends
      *  the build before anything is written.
      ******************************************************************
       2000-LOAD-CALENDAR.
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
           IF CTR-CAL-DATE IS NOT NUMERIC
                   OR CTR-CAL-DATE NOT > CTR-WS-LAST-DATE
               DISPLAY "HELLOCLB: CTRCALND OUT OF DATE ORDER AFTER "
                       CTR-WS-LAST-DATE " - NOTHING GENERATED"
               MOVE 8 TO RETURN-CODE
               CLOSE CTR-CAL-FILE
               STOP RUN
           END-IF.
           IF CTR-WS-CAL-COUNT = 3000
               DISPLAY "HELLOCLB: CTRCALND HAS MORE THAN 3000 ENTRIES "
                       "- NOTHING GENERATED"
               MOVE 16 TO RETURN-CODE
               CLOSE CTR-CAL-FILE
               STOP RUN
           END-IF.
           ADD 1 TO CTR-WS-CAL-COUNT.
           MOVE CTR-CAL-DATE        TO
                   CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-COUNT).
           MOVE CTR-CAL-DAY-TYPE    TO
                   CTR-WS-CAL-TBL-TYPE(CTR-WS-CAL-COUNT).
           MOVE CTR-CAL-DESCRIPTION TO
                   CTR-WS-CAL-TBL-DESC(CTR-WS-CAL-COUNT).
           MOVE CTR-CAL-DATE TO CTR-WS-LAST-DATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LOAD-HOLIDAYS
      *
      *  Tables the CTRHOLS entries for the year being built; entries
      *  for other years are passed over.  The list is OPTIONAL: with
      *  none the year is typed from the weekend rule alone.
      ******************************************************************
       3000-LOAD-HOLIDAYS.
           OPEN INPUT CTR-HOL-FILE.
           IF CTR-HOL-STATUS NOT = "00" AND CTR-HOL-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHOLS" TO CTR-WS-ERROR-FILE
               MOVE CTR-HOL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 3100-READ-HOLIDAY THRU 3100-EXIT
                   UNTIL CTR-HOL-EOF.
           CLOSE CTR-HOL-FILE.
           IF CTR-WS-HOL-OVERFLOW > ZERO
               DISPLAY "HELLOCLB: MORE THAN 100 CTRHOLS ENTRIES FOR "
                       CTR-WS-BUILD-YEAR " - " CTR-WS-HOL-OVERFLOW
                       " NOT APPLIED"
               ADD CTR-WS-HOL-OVERFLOW TO CTR-WS-HOL-BAD-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-READ-HOLIDAY
      *
      *  An entry with a date that is not numeric or a type other
      *  than holiday or closure is printed as unusable.  A blank
      *  name takes the name of its type.
      ******************************************************************
       3100-READ-HOLIDAY.
           READ CTR-HOL-FILE
               AT END
                   MOVE "Y" TO CTR-WS-HOL-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           IF CTR-HOL-STATUS NOT = "00" AND CTR-HOL-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHOLS" TO CTR-WS-ERROR-FILE
               MOVE CTR-HOL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-HOL-READ-COUNT.
           IF CTR-HOL-DATE IS NOT NUMERIC
               DISPLAY "HELLOCLB: CTRHOLS ENTRY " CTR-WS-HOL-READ-COUNT
                       " HAS NO VALID DATE - IGNORED"
               ADD 1 TO CTR-WS-HOL-BAD-COUNT
               GO TO 3100-EXIT
           END-IF.
           MOVE CTR-HOL-DATE TO CTR-WS-HOL-DATE.
           IF CTR-WS-HOL-YYYY NOT = CTR-WS-BUILD-YEAR
               GO TO 3100-EXIT
           END-IF.
           IF CTR-WS-HOL-COUNT = 100
               ADD 1 TO CTR-WS-HOL-OVERFLOW
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO CTR-WS-HOL-COUNT.
           MOVE CTR-HOL-DATE        TO
                   CTR-WS-HOL-TBL-DATE(CTR-WS-HOL-COUNT).
           MOVE CTR-HOL-DAY-TYPE    TO
                   CTR-WS-HOL-TBL-TYPE(CTR-WS-HOL-COUNT).
           MOVE CTR-HOL-DESCRIPTION TO
                   CTR-WS-HOL-TBL-DESC(CTR-WS-HOL-COUNT).
           MOVE "N" TO CTR-WS-HOL-TBL-USED(CTR-WS-HOL-COUNT).
           IF NOT CTR-HOL-TYPE-VALID
               GO TO 3100-EXIT
           END-IF.
           IF CTR-HOL-DESCRIPTION = SPACES
               IF CTR-HOL-HOLIDAY
                   MOVE "HOLIDAY" TO
                           CTR-WS-HOL-TBL-DESC(CTR-WS-HOL-COUNT)
               ELSE
                   MOVE "SHOP CLOSURE" TO
                           CTR-WS-HOL-TBL-DESC(CTR-WS-HOL-COUNT)
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  4000-GENERATE-YEAR
      *
      *  Builds every date of the year in order, a month at a time,
      *  then prints any list entry for the year that matched no
      *  date - a day that does not exist, or a second entry for a
      *  date already listed.
      ******************************************************************
       4000-GENERATE-YEAR.
           DIVIDE CTR-WS-BUILD-YEAR BY 4
                   GIVING CTR-WS-LEAP-QUOT REMAINDER CTR-WS-LEAP-REM.
           MOVE "N" TO CTR-WS-LEAP-SWITCH.
           IF CTR-WS-LEAP-REM = ZERO
               MOVE "Y" TO CTR-WS-LEAP-SWITCH
               DIVIDE CTR-WS-BUILD-YEAR BY 100
                       GIVING CTR-WS-LEAP-QUOT
                       REMAINDER CTR-WS-LEAP-REM
               IF CTR-WS-LEAP-REM = ZERO
                   MOVE "N" TO CTR-WS-LEAP-SWITCH
                   DIVIDE CTR-WS-BUILD-YEAR BY 400
                           GIVING CTR-WS-LEAP-QUOT
                           REMAINDER CTR-WS-LEAP-REM
                   IF CTR-WS-LEAP-REM = ZERO
                       MOVE "Y" TO CTR-WS-LEAP-SWITCH
                   END-IF
               END-IF
           END-IF.
           MOVE CTR-WS-BUILD-YEAR TO CTR-WS-GEN-YYYY.
           PERFORM 4100-GENERATE-MONTH THRU 4100-EXIT
                   VARYING CTR-WS-GEN-MM FROM 1 BY 1
                   UNTIL CTR-WS-GEN-MM > 12.
           PERFORM 4400-REPORT-UNUSED-ENTRY THRU 4400-EXIT
                   VARYING CTR-WS-HOL-SUB FROM 1 BY 1
                   UNTIL CTR-WS-HOL-SUB > CTR-WS-HOL-COUNT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4100-GENERATE-MONTH
      ******************************************************************
       4100-GENERATE-MONTH.
           MOVE CTR-WS-MONTH-LENGTH(CTR-WS-GEN-MM)
                   TO CTR-WS-MONTH-DAYS.
           IF CTR-WS-GEN-MM = 2 AND CTR-LEAP-YEAR
               MOVE 29 TO CTR-WS-MONTH-DAYS
           END-IF.
           PERFORM 4200-GENERATE-ONE-DATE THRU 4200-EXIT
                   VARYING CTR-WS-GEN-DD FROM 1 BY 1
                   UNTIL CTR-WS-GEN-DD > CTR-WS-MONTH-DAYS.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  4200-GENERATE-ONE-DATE
      *
      *  A listed holiday or closure takes its type and name from
      *  the list whatever the weekday; otherwise the weekend rule
      *  decides.
      ******************************************************************
       4200-GENERATE-ONE-DATE.
           ADD 1 TO CTR-WS-GEN-COUNT.
           MOVE CTR-WS-GEN-DATE
                   TO CTR-WS-GEN-TBL-DATE(CTR-WS-GEN-COUNT).
           MOVE ZERO TO CTR-WS-HOL-SUB.
           PERFORM 4210-FIND-HOLIDAY THRU 4210-EXIT
                   VARYING CTR-WS-HOL-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-HOL-SCAN > CTR-WS-HOL-COUNT
                       OR CTR-WS-HOL-SUB NOT = ZERO.
           IF CTR-WS-HOL-SUB NOT = ZERO
               MOVE "Y" TO CTR-WS-HOL-TBL-USED(CTR-WS-HOL-SUB)
               MOVE CTR-WS-HOL-TBL-TYPE(CTR-WS-HOL-SUB)
                       TO CTR-WS-GEN-TBL-TYPE(CTR-WS-GEN-COUNT)
               MOVE CTR-WS-HOL-TBL-DESC(CTR-WS-HOL-SUB)
                       TO CTR-WS-GEN-TBL-DESC(CTR-WS-GEN-COUNT)
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4300-FIND-WEEKDAY THRU 4300-EXIT.
           MOVE "N" TO CTR-WS-WEEKEND-HIT-SWITCH.
           PERFORM 4220-MATCH-WEEKEND THRU 4220-EXIT
                   VARYING CTR-WS-WEEKEND-SUB FROM 1 BY 1
                   UNTIL CTR-WS-WEEKEND-SUB > 7 OR CTR-WEEKEND-HIT.
           IF CTR-WEEKEND-HIT
               MOVE "W" TO CTR-WS-GEN-TBL-TYPE(CTR-WS-GEN-COUNT)
               MOVE "WEEKEND"
                       TO CTR-WS-GEN-TBL-DESC(CTR-WS-GEN-COUNT)
           ELSE
               MOVE "B" TO CTR-WS-GEN-TBL-TYPE(CTR-WS-GEN-COUNT)
               MOVE "BUSINESS DAY"
                       TO CTR-WS-GEN-TBL-DESC(CTR-WS-GEN-COUNT)
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  4210-FIND-HOLIDAY
      ******************************************************************
       4210-FIND-HOLIDAY.
           IF CTR-WS-HOL-TBL-DATE(CTR-WS-HOL-SCAN) = CTR-WS-GEN-DATE
                   AND NOT CTR-HOL-APPLIED(CTR-WS-HOL-SCAN)
                   AND (CTR-WS-HOL-TBL-TYPE(CTR-WS-HOL-SCAN) = "H"
                     OR CTR-WS-HOL-TBL-TYPE(CTR-WS-HOL-SCAN) = "C")
               MOVE CTR-WS-HOL-SCAN TO CTR-WS-HOL-SUB
           END-IF.
       4210-EXIT.
           EXIT.

      ******************************************************************
      *  4220-MATCH-WEEKEND
      ******************************************************************
       4220-MATCH-WEEKEND.
           IF CTR-WS-WEEKEND-DAY(CTR-WS-WEEKEND-SUB)
                   = CTR-WS-DAY-NAME(CTR-WS-DAY-SUB)
               MOVE "Y" TO CTR-WS-WEEKEND-HIT-SWITCH
           END-IF.
       4220-EXIT.
           EXIT.

      ******************************************************************
      *  4300-FIND-WEEKDAY
      *
      *  Zeller's congruence on the generated date, with January and
      *  February counted as months 13 and 14 of the year before.
      *  CTR-WS-DAY-SUB comes back as the subscript of the day name.
      ******************************************************************
       4300-FIND-WEEKDAY.
           MOVE CTR-WS-GEN-YYYY TO CTR-WS-ZEL-YEAR.
           MOVE CTR-WS-GEN-MM   TO CTR-WS-ZEL-MONTH.
           IF CTR-WS-ZEL-MONTH < 3
               ADD 12 TO CTR-WS-ZEL-MONTH
               SUBTRACT 1 FROM CTR-WS-ZEL-YEAR
           END-IF.
           DIVIDE CTR-WS-ZEL-YEAR BY 100
                   GIVING CTR-WS-ZEL-CENTURY
                   REMAINDER CTR-WS-ZEL-YEAR-OF-CENT.
           COMPUTE CTR-WS-ZEL-MONTH-TERM = 13 * (CTR-WS-ZEL-MONTH + 1).
           DIVIDE CTR-WS-ZEL-MONTH-TERM BY 5
                   GIVING CTR-WS-ZEL-MONTH-TERM.
           DIVIDE CTR-WS-ZEL-YEAR-OF-CENT BY 4
                   GIVING CTR-WS-ZEL-YEAR-TERM.
           DIVIDE CTR-WS-ZEL-CENTURY BY 4
                   GIVING CTR-WS-ZEL-CENT-TERM.
           COMPUTE CTR-WS-ZEL-SUM = CTR-WS-GEN-DD
                   + CTR-WS-ZEL-MONTH-TERM
                   + CTR-WS-ZEL-YEAR-OF-CENT
                   + CTR-WS-ZEL-YEAR-TERM
                   + CTR-WS-ZEL-CENT-TERM
                   + 5 * CTR-WS-ZEL-CENTURY.
           DIVIDE CTR-WS-ZEL-SUM BY 7
                   GIVING CTR-WS-ZEL-QUOT
                   REMAINDER CTR-WS-ZEL-DAY.
           COMPUTE CTR-WS-DAY-SUB = CTR-WS-ZEL-DAY + 1.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *  4400-REPORT-UNUSED-ENTRY
      ******************************************************************
       4400-REPORT-UNUSED-ENTRY.
           IF CTR-HOL-APPLIED(CTR-WS-HOL-SUB)
               GO TO 4400-EXIT
           END-IF.
           ADD 1 TO CTR-WS-HOL-BAD-COUNT.
           MOVE CTR-WS-HOL-TBL-DATE(CTR-WS-HOL-SUB) TO CTR-DTL-DATE.
           MOVE CTR-WS-HOL-TBL-TYPE(CTR-WS-HOL-SUB) TO CTR-DTL-TYPE.
           MOVE CTR-WS-HOL-TBL-DESC(CTR-WS-HOL-SUB) TO CTR-DTL-DESC.
           IF CTR-WS-HOL-TBL-TYPE(CTR-WS-HOL-SUB) = "H"
                   OR CTR-WS-HOL-TBL-TYPE(CTR-WS-HOL-SUB) = "C"
               MOVE "LIST ENTRY IGNORED - BAD/DUP DATE"
                       TO CTR-DTL-ACTION
           ELSE
               MOVE "LIST ENTRY IGNORED - TYPE NOT H/C"
                       TO CTR-DTL-ACTION
           END-IF.
           MOVE CTR-DETAIL-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       4400-EXIT.
           EXIT.

      ******************************************************************
      *  5000-MERGE-CALENDAR
      *
      *  Walks the calendar as it stands and the generated year
      *  together in date order.  The first pass only counts and
      *  prints what the merge would do; when it would add anything
      *  the second pass rewrites CTRCALND.  A date on both is kept
      *  as it stands.
      ******************************************************************
       5000-MERGE-CALENDAR.
           MOVE 1 TO CTR-WS-CAL-SUB.
           MOVE 1 TO CTR-WS-GEN-SUB.
           IF CTR-MERGE-WRITING
               MOVE ZERO TO CTR-WS-WRITTEN-COUNT
               OPEN OUTPUT CTR-CAL-FILE
               IF CTR-CAL-STATUS NOT = "00"
                       AND CTR-CAL-STATUS NOT = "05"
                   MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
                   MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
                   MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
                   PERFORM 9900-FILE-ERROR THRU 9900-EXIT
               END-IF
           END-IF.
           PERFORM 5100-MERGE-ONE-DATE THRU 5100-EXIT
                   UNTIL CTR-WS-CAL-SUB > CTR-WS-CAL-COUNT
                       AND CTR-WS-GEN-SUB > CTR-WS-GEN-COUNT.
           IF CTR-MERGE-WRITING
               CLOSE CTR-CAL-FILE
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-MERGE-ONE-DATE
      ******************************************************************
       5100-MERGE-ONE-DATE.
           EVALUATE TRUE
               WHEN CTR-WS-CAL-SUB > CTR-WS-CAL-COUNT
                   PERFORM 5300-ADD-GENERATED THRU 5300-EXIT
               WHEN CTR-WS-GEN-SUB > CTR-WS-GEN-COUNT
                   PERFORM 5200-KEEP-EXISTING THRU 5200-EXIT
               WHEN CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-SUB)
                       < CTR-WS-GEN-TBL-DATE(CTR-WS-GEN-SUB)
                   PERFORM 5200-KEEP-EXISTING THRU 5200-EXIT
               WHEN CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-SUB)
                       > CTR-WS-GEN-TBL-DATE(CTR-WS-GEN-SUB)
                   PERFORM 5300-ADD-GENERATED THRU 5300-EXIT
               WHEN OTHER
                   PERFORM 5400-COMPARE-KEPT THRU 5400-EXIT
                   PERFORM 5200-KEEP-EXISTING THRU 5200-EXIT
                   ADD 1 TO CTR-WS-GEN-SUB
           END-EVALUATE.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5200-KEEP-EXISTING
      ******************************************************************
       5200-KEEP-EXISTING.
           IF CTR-MERGE-WRITING
               MOVE SPACES TO CTR-CAL-RECORD
               MOVE CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-SUB) TO CTR-CAL-DATE
               MOVE CTR-WS-CAL-TBL-TYPE(CTR-WS-CAL-SUB)
                       TO CTR-CAL-DAY-TYPE
               MOVE CTR-WS-CAL-TBL-DESC(CTR-WS-CAL-SUB)
                       TO CTR-CAL-DESCRIPTION
               PERFORM 5900-WRITE-CALENDAR THRU 5900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-CAL-SUB.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  5300-ADD-GENERATED
      *
      *  Counted, and a holiday or closure printed, on the first
      *  pass; written on the second.
      ******************************************************************
       5300-ADD-GENERATED.
           IF CTR-MERGE-WRITING
               MOVE SPACES TO CTR-CAL-RECORD
               MOVE CTR-WS-GEN-TBL-DATE(CTR-WS-GEN-SUB) TO CTR-CAL-DATE
               MOVE CTR-WS-GEN-TBL-TYPE(CTR-WS-GEN-SUB)
                       TO CTR-CAL-DAY-TYPE
               MOVE CTR-WS-GEN-TBL-DESC(CTR-WS-GEN-SUB)
                       TO CTR-CAL-DESCRIPTION
               PERFORM 5900-WRITE-CALENDAR THRU 5900-EXIT
               ADD 1 TO CTR-WS-GEN-SUB
               GO TO 5300-EXIT
           END-IF.
           ADD 1 TO CTR-WS-ADDED-COUNT.
           MOVE CTR-WS-GEN-TBL-DATE(CTR-WS-GEN-SUB)
                   TO CTR-WS-NEW-LAST-DATE.
           IF CTR-WS-GEN-TBL-TYPE(CTR-WS-GEN-SUB) = "B"
               ADD 1 TO CTR-WS-ADDED-BUS-COUNT
           END-IF.
           IF CTR-WS-GEN-TBL-TYPE(CTR-WS-GEN-SUB) = "H"
                   OR CTR-WS-GEN-TBL-TYPE(CTR-WS-GEN-SUB) = "C"
               MOVE CTR-WS-GEN-TBL-DATE(CTR-WS-GEN-SUB)
                       TO CTR-DTL-DATE
               MOVE CTR-WS-GEN-TBL-TYPE(CTR-WS-GEN-SUB)
                       TO CTR-DTL-TYPE
               MOVE CTR-WS-GEN-TBL-DESC(CTR-WS-GEN-SUB)
                       TO CTR-DTL-DESC
               MOVE "ADDED FROM THE HOLIDAY LIST" TO CTR-DTL-ACTION
               MOVE CTR-DETAIL-LINE TO CTR-REPORT-LINE
               PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-GEN-SUB.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *  5400-COMPARE-KEPT
      *
      *  On the first pass, a date already on file that the rules or
      *  the list would type differently is counted and printed with
      *  what the build would have made of it.  The entry on file is
      *  what stands.
      ******************************************************************
       5400-COMPARE-KEPT.
           IF CTR-MERGE-WRITING
               GO TO 5400-EXIT
           END-IF.
           ADD 1 TO CTR-WS-KEPT-COUNT.
           IF CTR-WS-CAL-TBL-TYPE(CTR-WS-CAL-SUB)
                   = CTR-WS-GEN-TBL-TYPE(CTR-WS-GEN-SUB)
               GO TO 5400-EXIT
           END-IF.
           ADD 1 TO CTR-WS-DIFFER-COUNT.
           MOVE CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-SUB) TO CTR-DTL-DATE.
           MOVE CTR-WS-CAL-TBL-TYPE(CTR-WS-CAL-SUB) TO CTR-DTL-TYPE.
           MOVE CTR-WS-CAL-TBL-DESC(CTR-WS-CAL-SUB) TO CTR-DTL-DESC.
           MOVE SPACES TO CTR-DTL-ACTION.
           STRING "KEPT - BUILD WOULD MAKE IT "  DELIMITED BY SIZE
                   CTR-WS-GEN-TBL-TYPE(CTR-WS-GEN-SUB)
                                                 DELIMITED BY SIZE
                   INTO CTR-DTL-ACTION.
           MOVE CTR-DETAIL-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       5400-EXIT.
           EXIT.

      ******************************************************************
      *  5900-WRITE-CALENDAR
      ******************************************************************
       5900-WRITE-CALENDAR.
           WRITE CTR-CAL-RECORD.
           IF CTR-CAL-STATUS NOT = "00"
               MOVE "WRITE"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-WRITTEN-COUNT.
       5900-EXIT.
           EXIT.

      ******************************************************************
      *  6000-PRINT-HEADINGS
      ******************************************************************
       6000-PRINT-HEADINGS.
           OPEN OUTPUT CTR-REPORT-FILE.
           IF CTR-RPT-STATUS NOT = "00"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCBRP" TO CTR-WS-ERROR-FILE
               MOVE CTR-RPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "HELLO PROCESSING CALENDAR BUILD - YEAR "
                                      DELIMITED BY SIZE
                   CTR-WS-BUILD-YEAR  DELIMITED BY SIZE
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
           STRING "YEAR       : "     DELIMITED BY SIZE
                   CTR-WS-YEAR-SOURCE DELIMITED BY SIZE
                   INTO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "WEEKENDS   : "     DELIMITED BY SIZE
                   CTR-WS-WEEKEND-TEXT DELIMITED BY SPACE
                   INTO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-REPORT-LINE.
           MOVE CTR-WS-HOL-COUNT TO CTR-WS-COUNT-EDIT.
           STRING "HOLIDAYS   :"      DELIMITED BY SIZE
                   CTR-WS-COUNT-EDIT  DELIMITED BY SIZE
                   " CTRHOLS ENTRIES FOR THE YEAR"
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
      *  6500-PRINT-TOTALS
      ******************************************************************
       6500-PRINT-TOTALS.
           MOVE SPACES TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "DATES IN THE YEAR               :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-GEN-COUNT TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "DATES ADDED TO CTRCALND         :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-ADDED-COUNT TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "  OF WHICH BUSINESS DAYS        :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-ADDED-BUS-COUNT TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "DATES ALREADY ON FILE (KEPT)    :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-KEPT-COUNT TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "  OF WHICH TYPED DIFFERENTLY    :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-DIFFER-COUNT TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "HOLIDAY LIST ENTRIES IGNORED    :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-HOL-BAD-COUNT TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "CTRCALND                        :" TO CTR-SUM-LABEL.
           IF CTR-WS-ADDED-COUNT = ZERO
               MOVE "NOT REWRITTEN - NOTHING TO ADD" TO CTR-SUM-VALUE
           ELSE
               MOVE CTR-WS-WRITTEN-COUNT TO CTR-WS-COUNT-EDIT
               STRING "REWRITTEN -"          DELIMITED BY SIZE
                       CTR-WS-COUNT-EDIT     DELIMITED BY SIZE
                       " ENTRIES"            DELIMITED BY SIZE
                       INTO CTR-SUM-VALUE
           END-IF.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       6500-EXIT.
           EXIT.

      ******************************************************************
      *  7000-RECORD-BUILD
      *
      *  Appends a CAL-BUILD event to the CTRAUDIT trail under the
      *  BATCH operator and raises the CTR0032 alert.  A write
      *  failure abends: an unaudited calendar change is what the
      *  trail exists to prevent.
      ******************************************************************
       7000-RECORD-BUILD.
           ACCEPT CTR-WS-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-ALERT-TIME FROM TIME.
           MOVE SPACES TO CTR-WS-AUDIT-DETAIL.
           STRING "YEAR "               DELIMITED BY SIZE
                   CTR-WS-BUILD-YEAR    DELIMITED BY SIZE
                   " ADDED "            DELIMITED BY SIZE
                   CTR-WS-ADDED-COUNT   DELIMITED BY SIZE
                   " KEPT "             DELIMITED BY SIZE
                   CTR-WS-KEPT-COUNT    DELIMITED BY SIZE
                   " WEEKENDS "         DELIMITED BY SIZE
                   CTR-WS-WEEKEND-TEXT  DELIMITED BY SPACE
                   INTO CTR-WS-AUDIT-DETAIL.
           OPEN EXTEND CTR-AUDIT-FILE.
           IF CTR-AUDIT-STATUS NOT = "00"
                   AND CTR-AUDIT-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRAUDIT" TO CTR-WS-ERROR-FILE
               MOVE CTR-AUDIT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE SPACES               TO CTR-AUDIT-RECORD.
           MOVE CTR-WS-ALERT-DATE    TO CTR-AUDIT-DATE.
           MOVE CTR-WS-ALERT-HHMMSS  TO CTR-AUDIT-TIME.
           MOVE "HELLOCLB"           TO CTR-AUDIT-PROGRAM.
           MOVE "CAL-BUILD"          TO CTR-AUDIT-EVENT.
           MOVE "BATCH"              TO CTR-AUDIT-OPERATOR.
           MOVE SPACES               TO CTR-AUDIT-BEFORE-IMAGE.
           MOVE SPACES               TO CTR-AUDIT-AFTER-IMAGE.
           MOVE CTR-WS-AUDIT-DETAIL  TO CTR-AUDIT-DETAIL.
           WRITE CTR-AUDIT-RECORD.
           IF CTR-AUDIT-STATUS NOT = "00"
               MOVE "WRITE"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRAUDIT" TO CTR-WS-ERROR-FILE
               MOVE CTR-AUDIT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           CLOSE CTR-AUDIT-FILE.
           MOVE "CTR0032" TO CTR-WS-ALERT-MSG-ID.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING "YEAR "               DELIMITED BY SIZE
                   CTR-WS-BUILD-YEAR    DELIMITED BY SIZE
                   " ADDED "            DELIMITED BY SIZE
                   CTR-WS-ADDED-COUNT   DELIMITED BY SIZE
                   " RUNS TO "          DELIMITED BY SIZE
                   CTR-WS-NEW-LAST-DATE DELIMITED BY SIZE
                   " DIFFERING "        DELIMITED BY SIZE
                   CTR-WS-DIFFER-COUNT  DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  7900-WRITE-REPORT-LINE
      ******************************************************************
       7900-WRITE-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           IF CTR-RPT-STATUS NOT = "00"
               MOVE "WRITE"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCBRP" TO CTR-WS-ERROR-FILE
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
               DISPLAY "HELLOCLB: CTRMSGC CANNOT BE OPENED - STATUS "
                       CTR-MSG-STATUS " - ALERT TEXTS DEFAULTED"
               GO TO 9700-EXIT
           END-IF.
           PERFORM 9710-READ-CATALOG THRU 9710-EXIT
                   UNTIL CTR-MSG-EOF.
           CLOSE CTR-MSG-FILE.
           IF CTR-WS-MSG-COUNT = ZERO
               DISPLAY "HELLOCLB: CTRMSGC IS EMPTY - ALERT TEXTS "
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
               DISPLAY "HELLOCLB: CTRMSGC READ FAILED - STATUS "
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
           MOVE "HELLOCLB"           TO CTR-ALERT-PROGRAM.
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
               DISPLAY "HELLOCLB: CTRALERT CANNOT BE OPENED - STATUS "
                       CTR-ALERT-STATUS " - ALERT LOST"
               GO TO 9800-EXIT
           END-IF.
           WRITE CTR-ALERT-RECORD.
           IF CTR-ALERT-STATUS NOT = "00"
               DISPLAY "HELLOCLB: CTRALERT WRITE FAILED - STATUS "
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
           DISPLAY "HELLOCLB: I/O ERROR ON " CTR-WS-ERROR-FILE
                   " DURING " CTR-WS-ERROR-OPERATION
                   " - FILE STATUS " CTR-WS-ERROR-STATUS.
           MOVE 20 TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.
