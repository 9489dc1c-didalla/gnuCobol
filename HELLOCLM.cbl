      ******************************************************************
      *  HELLOCLM is the maintenance transaction for the processing
      *  calendar.  The operator keys a date with the day type and
      *  name it is to carry - business day, weekend, holiday or
      *  shop closure - and the change is made wherever that date is
      *  kept:
      *
      *    - a date already on CTRCALND is changed there, so the
      *      batch programs work from the new type from their next
      *      run;
      *    - a holiday or closure is added to, or changed on, the
      *      CTRHOLS list, so HELLOCLB types the date the same way
      *      whenever its year is generated; a date made a business
      *      day or weekend again is taken off the list.
      *
      *  A holiday for a year not yet generated is therefore keyed
      *  here ahead of time and lands on the list only.  Dates
      *  before today are history and are not changed.  Every change
      *  is signed on against CTRSECM and appended to the CTRAUDIT
      *  trail with before/after images.
      *
      *  The screen lists six calendar dates from the keyed date (or
      *  from today), marking those on the holiday list.
      *
      *  Maintenance history:
      *    2026-10-15  Original program.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELLOCLM.

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

           SELECT OPTIONAL CTR-MSG-FILE ASSIGN TO "CTRMSGC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-MSG-STATUS.

           SELECT OPTIONAL CTR-ALERT-FILE ASSIGN TO "CTRALERT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-ALERT-STATUS.

           SELECT OPTIONAL CTR-AUDIT-FILE ASSIGN TO "CTRAUDIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-AUDIT-STATUS.

           SELECT OPTIONAL CTR-SEC-FILE ASSIGN TO "CTRSECM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SEC-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  CTR-CAL-FILE.
       COPY CTRCAL.

       FD  CTR-HOL-FILE.
       COPY CTRHOL.

       FD  CTR-MSG-FILE.
       COPY CTRMSG.

       FD  CTR-ALERT-FILE.
       COPY CTRALRT.

       FD  CTR-AUDIT-FILE.
       COPY CTRAUDT.

       FD  CTR-SEC-FILE.
       COPY CTRSEC.

       WORKING-STORAGE             SECTION.
       01  CTR-CAL-STATUS              PIC X(02).
       01  CTR-HOL-STATUS              PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
       01  CTR-WS-ERROR-FILE           PIC X(10).
       01  CTR-WS-ERROR-STATUS         PIC X(02).
       01  CTR-WS-ACTION               PIC X(01) VALUE SPACES.
           88  CTR-ACTION-CHANGE           VALUE "C".
           88  CTR-ACTION-LIST             VALUE "L".
           88  CTR-ACTION-EXIT             VALUE "X".
       01  CTR-WS-CAL-DATE             PIC 9(08) VALUE ZERO.
       01  CTR-WS-CAL-DATE-R REDEFINES CTR-WS-CAL-DATE.
           05  CTR-WS-CAL-YYYY             PIC 9(04).
           05  CTR-WS-CAL-MM               PIC 9(02).
           05  CTR-WS-CAL-DD               PIC 9(02).
       01  CTR-WS-DAY-TYPE             PIC X(01) VALUE SPACES.
           88  CTR-SCR-TYPE-VALID          VALUES "B" "W" "H" "C".
           88  CTR-SCR-TYPE-LISTED         VALUES "H" "C".
       01  CTR-WS-DESCRIPTION          PIC X(30) VALUE SPACES.
       01  CTR-WS-OPERATOR             PIC X(08) VALUE SPACES.
       01  CTR-WS-MESSAGE              PIC X(45) VALUE SPACES.
       01  CTR-WS-EXIT-SWITCH          PIC X(01) VALUE "N".
           88  CTR-WS-EXIT-WANTED          VALUE "Y".
       01  CTR-WS-VALID-SWITCH         PIC X(01) VALUE "N".
           88  CTR-WS-DATA-VALID           VALUE "Y".
       01  CTR-WS-TODAY                PIC 9(08) VALUE ZERO.
       01  CTR-WS-MONTH-LENGTHS        PIC X(24)
                   VALUE "312831303130313130313031".
       01  CTR-WS-MONTH-LENGTHS-R REDEFINES CTR-WS-MONTH-LENGTHS.
           05  CTR-WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
       01  CTR-WS-MONTH-DAYS           PIC 9(02) VALUE ZERO.
       01  CTR-WS-LEAP-QUOT            PIC 9(04) VALUE ZERO.
       01  CTR-WS-LEAP-REM             PIC 9(04) VALUE ZERO.
      *
      *  The calendar and the holiday list, each rewritten whole on
      *  a change, so neither is ever loaded short.
      *
       01  CTR-WS-CAL-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-CAL-EOF                 VALUE "Y".
       01  CTR-WS-CAL-COUNT            PIC 9(04) VALUE ZERO.
       01  CTR-WS-CAL-SCAN             PIC 9(04) VALUE ZERO.
       01  CTR-WS-CAL-MATCH-SUB        PIC 9(04) VALUE ZERO.
       01  CTR-WS-CAL-TABLE.
           05  CTR-WS-CAL-ENTRY OCCURS 3000 TIMES.
               10  CTR-WS-CAL-TBL-DATE     PIC 9(08).
               10  CTR-WS-CAL-TBL-TYPE     PIC X(01).
               10  CTR-WS-CAL-TBL-DESC     PIC X(30).
       01  CTR-WS-HOL-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-HOL-EOF                 VALUE "Y".
       01  CTR-WS-HOL-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-HOL-SCAN             PIC 9(03) VALUE ZERO.
       01  CTR-WS-HOL-MATCH-SUB        PIC 9(03) VALUE ZERO.
       01  CTR-WS-HOL-TABLE.
           05  CTR-WS-HOL-ENTRY OCCURS 500 TIMES.
               10  CTR-WS-HOL-TBL-DATE     PIC 9(08).
               10  CTR-WS-HOL-TBL-TYPE     PIC X(01).
               10  CTR-WS-HOL-TBL-DESC     PIC X(30).
       01  CTR-WS-CAL-CHANGE-SWITCH    PIC X(01) VALUE "N".
           88  CTR-CAL-CHANGE-WANTED       VALUE "Y".
       01  CTR-WS-HOL-ACTION           PIC X(01) VALUE SPACES.
           88  CTR-HOL-NO-ACTION           VALUE SPACES.
           88  CTR-HOL-ADD-WANTED          VALUE "A".
           88  CTR-HOL-CHANGE-WANTED       VALUE "C".
           88  CTR-HOL-DELETE-WANTED       VALUE "D".
       01  CTR-WS-SLOT-SWITCH          PIC X(01) VALUE "N".
           88  CTR-SLOT-FOUND              VALUE "Y".
       01  CTR-WS-DAY-IMAGE.
           05  CTR-WS-DI-DATE              PIC 9(08).
           05  CTR-WS-DI-TYPE              PIC X(01).
           05  CTR-WS-DI-DESC              PIC X(30).
           05  CTR-WS-DI-FILE              PIC X(08).
           05  FILLER                      PIC X(04) VALUE SPACES.
       01  CTR-WS-LIST-DETAIL.
           05  CTR-WS-LD-DATE              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CTR-WS-LD-TYPE              PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CTR-WS-LD-DESC              PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CTR-WS-LD-LISTED            PIC X(07).
       01  CTR-WS-LIST-START           PIC 9(08) VALUE ZERO.
       01  CTR-WS-LIST-SUB             PIC 9(04) VALUE ZERO.
       01  CTR-WS-LIST-MATCHES         PIC 9(04) VALUE ZERO.
       01  CTR-WS-LIST-AREA.
           05  CTR-WS-LIST-LINE OCCURS 6 TIMES PIC X(52).
       01  CTR-WS-LIST-MORE            PIC X(30) VALUE SPACES.
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
       01  CTR-AUDIT-STATUS            PIC X(02).
       01  CTR-WS-AUDIT-EVENT          PIC X(12) VALUE SPACES.
       01  CTR-WS-AUDIT-DETAIL         PIC X(60) VALUE SPACES.
       01  CTR-WS-BEFORE-IMAGE         PIC X(51) VALUE SPACES.
       01  CTR-WS-AFTER-IMAGE          PIC X(51) VALUE SPACES.
       01  CTR-WS-PIN                  PIC X(08) VALUE SPACES.
       01  CTR-WS-OPER-SIGNON-SWITCH   PIC X(01) VALUE "N".
           88  CTR-OPERATOR-SIGNED-ON      VALUE "Y".
       01  CTR-SEC-STATUS              PIC X(02).
       01  CTR-WS-SEC-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-SEC-EOF                 VALUE "Y".
       01  CTR-WS-SEC-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-SEC-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-SEC-SCAN             PIC 9(03) VALUE ZERO.
       01  CTR-WS-SEC-TABLE.
           05  CTR-WS-SEC-ENTRY OCCURS 200 TIMES.
               10  CTR-WS-SEC-TBL-ID       PIC X(08).
               10  CTR-WS-SEC-TBL-PIN      PIC X(08).
               10  CTR-WS-SEC-TBL-ROLE     PIC X(01).
               10  CTR-WS-SEC-TBL-STATUS   PIC X(01).
       01  CTR-WS-SIGNON-ID            PIC X(08) VALUE SPACES.
       01  CTR-WS-SIGNON-PIN           PIC X(08) VALUE SPACES.
       01  CTR-WS-SIGNON-PURPOSE       PIC X(08) VALUE SPACES.
       01  CTR-WS-SIGNON-NEED          PIC X(01) VALUE SPACES.
           88  CTR-NEED-ANY-ROLE           VALUE "A".
           88  CTR-NEED-UPDATE-ROLE        VALUE "U".
           88  CTR-NEED-SUPERVISOR-ROLE    VALUE "S".
       01  CTR-WS-SIGNON-SWITCH        PIC X(01) VALUE "N".
           88  CTR-SIGNON-OK               VALUE "Y".
       01  CTR-WS-SIGNON-ROLE          PIC X(01) VALUE SPACES.
       01  CTR-WS-SIGNON-REASON        PIC X(30) VALUE SPACES.
       01  CTR-WS-SIGNON-SHOWN         PIC X(30) VALUE SPACES.
       01  CTR-WS-SIGNON-MESSAGE       PIC X(45) VALUE SPACES.
       01  CTR-WS-SIGNON-FAILS         PIC 9(02) VALUE ZERO.

      ******************************************************************
       SCREEN                      SECTION.
      ******************************************************************
       01  CTR-CALM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01
                   VALUE "HELLO PROCESSING CALENDAR MAINTENANCE".
           05  LINE 03 COLUMN 01 VALUE "ACTION (C/L/X)  . . . . .".
           05  LINE 03 COLUMN 30 PIC X(01)
                   USING CTR-WS-ACTION.
           05  LINE 04 COLUMN 01 VALUE "DATE (CCYYMMDD) . . . . .".
           05  LINE 04 COLUMN 30 PIC 9(08)
                   USING CTR-WS-CAL-DATE.
           05  LINE 05 COLUMN 01 VALUE "DAY TYPE (B/W/H/C)  . . .".
           05  LINE 05 COLUMN 30 PIC X(01)
                   USING CTR-WS-DAY-TYPE.
           05  LINE 06 COLUMN 01 VALUE "DESCRIPTION . . . . . . .".
           05  LINE 06 COLUMN 30 PIC X(30)
                   USING CTR-WS-DESCRIPTION.
           05  LINE 08 COLUMN 01 VALUE "OPERATOR ID . . . . . . .".
           05  LINE 08 COLUMN 30 PIC X(08)
                   USING CTR-WS-OPERATOR.
           05  LINE 08 COLUMN 43 VALUE "PIN".
           05  LINE 08 COLUMN 47 PIC X(08)
                   USING CTR-WS-PIN SECURE.
           05  LINE 10 COLUMN 01 VALUE "CALENDAR:".
           05  LINE 11 COLUMN 01 PIC X(52)
                   FROM CTR-WS-LIST-LINE(1).
           05  LINE 12 COLUMN 01 PIC X(52)
                   FROM CTR-WS-LIST-LINE(2).
           05  LINE 13 COLUMN 01 PIC X(52)
                   FROM CTR-WS-LIST-LINE(3).
           05  LINE 14 COLUMN 01 PIC X(52)
                   FROM CTR-WS-LIST-LINE(4).
           05  LINE 15 COLUMN 01 PIC X(52)
                   FROM CTR-WS-LIST-LINE(5).
           05  LINE 16 COLUMN 01 PIC X(52)
                   FROM CTR-WS-LIST-LINE(6).
           05  LINE 17 COLUMN 01 PIC X(30)
                   FROM CTR-WS-LIST-MORE.
           05  LINE 20 COLUMN 01 PIC X(45) FROM CTR-WS-MESSAGE.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT CTR-WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           PERFORM 9300-LOAD-SECURITY THRU 9300-EXIT.
           PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
           PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT.
           MOVE SPACES TO CTR-WS-MESSAGE.
           PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
                   UNTIL CTR-WS-EXIT-WANTED.
           STOP RUN.

      ******************************************************************
      *  1000-LOAD-CALENDAR
      *
      *  Loads CTRCALND into the working table.  An absent calendar
      *  is a valid starting point for keying next year's holidays.
      ******************************************************************
       1000-LOAD-CALENDAR.
           OPEN INPUT CTR-CAL-FILE.
           IF CTR-CAL-STATUS NOT = "00" AND CTR-CAL-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 1100-READ-CALENDAR THRU 1100-EXIT
                   UNTIL CTR-CAL-EOF.
           CLOSE CTR-CAL-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-READ-CALENDAR
      *
      *  A calendar too big for the table ends the transaction: a
      *  rewrite from a truncated table would silently drop dates.
      ******************************************************************
       1100-READ-CALENDAR.
           READ CTR-CAL-FILE
               AT END
                   MOVE "Y" TO CTR-WS-CAL-EOF-SWITCH
                   GO TO 1100-EXIT
           END-READ.
           IF CTR-CAL-STATUS NOT = "00" AND CTR-CAL-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-WS-CAL-COUNT = 3000
               DISPLAY "HELLOCLM: CTRCALND HAS MORE THAN 3000 ENTRIES "
                       "- TRANSACTION ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CTR-WS-CAL-COUNT.
           MOVE CTR-CAL-DATE        TO
                   CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-COUNT).
           MOVE CTR-CAL-DAY-TYPE    TO
                   CTR-WS-CAL-TBL-TYPE(CTR-WS-CAL-COUNT).
           MOVE CTR-CAL-DESCRIPTION TO
                   CTR-WS-CAL-TBL-DESC(CTR-WS-CAL-COUNT).
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1200-LOAD-HOLIDAYS
      *
      *  Loads the CTRHOLS list.  An absent list is created by the
      *  first holiday keyed.
      ******************************************************************
       1200-LOAD-HOLIDAYS.
           OPEN INPUT CTR-HOL-FILE.
           IF CTR-HOL-STATUS NOT = "00" AND CTR-HOL-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHOLS" TO CTR-WS-ERROR-FILE
               MOVE CTR-HOL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 1300-READ-HOLIDAY THRU 1300-EXIT
                   UNTIL CTR-HOL-EOF.
           CLOSE CTR-HOL-FILE.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  1300-READ-HOLIDAY
      ******************************************************************
       1300-READ-HOLIDAY.
           READ CTR-HOL-FILE
               AT END
                   MOVE "Y" TO CTR-WS-HOL-EOF-SWITCH
                   GO TO 1300-EXIT
           END-READ.
           IF CTR-HOL-STATUS NOT = "00" AND CTR-HOL-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHOLS" TO CTR-WS-ERROR-FILE
               MOVE CTR-HOL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-WS-HOL-COUNT = 500
               DISPLAY "HELLOCLM: CTRHOLS HAS MORE THAN 500 ENTRIES "
                       "- TRANSACTION ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CTR-WS-HOL-COUNT.
           MOVE CTR-HOL-DATE        TO
                   CTR-WS-HOL-TBL-DATE(CTR-WS-HOL-COUNT).
           MOVE CTR-HOL-DAY-TYPE    TO
                   CTR-WS-HOL-TBL-TYPE(CTR-WS-HOL-COUNT).
           MOVE CTR-HOL-DESCRIPTION TO
                   CTR-WS-HOL-TBL-DESC(CTR-WS-HOL-COUNT).
       1300-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PROCESS-ACTION
      *
      *  One screen round trip: rebuild the on-screen calendar list,
      *  show the screen, and route the keyed action.  Any message
      *  set by the prior iteration is left in CTR-WS-MESSAGE so this
      *  DISPLAY still shows it.  A change is only routed once the
      *  operator has signed on; a list needs no sign-on.
      ******************************************************************
       2000-PROCESS-ACTION.
           PERFORM 2900-BUILD-LIST THRU 2900-EXIT.
           DISPLAY CTR-CALM-SCREEN.
           ACCEPT CTR-CALM-SCREEN.
           MOVE SPACES TO CTR-WS-MESSAGE.
           IF CTR-ACTION-CHANGE
               PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
               IF NOT CTR-OPERATOR-SIGNED-ON
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CTR-ACTION-EXIT
                   MOVE "Y" TO CTR-WS-EXIT-SWITCH
               WHEN CTR-ACTION-LIST
                   CONTINUE
               WHEN CTR-ACTION-CHANGE
                   PERFORM 3000-CHANGE-DATE THRU 3000-EXIT
               WHEN OTHER
                   MOVE "ACTION MUST BE C, L OR X" TO CTR-WS-MESSAGE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2050-CHECK-OPERATOR
      *
      *  Signs the keyed operator on against the security master for
      *  an update: an inquiry-role ID is refused.  A refused PIN is
      *  cleared so the next attempt must be keyed afresh.
      ******************************************************************
       2050-CHECK-OPERATOR.
           MOVE "N" TO CTR-WS-OPER-SIGNON-SWITCH.
           IF CTR-WS-OPERATOR = SPACES
               MOVE "OPERATOR ID IS REQUIRED" TO CTR-WS-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE CTR-WS-OPERATOR TO CTR-WS-SIGNON-ID.
           MOVE CTR-WS-PIN      TO CTR-WS-SIGNON-PIN.
           MOVE "SIGN-ON"       TO CTR-WS-SIGNON-PURPOSE.
           MOVE "U"             TO CTR-WS-SIGNON-NEED.
           PERFORM 9350-CHECK-SIGNON THRU 9350-EXIT.
           IF NOT CTR-SIGNON-OK
               MOVE SPACES TO CTR-WS-PIN
               MOVE CTR-WS-SIGNON-MESSAGE TO CTR-WS-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE "Y" TO CTR-WS-OPER-SIGNON-SWITCH.
       2050-EXIT.
           EXIT.

      ******************************************************************
      *  2900-BUILD-LIST
      *
      *  Formats six calendar dates from the keyed date, or from
      *  today when none is keyed, for the screen's list area, with
      *  a MORE line when the calendar runs on past them.
      ******************************************************************
       2900-BUILD-LIST.
           MOVE SPACES TO CTR-WS-LIST-AREA.
           MOVE SPACES TO CTR-WS-LIST-MORE.
           MOVE ZERO   TO CTR-WS-LIST-MATCHES.
           IF CTR-WS-CAL-COUNT = ZERO
               MOVE "(CALENDAR IS EMPTY)" TO CTR-WS-LIST-LINE(1)
               GO TO 2900-EXIT
           END-IF.
           IF CTR-WS-CAL-DATE = ZERO
               MOVE CTR-WS-TODAY TO CTR-WS-LIST-START
           ELSE
               MOVE CTR-WS-CAL-DATE TO CTR-WS-LIST-START
           END-IF.
           PERFORM 2910-FORMAT-ONE-LINE THRU 2910-EXIT
                   VARYING CTR-WS-CAL-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-CAL-SCAN > CTR-WS-CAL-COUNT
                       OR CTR-WS-LIST-MATCHES > 6.
           IF CTR-WS-LIST-MATCHES = ZERO
               MOVE "(NO CALENDAR DATES FROM THAT DATE)"
                       TO CTR-WS-LIST-LINE(1)
           END-IF.
           IF CTR-WS-LIST-MATCHES > 6
               MOVE "(MORE DATES NOT SHOWN)" TO CTR-WS-LIST-MORE
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *  2910-FORMAT-ONE-LINE
      ******************************************************************
       2910-FORMAT-ONE-LINE.
           IF CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-SCAN) < CTR-WS-LIST-START
               GO TO 2910-EXIT
           END-IF.
           ADD 1 TO CTR-WS-LIST-MATCHES.
           IF CTR-WS-LIST-MATCHES > 6
               GO TO 2910-EXIT
           END-IF.
           MOVE CTR-WS-LIST-MATCHES TO CTR-WS-LIST-SUB.
           MOVE CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-SCAN) TO CTR-WS-LD-DATE.
           MOVE CTR-WS-CAL-TBL-TYPE(CTR-WS-CAL-SCAN) TO CTR-WS-LD-TYPE.
           MOVE CTR-WS-CAL-TBL-DESC(CTR-WS-CAL-SCAN) TO CTR-WS-LD-DESC.
           MOVE ZERO TO CTR-WS-HOL-MATCH-SUB.
           PERFORM 5100-MATCH-HOLIDAY THRU 5100-EXIT
                   VARYING CTR-WS-HOL-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-HOL-SCAN > CTR-WS-HOL-COUNT
                       OR CTR-WS-HOL-MATCH-SUB NOT = ZERO.
           IF CTR-WS-HOL-MATCH-SUB = ZERO
               MOVE SPACES TO CTR-WS-LD-LISTED
           ELSE
               MOVE "LISTED" TO CTR-WS-LD-LISTED
           END-IF.
           MOVE CTR-WS-LIST-DETAIL
                   TO CTR-WS-LIST-LINE(CTR-WS-LIST-SUB).
       2910-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CHANGE-DATE
      *
      *  Works out what the keyed type means for the calendar and
      *  for the holiday list, refuses a change that would do
      *  nothing, and commits each file that changes with its own
      *  audit record.  The calendar is rewritten before the list:
      *  it is the file the batch reads tonight.
      ******************************************************************
       3000-CHANGE-DATE.
           PERFORM 6000-VALIDATE-ENTRY THRU 6000-EXIT.
           IF NOT CTR-WS-DATA-VALID
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO CTR-WS-CAL-MATCH-SUB.
           PERFORM 5000-MATCH-CALENDAR THRU 5000-EXIT
                   VARYING CTR-WS-CAL-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-CAL-SCAN > CTR-WS-CAL-COUNT
                       OR CTR-WS-CAL-MATCH-SUB NOT = ZERO.
           MOVE CTR-WS-CAL-DATE TO CTR-WS-LD-DATE.
           MOVE ZERO TO CTR-WS-HOL-MATCH-SUB.
           PERFORM 5100-MATCH-HOLIDAY THRU 5100-EXIT
                   VARYING CTR-WS-HOL-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-HOL-SCAN > CTR-WS-HOL-COUNT
                       OR CTR-WS-HOL-MATCH-SUB NOT = ZERO.
           PERFORM 3100-DECIDE-CHANGES THRU 3100-EXIT.
           IF NOT CTR-CAL-CHANGE-WANTED AND CTR-HOL-NO-ACTION
               IF CTR-WS-CAL-MATCH-SUB = ZERO
                   MOVE "DATE NOT ON CALENDAR OR HOLIDAY LIST"
                           TO CTR-WS-MESSAGE
               ELSE
                   MOVE "NO CHANGE - DATE ALREADY STANDS SO"
                           TO CTR-WS-MESSAGE
               END-IF
               GO TO 3000-EXIT
           END-IF.
           IF CTR-HOL-ADD-WANTED AND CTR-WS-HOL-COUNT = 500
               MOVE "HOLIDAY LIST IS FULL (500 ENTRIES)"
                       TO CTR-WS-MESSAGE
               GO TO 3000-EXIT
           END-IF.
           IF CTR-CAL-CHANGE-WANTED
               PERFORM 7000-COMMIT-CALENDAR THRU 7000-EXIT
           END-IF.
           IF NOT CTR-HOL-NO-ACTION
               PERFORM 7200-COMMIT-HOLIDAYS THRU 7200-EXIT
           END-IF.
           MOVE "CTR0033" TO CTR-WS-ALERT-MSG-ID.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING "DATE "             DELIMITED BY SIZE
                   CTR-WS-CAL-DATE    DELIMITED BY SIZE
                   " TYPE "           DELIMITED BY SIZE
                   CTR-WS-DAY-TYPE    DELIMITED BY SIZE
                   " BY "             DELIMITED BY SIZE
                   CTR-WS-OPERATOR    DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
           EVALUATE TRUE
               WHEN CTR-CAL-CHANGE-WANTED AND CTR-HOL-NO-ACTION
                   MOVE "CALENDAR CHANGED" TO CTR-WS-MESSAGE
               WHEN CTR-CAL-CHANGE-WANTED
                   MOVE "CALENDAR AND HOLIDAY LIST CHANGED"
                           TO CTR-WS-MESSAGE
               WHEN CTR-HOL-DELETE-WANTED
                   MOVE "TAKEN OFF THE HOLIDAY LIST" TO CTR-WS-MESSAGE
               WHEN CTR-WS-CAL-MATCH-SUB NOT = ZERO
                   MOVE "HOLIDAY LIST CHANGED" TO CTR-WS-MESSAGE
               WHEN OTHER
                   MOVE "HOLIDAY LIST CHANGED - YEAR NOT YET ON FILE"
                           TO CTR-WS-MESSAGE
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-DECIDE-CHANGES
      *
      *  The calendar changes when the date is on it and its type or
      *  name differs.  A holiday or closure is added to the list,
      *  or its list entry changed when that differs; a business day
      *  or weekend takes the date off the list if it is there.
      ******************************************************************
       3100-DECIDE-CHANGES.
           MOVE "N"    TO CTR-WS-CAL-CHANGE-SWITCH.
           MOVE SPACES TO CTR-WS-HOL-ACTION.
           IF CTR-WS-CAL-MATCH-SUB NOT = ZERO
               IF CTR-WS-CAL-TBL-TYPE(CTR-WS-CAL-MATCH-SUB)
                       NOT = CTR-WS-DAY-TYPE
                   OR CTR-WS-CAL-TBL-DESC(CTR-WS-CAL-MATCH-SUB)
                       NOT = CTR-WS-DESCRIPTION
                   MOVE "Y" TO CTR-WS-CAL-CHANGE-SWITCH
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CTR-SCR-TYPE-LISTED
                       AND CTR-WS-HOL-MATCH-SUB = ZERO
                   MOVE "A" TO CTR-WS-HOL-ACTION
               WHEN CTR-SCR-TYPE-LISTED
                   IF CTR-WS-HOL-TBL-TYPE(CTR-WS-HOL-MATCH-SUB)
                           NOT = CTR-WS-DAY-TYPE
                       OR CTR-WS-HOL-TBL-DESC(CTR-WS-HOL-MATCH-SUB)
                           NOT = CTR-WS-DESCRIPTION
                       MOVE "C" TO CTR-WS-HOL-ACTION
                   END-IF
               WHEN CTR-WS-HOL-MATCH-SUB NOT = ZERO
                   MOVE "D" TO CTR-WS-HOL-ACTION
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  5000-MATCH-CALENDAR
      ******************************************************************
       5000-MATCH-CALENDAR.
           IF CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-SCAN) = CTR-WS-CAL-DATE
               MOVE CTR-WS-CAL-SCAN TO CTR-WS-CAL-MATCH-SUB
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-MATCH-HOLIDAY
      *
      *  Matches the list against CTR-WS-LD-DATE, which both the
      *  screen list and the change set before the scan.
      ******************************************************************
       5100-MATCH-HOLIDAY.
           IF CTR-WS-HOL-TBL-DATE(CTR-WS-HOL-SCAN) = CTR-WS-LD-DATE
               MOVE CTR-WS-HOL-SCAN TO CTR-WS-HOL-MATCH-SUB
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  6000-VALIDATE-ENTRY
      *
      *  The date must be a real date, today or later; the type one
      *  of the four calendar day types.  A holiday or closure must
      *  be named - it is how the operator knows it on the screen
      *  and the reports - while a business day or weekend left
      *  unnamed takes the name HELLOCLB would give it.
      ******************************************************************
       6000-VALIDATE-ENTRY.
           MOVE "N" TO CTR-WS-VALID-SWITCH.
           IF CTR-WS-CAL-MM < 1 OR CTR-WS-CAL-MM > 12
               MOVE "DATE IS NOT A REAL DATE" TO CTR-WS-MESSAGE
               GO TO 6000-EXIT
           END-IF.
           MOVE CTR-WS-MONTH-LENGTH(CTR-WS-CAL-MM)
                   TO CTR-WS-MONTH-DAYS.
           IF CTR-WS-CAL-MM = 2
               DIVIDE CTR-WS-CAL-YYYY BY 4
                       GIVING CTR-WS-LEAP-QUOT
                       REMAINDER CTR-WS-LEAP-REM
               IF CTR-WS-LEAP-REM = ZERO
                   MOVE 29 TO CTR-WS-MONTH-DAYS
                   DIVIDE CTR-WS-CAL-YYYY BY 100
                           GIVING CTR-WS-LEAP-QUOT
                           REMAINDER CTR-WS-LEAP-REM
                   IF CTR-WS-LEAP-REM = ZERO
                       MOVE 28 TO CTR-WS-MONTH-DAYS
                       DIVIDE CTR-WS-CAL-YYYY BY 400
                               GIVING CTR-WS-LEAP-QUOT
                               REMAINDER CTR-WS-LEAP-REM
                       IF CTR-WS-LEAP-REM = ZERO
                           MOVE 29 TO CTR-WS-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CTR-WS-CAL-DD < 1
                       OR CTR-WS-CAL-DD > CTR-WS-MONTH-DAYS
                   MOVE "DATE IS NOT A REAL DATE" TO CTR-WS-MESSAGE
                   GO TO 6000-EXIT
               WHEN CTR-WS-CAL-DATE < CTR-WS-TODAY
                   MOVE "DATES BEFORE TODAY CANNOT BE CHANGED"
                           TO CTR-WS-MESSAGE
                   GO TO 6000-EXIT
               WHEN NOT CTR-SCR-TYPE-VALID
                   MOVE "DAY TYPE MUST BE B, W, H OR C"
                           TO CTR-WS-MESSAGE
                   GO TO 6000-EXIT
               WHEN CTR-SCR-TYPE-LISTED
                       AND CTR-WS-DESCRIPTION = SPACES
                   MOVE "A HOLIDAY OR CLOSURE MUST BE NAMED"
                           TO CTR-WS-MESSAGE
                   GO TO 6000-EXIT
           END-EVALUATE.
           IF CTR-WS-DESCRIPTION = SPACES
               IF CTR-WS-DAY-TYPE = "B"
                   MOVE "BUSINESS DAY" TO CTR-WS-DESCRIPTION
               ELSE
                   MOVE "WEEKEND" TO CTR-WS-DESCRIPTION
               END-IF
           END-IF.
           MOVE "Y" TO CTR-WS-VALID-SWITCH.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  7000-COMMIT-CALENDAR
      *
      *  Changes the calendar entry, rewrites the whole CTRCALND file
      *  from the table and audits the change.  The rewrite happens
      *  first: an audit of a change that failed to reach disk would
      *  be worse than no audit at all.
      ******************************************************************
       7000-COMMIT-CALENDAR.
           MOVE CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-MATCH-SUB)
                   TO CTR-WS-DI-DATE.
           MOVE CTR-WS-CAL-TBL-TYPE(CTR-WS-CAL-MATCH-SUB)
                   TO CTR-WS-DI-TYPE.
           MOVE CTR-WS-CAL-TBL-DESC(CTR-WS-CAL-MATCH-SUB)
                   TO CTR-WS-DI-DESC.
           MOVE "CTRCALND" TO CTR-WS-DI-FILE.
           MOVE CTR-WS-DAY-IMAGE TO CTR-WS-BEFORE-IMAGE.
           MOVE CTR-WS-DAY-TYPE
                   TO CTR-WS-CAL-TBL-TYPE(CTR-WS-CAL-MATCH-SUB).
           MOVE CTR-WS-DESCRIPTION
                   TO CTR-WS-CAL-TBL-DESC(CTR-WS-CAL-MATCH-SUB).
           MOVE CTR-WS-DAY-TYPE    TO CTR-WS-DI-TYPE.
           MOVE CTR-WS-DESCRIPTION TO CTR-WS-DI-DESC.
           MOVE CTR-WS-DAY-IMAGE TO CTR-WS-AFTER-IMAGE.
           OPEN OUTPUT CTR-CAL-FILE.
           IF CTR-CAL-STATUS NOT = "00" AND CTR-CAL-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 7100-WRITE-CALENDAR THRU 7100-EXIT
                   VARYING CTR-WS-CAL-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-CAL-SCAN > CTR-WS-CAL-COUNT.
           CLOSE CTR-CAL-FILE.
           MOVE "CAL-CHANGE" TO CTR-WS-AUDIT-EVENT.
           PERFORM 9600-WRITE-AUDIT THRU 9600-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  7100-WRITE-CALENDAR
      ******************************************************************
       7100-WRITE-CALENDAR.
           MOVE SPACES TO CTR-CAL-RECORD.
           MOVE CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-SCAN) TO CTR-CAL-DATE.
           MOVE CTR-WS-CAL-TBL-TYPE(CTR-WS-CAL-SCAN)
                   TO CTR-CAL-DAY-TYPE.
           MOVE CTR-WS-CAL-TBL-DESC(CTR-WS-CAL-SCAN)
                   TO CTR-CAL-DESCRIPTION.
           WRITE CTR-CAL-RECORD.
           IF CTR-CAL-STATUS NOT = "00"
               MOVE "WRITE"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       7100-EXIT.
           EXIT.

      ******************************************************************
      *  7200-COMMIT-HOLIDAYS
      *
      *  Adds, changes or removes the list entry, keeping the list
      *  in date order, rewrites the whole CTRHOLS file and audits
      *  the change, rewrite first as for the calendar.
      ******************************************************************
       7200-COMMIT-HOLIDAYS.
           MOVE SPACES TO CTR-WS-BEFORE-IMAGE.
           MOVE SPACES TO CTR-WS-AFTER-IMAGE.
           MOVE "CTRHOLS" TO CTR-WS-DI-FILE.
           IF NOT CTR-HOL-ADD-WANTED
               MOVE CTR-WS-HOL-TBL-DATE(CTR-WS-HOL-MATCH-SUB)
                       TO CTR-WS-DI-DATE
               MOVE CTR-WS-HOL-TBL-TYPE(CTR-WS-HOL-MATCH-SUB)
                       TO CTR-WS-DI-TYPE
               MOVE CTR-WS-HOL-TBL-DESC(CTR-WS-HOL-MATCH-SUB)
                       TO CTR-WS-DI-DESC
               MOVE CTR-WS-DAY-IMAGE TO CTR-WS-BEFORE-IMAGE
           END-IF.
           EVALUATE TRUE
               WHEN CTR-HOL-ADD-WANTED
                   PERFORM 7300-INSERT-HOLIDAY THRU 7300-EXIT
                   MOVE "HOL-ADD" TO CTR-WS-AUDIT-EVENT
               WHEN CTR-HOL-CHANGE-WANTED
                   MOVE "HOL-CHANGE" TO CTR-WS-AUDIT-EVENT
               WHEN OTHER
                   PERFORM 7400-CLOSE-THE-GAP THRU 7400-EXIT
                           VARYING CTR-WS-HOL-SCAN
                           FROM CTR-WS-HOL-MATCH-SUB BY 1
                           UNTIL CTR-WS-HOL-SCAN
                               NOT < CTR-WS-HOL-COUNT
                   SUBTRACT 1 FROM CTR-WS-HOL-COUNT
                   MOVE "HOL-DELETE" TO CTR-WS-AUDIT-EVENT
           END-EVALUATE.
           IF NOT CTR-HOL-DELETE-WANTED
               MOVE CTR-WS-CAL-DATE
                       TO CTR-WS-HOL-TBL-DATE(CTR-WS-HOL-MATCH-SUB)
               MOVE CTR-WS-DAY-TYPE
                       TO CTR-WS-HOL-TBL-TYPE(CTR-WS-HOL-MATCH-SUB)
               MOVE CTR-WS-DESCRIPTION
                       TO CTR-WS-HOL-TBL-DESC(CTR-WS-HOL-MATCH-SUB)
               MOVE CTR-WS-CAL-DATE    TO CTR-WS-DI-DATE
               MOVE CTR-WS-DAY-TYPE    TO CTR-WS-DI-TYPE
               MOVE CTR-WS-DESCRIPTION TO CTR-WS-DI-DESC
               MOVE CTR-WS-DAY-IMAGE TO CTR-WS-AFTER-IMAGE
           END-IF.
           OPEN OUTPUT CTR-HOL-FILE.
           IF CTR-HOL-STATUS NOT = "00" AND CTR-HOL-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHOLS" TO CTR-WS-ERROR-FILE
               MOVE CTR-HOL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 7500-WRITE-HOLIDAY THRU 7500-EXIT
                   VARYING CTR-WS-HOL-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-HOL-SCAN > CTR-WS-HOL-COUNT.
           CLOSE CTR-HOL-FILE.
           PERFORM 9600-WRITE-AUDIT THRU 9600-EXIT.
       7200-EXIT.
           EXIT.

      ******************************************************************
      *  7300-INSERT-HOLIDAY
      *
      *  Opens a slot in date order: every entry dated after the new
      *  one moves down one place, from the end of the list back.
      *  CTR-WS-HOL-MATCH-SUB comes back as the slot to fill.
      ******************************************************************
       7300-INSERT-HOLIDAY.
           ADD 1 TO CTR-WS-HOL-COUNT.
           MOVE CTR-WS-HOL-COUNT TO CTR-WS-HOL-MATCH-SUB.
           MOVE "N" TO CTR-WS-SLOT-SWITCH.
           PERFORM 7310-SHIFT-DOWN THRU 7310-EXIT
                   UNTIL CTR-SLOT-FOUND.
       7300-EXIT.
           EXIT.

      ******************************************************************
      *  7310-SHIFT-DOWN
      ******************************************************************
       7310-SHIFT-DOWN.
           IF CTR-WS-HOL-MATCH-SUB < 2
               MOVE "Y" TO CTR-WS-SLOT-SWITCH
               GO TO 7310-EXIT
           END-IF.
           IF CTR-WS-HOL-TBL-DATE(CTR-WS-HOL-MATCH-SUB - 1)
                   < CTR-WS-CAL-DATE
               MOVE "Y" TO CTR-WS-SLOT-SWITCH
               GO TO 7310-EXIT
           END-IF.
           MOVE CTR-WS-HOL-ENTRY(CTR-WS-HOL-MATCH-SUB - 1)
                   TO CTR-WS-HOL-ENTRY(CTR-WS-HOL-MATCH-SUB).
           SUBTRACT 1 FROM CTR-WS-HOL-MATCH-SUB.
       7310-EXIT.
           EXIT.

      ******************************************************************
      *  7400-CLOSE-THE-GAP
      ******************************************************************
       7400-CLOSE-THE-GAP.
           MOVE CTR-WS-HOL-ENTRY(CTR-WS-HOL-SCAN + 1)
                   TO CTR-WS-HOL-ENTRY(CTR-WS-HOL-SCAN).
       7400-EXIT.
           EXIT.

      ******************************************************************
      *  7500-WRITE-HOLIDAY
      ******************************************************************
       7500-WRITE-HOLIDAY.
           MOVE SPACES TO CTR-HOL-RECORD.
           MOVE CTR-WS-HOL-TBL-DATE(CTR-WS-HOL-SCAN) TO CTR-HOL-DATE.
           MOVE CTR-WS-HOL-TBL-TYPE(CTR-WS-HOL-SCAN)
                   TO CTR-HOL-DAY-TYPE.
           MOVE CTR-WS-HOL-TBL-DESC(CTR-WS-HOL-SCAN)
                   TO CTR-HOL-DESCRIPTION.
           WRITE CTR-HOL-RECORD.
           IF CTR-HOL-STATUS NOT = "00"
               MOVE "WRITE"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHOLS" TO CTR-WS-ERROR-FILE
               MOVE CTR-HOL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       7500-EXIT.
           EXIT.

      ******************************************************************
      *  9300-LOAD-SECURITY
      *
      *  Loads the CTRSECM operator security master into the lookup
      *  table.  A missing or empty master is not an I/O error, but
      *  every sign-on is then refused until a supervisor sets the
      *  master up through HELLOUSR: the screens fail closed.
      ******************************************************************
       9300-LOAD-SECURITY.
           MOVE ZERO TO CTR-WS-SEC-COUNT.
           OPEN INPUT CTR-SEC-FILE.
           IF CTR-SEC-STATUS NOT = "00" AND CTR-SEC-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSECM" TO CTR-WS-ERROR-FILE
               MOVE CTR-SEC-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 9310-READ-SECURITY THRU 9310-EXIT
                   UNTIL CTR-SEC-EOF.
           CLOSE CTR-SEC-FILE.
           IF CTR-WS-SEC-COUNT = ZERO
               DISPLAY "HELLOCLM: CTRSECM IS MISSING OR EMPTY - ALL "
                       "SIGN-ONS WILL BE REFUSED"
           END-IF.
       9300-EXIT.
           EXIT.

      ******************************************************************
      *  9310-READ-SECURITY
      ******************************************************************
       9310-READ-SECURITY.
           READ CTR-SEC-FILE
               AT END
                   MOVE "Y" TO CTR-WS-SEC-EOF-SWITCH
                   GO TO 9310-EXIT
           END-READ.
           IF CTR-SEC-STATUS NOT = "00" AND CTR-SEC-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSECM" TO CTR-WS-ERROR-FILE
               MOVE CTR-SEC-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-WS-SEC-COUNT = 200
               DISPLAY "HELLOCLM: CTRSECM HAS MORE THAN 200 USERS - "
                       "LATER USERS CANNOT SIGN ON"
               MOVE "Y" TO CTR-WS-SEC-EOF-SWITCH
               GO TO 9310-EXIT
           END-IF.
           ADD 1 TO CTR-WS-SEC-COUNT.
           MOVE CTR-SEC-USER-ID     TO
                   CTR-WS-SEC-TBL-ID(CTR-WS-SEC-COUNT).
           MOVE CTR-SEC-PIN         TO
                   CTR-WS-SEC-TBL-PIN(CTR-WS-SEC-COUNT).
           MOVE CTR-SEC-ROLE        TO
                   CTR-WS-SEC-TBL-ROLE(CTR-WS-SEC-COUNT).
           MOVE CTR-SEC-STATUS-FLAG TO
                   CTR-WS-SEC-TBL-STATUS(CTR-WS-SEC-COUNT).
       9310-EXIT.
           EXIT.

      ******************************************************************
      *  9350-CHECK-SIGNON
      *
      *  Checks the ID and PIN in CTR-WS-SIGNON-ID/-PIN against the
      *  security master, then the user's role against the access
      *  the caller needs (CTR-WS-SIGNON-NEED).  CTR-WS-SIGNON-ROLE
      *  comes back set whenever the ID and PIN were good, even if
      *  the role then falls short.  Any refusal is audited and
      *  alerted, and CTR-WS-SIGNON-MESSAGE is left ready for the
      *  screen.  The screen never says whether it was the ID, the
      *  PIN or a revoked ID that failed - only the audit trail
      *  does.
      ******************************************************************
       9350-CHECK-SIGNON.
           MOVE "N"    TO CTR-WS-SIGNON-SWITCH.
           MOVE SPACES TO CTR-WS-SIGNON-ROLE.
           MOVE SPACES TO CTR-WS-SIGNON-REASON.
           MOVE SPACES TO CTR-WS-SIGNON-MESSAGE.
           MOVE ZERO   TO CTR-WS-SEC-SUB.
           PERFORM 9360-FIND-USER THRU 9360-EXIT
                   VARYING CTR-WS-SEC-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-SEC-SCAN > CTR-WS-SEC-COUNT
                       OR CTR-WS-SEC-SUB NOT = ZERO.
           EVALUATE TRUE
               WHEN CTR-WS-SEC-COUNT = ZERO
                   MOVE "SECURITY MASTER UNAVAILABLE"
                           TO CTR-WS-SIGNON-REASON
               WHEN CTR-WS-SEC-SUB = ZERO
                   MOVE "USER ID NOT ON SECURITY MASTER"
                           TO CTR-WS-SIGNON-REASON
               WHEN CTR-WS-SEC-TBL-STATUS(CTR-WS-SEC-SUB) NOT = "A"
                   MOVE "USER ID IS REVOKED"
                           TO CTR-WS-SIGNON-REASON
               WHEN CTR-WS-SEC-TBL-PIN(CTR-WS-SEC-SUB)
                       NOT = CTR-WS-SIGNON-PIN
                   MOVE "PIN DOES NOT MATCH"
                           TO CTR-WS-SIGNON-REASON
               WHEN OTHER
                   MOVE CTR-WS-SEC-TBL-ROLE(CTR-WS-SEC-SUB)
                           TO CTR-WS-SIGNON-ROLE
           END-EVALUATE.
           IF CTR-WS-SIGNON-ROLE = SPACES
               IF CTR-WS-SEC-COUNT = ZERO
                   MOVE CTR-WS-SIGNON-REASON TO CTR-WS-SIGNON-SHOWN
               ELSE
                   MOVE "ID OR PIN NOT ACCEPTED"
                           TO CTR-WS-SIGNON-SHOWN
               END-IF
               ADD 1 TO CTR-WS-SIGNON-FAILS
               PERFORM 9370-SIGNON-REFUSED THRU 9370-EXIT
               GO TO 9350-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CTR-NEED-SUPERVISOR-ROLE
                       AND CTR-WS-SIGNON-ROLE NOT = "S"
                   MOVE "ROLE IS NOT SUPERVISOR"
                           TO CTR-WS-SIGNON-REASON
               WHEN CTR-NEED-UPDATE-ROLE
                       AND CTR-WS-SIGNON-ROLE NOT = "O"
                       AND CTR-WS-SIGNON-ROLE NOT = "S"
                   MOVE "ROLE DOES NOT ALLOW UPDATE"
                           TO CTR-WS-SIGNON-REASON
               WHEN OTHER
                   MOVE "Y" TO CTR-WS-SIGNON-SWITCH
           END-EVALUATE.
           IF NOT CTR-SIGNON-OK
               MOVE CTR-WS-SIGNON-REASON TO CTR-WS-SIGNON-SHOWN
               PERFORM 9370-SIGNON-REFUSED THRU 9370-EXIT
           END-IF.
       9350-EXIT.
           EXIT.

      ******************************************************************
      *  9360-FIND-USER
      ******************************************************************
       9360-FIND-USER.
           IF CTR-WS-SEC-TBL-ID(CTR-WS-SEC-SCAN) = CTR-WS-SIGNON-ID
               MOVE CTR-WS-SEC-SCAN TO CTR-WS-SEC-SUB
           END-IF.
       9360-EXIT.
           EXIT.

      ******************************************************************
      *  9370-SIGNON-REFUSED
      *
      *  Writes a SIGNON-FAIL audit record under the ID that was
      *  keyed, giving the real reason, raises the CTR0023 alert and
      *  builds the screen message.  After three bad IDs or PINs in
      *  one session the transaction ends rather than let the screen
      *  be used to guess PINs.
      ******************************************************************
       9370-SIGNON-REFUSED.
           MOVE SPACES TO CTR-WS-SIGNON-MESSAGE.
           STRING CTR-WS-SIGNON-PURPOSE DELIMITED BY SPACE
                   " REFUSED - "        DELIMITED BY SIZE
                   CTR-WS-SIGNON-SHOWN  DELIMITED BY SIZE
                   INTO CTR-WS-SIGNON-MESSAGE.
           ACCEPT CTR-WS-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-ALERT-TIME FROM TIME.
           MOVE SPACES TO CTR-WS-AUDIT-DETAIL.
           STRING CTR-WS-SIGNON-PURPOSE DELIMITED BY SPACE
                   " REFUSED - "        DELIMITED BY SIZE
                   CTR-WS-SIGNON-REASON DELIMITED BY SIZE
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
           MOVE "HELLOCLM"           TO CTR-AUDIT-PROGRAM.
           MOVE "SIGNON-FAIL"        TO CTR-AUDIT-EVENT.
           MOVE CTR-WS-SIGNON-ID     TO CTR-AUDIT-OPERATOR.
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
           MOVE "CTR0023" TO CTR-WS-ALERT-MSG-ID.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING "USER "               DELIMITED BY SIZE
                   CTR-WS-SIGNON-ID      DELIMITED BY SPACE
                   " "                   DELIMITED BY SIZE
                   CTR-WS-SIGNON-PURPOSE DELIMITED BY SPACE
                   " - "                 DELIMITED BY SIZE
                   CTR-WS-SIGNON-REASON  DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
           IF CTR-WS-SIGNON-FAILS NOT < 3
               DISPLAY "HELLOCLM: THREE SIGN-ONS REFUSED - "
                       "TRANSACTION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       9370-EXIT.
           EXIT.

      ******************************************************************
      *  9600-WRITE-AUDIT
      *
      *  Appends the before/after image of the calendar or list
      *  change - each image names the file it came from - with the
      *  operator who keyed it and a fresh timestamp to the
      *  cumulative CTRAUDIT trail.  EXTEND creates the trail on the
      *  first ever change; a write failure abends through the common
      *  error paragraph - an unaudited calendar change is exactly
      *  what the trail exists to prevent.
      ******************************************************************
       9600-WRITE-AUDIT.
           ACCEPT CTR-WS-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-ALERT-TIME FROM TIME.
           MOVE SPACES TO CTR-WS-AUDIT-DETAIL.
           STRING "DATE "             DELIMITED BY SIZE
                   CTR-WS-CAL-DATE    DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   CTR-WS-DI-FILE     DELIMITED BY SPACE
                   " MADE "           DELIMITED BY SIZE
                   CTR-WS-DAY-TYPE    DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   CTR-WS-DESCRIPTION DELIMITED BY SIZE
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
           MOVE "HELLOCLM"           TO CTR-AUDIT-PROGRAM.
           MOVE CTR-WS-AUDIT-EVENT   TO CTR-AUDIT-EVENT.
           MOVE CTR-WS-OPERATOR      TO CTR-AUDIT-OPERATOR.
           MOVE CTR-WS-BEFORE-IMAGE  TO CTR-AUDIT-BEFORE-IMAGE.
           MOVE CTR-WS-AFTER-IMAGE   TO CTR-AUDIT-AFTER-IMAGE.
           MOVE CTR-WS-AUDIT-DETAIL  TO CTR-AUDIT-DETAIL.
           WRITE CTR-AUDIT-RECORD.
           IF CTR-AUDIT-STATUS NOT = "00"
               MOVE "WRITE"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRAUDIT" TO CTR-WS-ERROR-FILE
               MOVE CTR-AUDIT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           CLOSE CTR-AUDIT-FILE.
           MOVE SPACES TO CTR-WS-BEFORE-IMAGE.
           MOVE SPACES TO CTR-WS-AFTER-IMAGE.
       9600-EXIT.
           EXIT.

      ******************************************************************
      *  9700-LOAD-CATALOG
      *
      *  Loads the CTRMSGC message catalog into the lookup table.  A
      *  missing or empty catalog is noted but never stops the
      *  transaction: alerts are still written, with a stand-in text.
      ******************************************************************
       9700-LOAD-CATALOG.
           OPEN INPUT CTR-MSG-FILE.
           IF CTR-MSG-STATUS NOT = "00" AND CTR-MSG-STATUS NOT = "05"
               DISPLAY "HELLOCLM: CTRMSGC CANNOT BE OPENED - STATUS "
                       CTR-MSG-STATUS " - ALERT TEXTS DEFAULTED"
               GO TO 9700-EXIT
           END-IF.
           PERFORM 9710-READ-CATALOG THRU 9710-EXIT
                   UNTIL CTR-MSG-EOF.
           CLOSE CTR-MSG-FILE.
           IF CTR-WS-MSG-COUNT = ZERO
               DISPLAY "HELLOCLM: CTRMSGC IS EMPTY - ALERT TEXTS "
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
               DISPLAY "HELLOCLM: CTRMSGC READ FAILED - STATUS "
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
      *  never be the thing that takes the transaction down.
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
           MOVE "HELLOCLM"           TO CTR-ALERT-PROGRAM.
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
               DISPLAY "HELLOCLM: CTRALERT CANNOT BE OPENED - STATUS "
                       CTR-ALERT-STATUS " - ALERT LOST"
               GO TO 9800-EXIT
           END-IF.
           WRITE CTR-ALERT-RECORD.
           IF CTR-ALERT-STATUS NOT = "00"
               DISPLAY "HELLOCLM: CTRALERT WRITE FAILED - STATUS "
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
      *  which file and with what FILE STATUS - to the job log and
      *  the alert feed - then abends the transaction instead of
      *  letting a bad write pass as a false "CALENDAR CHANGED" or
      *  "HOLIDAY LIST CHANGED" message.
      ******************************************************************
       9900-FILE-ERROR.
           DISPLAY "HELLOCLM: I/O ERROR ON " CTR-WS-ERROR-FILE
                   " DURING " CTR-WS-ERROR-OPERATION
                   " - FILE STATUS " CTR-WS-ERROR-STATUS.
           MOVE "CTR0001" TO CTR-WS-ALERT-MSG-ID.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING "FILE "                   DELIMITED BY SIZE
                   CTR-WS-ERROR-FILE        DELIMITED BY SIZE
                   " OP "                   DELIMITED BY SIZE
                   CTR-WS-ERROR-OPERATION   DELIMITED BY SIZE
                   " STATUS "               DELIMITED BY SIZE
                   CTR-WS-ERROR-STATUS      DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.
