      ******************************************************************
      *  HELLOGEN builds tonight's CTRSCHD sequence schedule from the
      *  CTRSORDM standing-order master, ahead of the archive step,
      *  so the nightly window no longer depends on somebody keying
      *  every sequence into HELLOSCH with a start value worked out
      *  by hand from the last night's history listing.
      *
      *  Tonight is the CTRPARM run date.  Each active standing order
      *  is judged due or not against the CTRCALND day type of that
      *  date - every business day, one named weekday that is a
      *  business day, or the last business day of the month - and a
      *  due order becomes one CTR-SCH-RECORD whose range continues
      *  from the last range the run ID issued on CTRHIST (the first
      *  start value on the order when it has no history yet), with
      *  the block size, increment, direction and format the order
      *  carries.  The generated range is put through the same edits
      *  the screens apply - counter ceiling, direction, the run ID's
      *  CTRALOTM allotment, and no overlap with any other run ID's
      *  range issued in the last CTROVLN days of CTRHIST history -
      *  and must not overlap any other range going onto CTRSCHD
      *  tonight, keyed or generated, before it is scheduled.
      *
      *  An entry already keyed on CTRSCHD for a run ID stands: the
      *  operator keyed it deliberately, and it is kept in place of
      *  the standing order.  Entries dated before tonight have
      *  already run and are dropped.  When there is no standing-
      *  order master the schedule is left exactly as keyed.  Any
      *  order that cannot be scheduled is alerted and nothing is
      *  written: a partial schedule would quietly miss a feed.
      *  Every generated entry is appended to the CTRAUDIT trail.
      *
      *  Return codes: 0 schedule built; 4 tonight is not a business
      *  day, nothing due; 8 an order cannot be scheduled or the
      *  calendar cannot place tonight, schedule not built; 20 I/O
      *  error.
      *
      *  Maintenance history:
      *    2026-10-15  Original program.
      *    2026-10-15  CTRHIST is now indexed: each order's last range
      *                is found by reading its run ID's postings on
      *                the run ID alternate key instead of reading
      *                the whole history.
      *    2026-10-15  A generated range that would run outside the run
      *                ID's block on the CTRALOTM allotment master is
      *                refused like any other unschedulable order,
      *                instead of being left for HELLO to abort on.
      *    2026-10-15  The calendar is loaded after CTRPARM is read and
      *                dates before the run date are not tabled, so
      *                past years on CTRCALND roll off instead of
      *                filling the 400-entry table.
      *    2026-10-15  A generated range that overlaps another run ID's
      *                range in the CTROVLN window of CTRHIST, or any
      *                other range going onto CTRSCHD tonight, is
      *                refused, so HELLO no longer aborts on it.
      *    2026-10-15  The standing-order master is opened first: with
      *                none the step ends clean before CTRPARM and
      *                CTRCALND are read, so a calendar or run date
      *                problem cannot stop a night that uses no
      *                standing orders.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELLOGEN.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTR-SORD-FILE ASSIGN TO "CTRSORDM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SORD-STATUS.

           SELECT OPTIONAL CTR-SCHD-FILE ASSIGN TO "CTRSCHD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SCHD-STATUS.

           SELECT CTR-PARM-FILE ASSIGN TO "CTRPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-PARM-STATUS.

           SELECT CTR-CAL-FILE ASSIGN TO "CTRCALND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-CAL-STATUS.

           SELECT OPTIONAL CTR-HIST-FILE ASSIGN TO "CTRHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-HIST-KEY
                   ALTERNATE RECORD KEY IS CTR-HIST-RUN-ID
                       WITH DUPLICATES
                   FILE STATUS IS CTR-HIST-STATUS.

           SELECT OPTIONAL CTR-MSG-FILE ASSIGN TO "CTRMSGC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-MSG-STATUS.

           SELECT OPTIONAL CTR-ALERT-FILE ASSIGN TO "CTRALERT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-ALERT-STATUS.

           SELECT OPTIONAL CTR-AUDIT-FILE ASSIGN TO "CTRAUDIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-AUDIT-STATUS.

           SELECT OPTIONAL CTR-ALOT-FILE ASSIGN TO "CTRALOTM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-ALOT-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  CTR-SORD-FILE.
       COPY CTRSORD.

       FD  CTR-SCHD-FILE.
       COPY CTRSCHD.

       FD  CTR-PARM-FILE.
       COPY CTRPARM.

       FD  CTR-CAL-FILE.
       COPY CTRCAL.

       FD  CTR-HIST-FILE.
       COPY CTRHIST.

       FD  CTR-MSG-FILE.
       COPY CTRMSG.

       FD  CTR-ALERT-FILE.
       COPY CTRALRT.

       FD  CTR-AUDIT-FILE.
       COPY CTRAUDT.

       FD  CTR-ALOT-FILE.
       COPY CTRALOT.

       WORKING-STORAGE             SECTION.
       01  CTR-SORD-STATUS             PIC X(02).
       01  CTR-SCHD-STATUS             PIC X(02).
       01  CTR-PARM-STATUS             PIC X(02).
       01  CTR-CAL-STATUS              PIC X(02).
       01  CTR-HIST-STATUS             PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
       01  CTR-WS-ERROR-FILE           PIC X(10).
       01  CTR-WS-ERROR-STATUS         PIC X(02).
       01  CTR-WS-CEILING              PIC 9(09) VALUE 100000.
       01  CTR-WS-CAL-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-CAL-EOF                 VALUE "Y".
       01  CTR-WS-SORD-EOF-SWITCH      PIC X(01) VALUE "N".
           88  CTR-SORD-EOF                VALUE "Y".
       01  CTR-WS-SCHD-EOF-SWITCH      PIC X(01) VALUE "N".
           88  CTR-SCHD-EOF                VALUE "Y".
       01  CTR-WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
           88  CTR-HIST-EOF                VALUE "Y".
       01  CTR-WS-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  CTR-ENTRY-FOUND             VALUE "Y".
       01  CTR-WS-BUSDAY-SWITCH        PIC X(01) VALUE "N".
           88  CTR-RUN-IS-BUSDAY           VALUE "Y".
       01  CTR-WS-MONTH-END-SWITCH     PIC X(01) VALUE "Y".
           88  CTR-RUN-IS-MONTH-END        VALUE "Y".
       01  CTR-WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  CTR-WS-RUN-DATE-R REDEFINES CTR-WS-RUN-DATE.
           05  CTR-WS-RUN-YYYY             PIC 9(04).
           05  CTR-WS-RUN-MM               PIC 9(02).
           05  CTR-WS-RUN-DD               PIC 9(02).
       01  CTR-WS-RUN-DAY-TYPE         PIC X(01) VALUE SPACES.
       01  CTR-WS-MONTH-LAST           PIC 9(08) VALUE ZERO.
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
       01  CTR-WS-RUN-WEEKDAY          PIC X(03) VALUE SPACES.
       01  CTR-WS-DAY-NAMES            PIC X(21)
                   VALUE "SATSUNMONTUEWEDTHUFRI".
       01  CTR-WS-DAY-NAMES-R REDEFINES CTR-WS-DAY-NAMES.
           05  CTR-WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
       01  CTR-WS-DAY-SUB              PIC 9(01) VALUE ZERO.
       01  CTR-WS-WEEKDAY-SWITCH       PIC X(01) VALUE "N".
           88  CTR-WEEKDAY-VALID           VALUE "Y".
       01  CTR-WS-CAL-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-CAL-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-CAL-TABLE.
           05  CTR-WS-CAL-ENTRY OCCURS 400 TIMES.
               10  CTR-WS-CAL-TBL-DATE     PIC 9(08).
               10  CTR-WS-CAL-TBL-TYPE     PIC X(01).
       01  CTR-WS-ORD-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-ORD-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-ORD-SCAN             PIC 9(03) VALUE ZERO.
       01  CTR-WS-ORD-TABLE.
           05  CTR-WS-ORD-ENTRY OCCURS 50 TIMES.
               10  CTR-WS-ORD-RUN-ID       PIC X(08).
               10  CTR-WS-ORD-FREQUENCY    PIC X(01).
               10  CTR-WS-ORD-BLOCK        PIC 9(09).
               10  CTR-WS-ORD-INCREMENT    PIC 9(05).
               10  CTR-WS-ORD-DIRECTION    PIC X(01).
               10  CTR-WS-ORD-FORMAT       PIC X(01).
               10  CTR-WS-ORD-FIRST-START  PIC 9(09).
               10  CTR-WS-ORD-DUE          PIC X(01).
               10  CTR-WS-ORD-HIST-FOUND   PIC X(01).
               10  CTR-WS-ORD-LAST-DATE    PIC 9(08).
               10  CTR-WS-ORD-LAST-POSTED  PIC 9(14).
               10  CTR-WS-ORD-LAST-LOW     PIC 9(09).
               10  CTR-WS-ORD-LAST-HIGH    PIC 9(09).
       01  CTR-WS-SCH-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-SCH-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-SCH-TABLE.
           05  CTR-WS-SCH-ENTRY OCCURS 50 TIMES.
               10  CTR-WS-SCH-TBL-RUN-ID   PIC X(08).
               10  CTR-WS-SCH-TBL-ORIGIN   PIC X(01).
               10  CTR-WS-SCH-TBL-RECORD   PIC X(59).
       01  CTR-WS-HIST-POSTED          PIC 9(14) VALUE ZERO.
       01  CTR-WS-HIST-POSTED-R REDEFINES CTR-WS-HIST-POSTED.
           05  CTR-WS-HP-DATE              PIC 9(08).
           05  CTR-WS-HP-TIME              PIC 9(06).
       01  CTR-WS-SPAN                 PIC 9(10) VALUE ZERO.
       01  CTR-WS-NEW-START            PIC 9(10) VALUE ZERO.
       01  CTR-WS-NEW-END              PIC 9(10) VALUE ZERO.
       01  CTR-WS-OVERLAP-SWITCH       PIC X(01) VALUE "N".
           88  CTR-OVERLAP-FOUND           VALUE "Y".
       01  CTR-WS-OVL-TEXT             PIC X(03) VALUE SPACES.
       01  CTR-WS-OVL-SUB              PIC 9(01) VALUE ZERO.
       01  CTR-WS-OVL-DIGIT            PIC 9(01) VALUE ZERO.
       01  CTR-WS-OVL-BAD-SWITCH       PIC X(01) VALUE "N".
           88  CTR-OVL-BAD                 VALUE "Y".
       01  CTR-WS-OVL-DAYS             PIC 9(03) VALUE ZERO.
       01  CTR-WS-BACK-COUNT           PIC 9(03) VALUE ZERO.
       01  CTR-WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
       01  CTR-WS-CUTOFF-R REDEFINES CTR-WS-CUTOFF-DATE.
           05  CTR-WS-CUT-YYYY             PIC 9(04).
           05  CTR-WS-CUT-MM               PIC 9(02).
           05  CTR-WS-CUT-DD               PIC 9(02).
       01  CTR-WS-LEAP-QUOT            PIC 9(04) VALUE ZERO.
       01  CTR-WS-LEAP-REM             PIC 9(04) VALUE ZERO.
       01  CTR-WS-KEY-LOW              PIC 9(10) VALUE ZERO.
       01  CTR-WS-KEY-HIGH             PIC 9(10) VALUE ZERO.
       01  CTR-WS-TBL-LOW              PIC 9(09) VALUE ZERO.
       01  CTR-WS-TBL-HIGH             PIC 9(09) VALUE ZERO.
       01  CTR-WS-CONFLICT-DATE        PIC 9(08) VALUE ZERO.
       01  CTR-WS-CONFLICT-ID          PIC X(08) VALUE SPACES.
       01  CTR-ALOT-STATUS             PIC X(02).
       01  CTR-WS-ALOT-EOF-SWITCH      PIC X(01) VALUE "N".
           88  CTR-ALOT-EOF                VALUE "Y".
       01  CTR-WS-ALOT-COUNT           PIC 9(03) VALUE ZERO.
       01  CTR-WS-ALOT-SUB             PIC 9(03) VALUE ZERO.
       01  CTR-WS-ALOT-SCAN            PIC 9(03) VALUE ZERO.
       01  CTR-WS-ALOT-TABLE.
           05  CTR-WS-ALOT-ENTRY OCCURS 500 TIMES.
               10  CTR-WS-ALOT-TBL-RUN-ID  PIC X(08).
               10  CTR-WS-ALOT-TBL-LOW     PIC 9(09).
               10  CTR-WS-ALOT-TBL-HIGH    PIC 9(09).
       01  CTR-WS-REFUSE-RUN-ID        PIC X(08) VALUE SPACES.
       01  CTR-WS-REFUSE-REASON        PIC X(40) VALUE SPACES.
       01  CTR-WS-REFUSED-COUNT        PIC 9(03) VALUE ZERO.
       01  CTR-WS-KEPT-COUNT           PIC 9(03) VALUE ZERO.
       01  CTR-WS-DROPPED-COUNT        PIC 9(03) VALUE ZERO.
       01  CTR-WS-BUILT-COUNT          PIC 9(03) VALUE ZERO.
       01  CTR-WS-DUE-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-SCHD-IMAGE.
           05  CTR-WS-SI-RUN-ID            PIC X(08).
           05  CTR-WS-SI-RUN-DATE          PIC 9(08).
           05  CTR-WS-SI-START             PIC 9(09).
           05  CTR-WS-SI-END               PIC 9(09).
           05  CTR-WS-SI-INCREMENT         PIC 9(05).
           05  CTR-WS-SI-EXPECTED          PIC 9(09).
           05  CTR-WS-SI-FORMAT            PIC X(01).
           05  CTR-WS-SI-DIRECTION         PIC X(01).
           05  FILLER                      PIC X(01).
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
       01  CTR-WS-AUDIT-DETAIL         PIC X(60) VALUE SPACES.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           PERFORM 1050-OPEN-ORDERS THRU 1050-EXIT.
           PERFORM 1200-READ-PARM THRU 1200-EXIT.
           PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
           PERFORM 1300-JUDGE-RUN-DATE THRU 1300-EXIT.
           PERFORM 2000-LOAD-ORDERS THRU 2000-EXIT.
           PERFORM 1400-LOAD-ALLOTMENTS THRU 1400-EXIT.
           PERFORM 1500-SET-OVERLAP-WINDOW THRU 1500-EXIT.
           PERFORM 3000-LOAD-KEYED-SCHEDULE THRU 3000-EXIT.
           PERFORM 4000-FIND-LAST-RANGES THRU 4000-EXIT.
           PERFORM 5000-BUILD-ENTRY THRU 5000-EXIT
                   VARYING CTR-WS-ORD-SUB FROM 1 BY 1
                   UNTIL CTR-WS-ORD-SUB > CTR-WS-ORD-COUNT.
           IF CTR-WS-REFUSED-COUNT > ZERO
               DISPLAY "HELLOGEN: " CTR-WS-REFUSED-COUNT
                       " STANDING ORDER(S) CANNOT BE SCHEDULED - "
                       "CTRSCHD NOT BUILT FOR " CTR-WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 6000-WRITE-SCHEDULE THRU 6000-EXIT.
           MOVE "CTR0018" TO CTR-WS-ALERT-MSG-ID.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING "RUN DATE "           DELIMITED BY SIZE
                   CTR-WS-RUN-DATE      DELIMITED BY SIZE
                   " BUILT "            DELIMITED BY SIZE
                   CTR-WS-BUILT-COUNT   DELIMITED BY SIZE
                   " KEPT "             DELIMITED BY SIZE
                   CTR-WS-KEPT-COUNT    DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
           DISPLAY "HELLOGEN: CTRSCHD FOR " CTR-WS-RUN-DATE
                   " (" CTR-WS-RUN-WEEKDAY ") - "
                   CTR-WS-BUILT-COUNT " BUILT FROM STANDING ORDERS, "
                   CTR-WS-KEPT-COUNT " KEYED ENTRIES KEPT, "
                   CTR-WS-DROPPED-COUNT " PAST ENTRIES DROPPED".
           IF NOT CTR-RUN-IS-BUSDAY
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-LOAD-CALENDAR
      *
      *  Loads the processing calendar from the run date on: the
      *  build only ever judges tonight and the business days after
      *  it in the same month.  Without it no order can be judged
      *  due, so a missing or empty calendar stops the build.
      ******************************************************************
       1000-LOAD-CALENDAR.
           OPEN INPUT CTR-CAL-FILE.
           IF CTR-CAL-STATUS = "35"
               DISPLAY "HELLOGEN: CTRCALND CALENDAR IS NOT AVAILABLE "
                       "- CTRSCHD NOT BUILT"
               MOVE 8 TO RETURN-CODE
               CLOSE CTR-SORD-FILE
               STOP RUN
           END-IF.
           IF CTR-CAL-STATUS NOT = "00"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 1100-READ-CALENDAR THRU 1100-EXIT
                   UNTIL CTR-CAL-EOF.
           CLOSE CTR-CAL-FILE.
           IF CTR-WS-CAL-COUNT = ZERO
               DISPLAY "HELLOGEN: CTRCALND HAS NO DATES FROM "
                       CTR-WS-RUN-DATE " - CTRSCHD NOT BUILT"
               MOVE 8 TO RETURN-CODE
               CLOSE CTR-SORD-FILE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1050-OPEN-ORDERS
      *
      *  Opens the standing-order master before anything else is
      *  read.  No master at all means standing orders are not in
      *  use: the schedule is left exactly as keyed and the step
      *  ends clean, without CTRPARM or CTRCALND being needed.
      ******************************************************************
       1050-OPEN-ORDERS.
           OPEN INPUT CTR-SORD-FILE.
           IF CTR-SORD-STATUS = "05"
               CLOSE CTR-SORD-FILE
               DISPLAY "HELLOGEN: NO CTRSORDM STANDING-ORDER MASTER - "
                       "CTRSCHD LEFT AS KEYED"
               STOP RUN
           END-IF.
           IF CTR-SORD-STATUS NOT = "00"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSORDM" TO CTR-WS-ERROR-FILE
               MOVE CTR-SORD-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *  1100-READ-CALENDAR
      *
      *  Dates before the run date are passed over.
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
           IF CTR-CAL-DATE < CTR-WS-RUN-DATE
               GO TO 1100-EXIT
           END-IF.
           IF CTR-WS-CAL-COUNT = 400
               DISPLAY "HELLOGEN: CTRCALND HAS OVER 400 ENTRIES FROM "
                       "THE RUN DATE - LATER DATES IGNORED"
               MOVE "Y" TO CTR-WS-CAL-EOF-SWITCH
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO CTR-WS-CAL-COUNT.
           MOVE CTR-CAL-DATE     TO
                   CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-COUNT).
           MOVE CTR-CAL-DAY-TYPE TO
                   CTR-WS-CAL-TBL-TYPE(CTR-WS-CAL-COUNT).
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1200-READ-PARM
      *
      *  Tonight is the CTRPARM run date - the date HELLOADV rolled
      *  forward at the end of the last clean night.
      ******************************************************************
       1200-READ-PARM.
           OPEN INPUT CTR-PARM-FILE.
           IF CTR-PARM-STATUS NOT = "00"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRPARM" TO CTR-WS-ERROR-FILE
               MOVE CTR-PARM-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           READ CTR-PARM-FILE
               AT END
                   DISPLAY "HELLOGEN: CTRPARM IS EMPTY - NO RUN DATE "
                           "- CTRSCHD NOT BUILT"
                   MOVE 8 TO RETURN-CODE
                   CLOSE CTR-PARM-FILE
                   CLOSE CTR-SORD-FILE
                   STOP RUN
           END-READ.
           IF CTR-PARM-STATUS NOT = "00" AND CTR-PARM-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRPARM" TO CTR-WS-ERROR-FILE
               MOVE CTR-PARM-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE CTR-PARM-RUN-DATE TO CTR-WS-RUN-DATE.
           CLOSE CTR-PARM-FILE.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  1300-JUDGE-RUN-DATE
      *
      *  Places tonight on the calendar: its day type, its weekday,
      *  and whether it is the last business day of its month (no
      *  later business day in the same month on the calendar).  A
      *  run date the calendar does not carry cannot be judged.
      ******************************************************************
       1300-JUDGE-RUN-DATE.
           MOVE "N" TO CTR-WS-FOUND-SWITCH.
           PERFORM 1310-FIND-RUN-DATE THRU 1310-EXIT
                   VARYING CTR-WS-CAL-SUB FROM 1 BY 1
                   UNTIL CTR-WS-CAL-SUB > CTR-WS-CAL-COUNT
                       OR CTR-ENTRY-FOUND.
           IF NOT CTR-ENTRY-FOUND
               DISPLAY "HELLOGEN: RUN DATE " CTR-WS-RUN-DATE
                       " IS NOT ON THE CTRCALND CALENDAR - EXTEND THE "
                       "CALENDAR - CTRSCHD NOT BUILT"
               MOVE "CTR0019" TO CTR-WS-ALERT-MSG-ID
               MOVE SPACES TO CTR-WS-ALERT-DETAIL
               STRING "RUN DATE "      DELIMITED BY SIZE
                       CTR-WS-RUN-DATE DELIMITED BY SIZE
                       " NOT ON CTRCALND" DELIMITED BY SIZE
                       INTO CTR-WS-ALERT-DETAIL
               PERFORM 9800-WRITE-ALERT THRU 9800-EXIT
               MOVE 8 TO RETURN-CODE
               CLOSE CTR-SORD-FILE
               STOP RUN
           END-IF.
           IF CTR-WS-RUN-DAY-TYPE = "B"
               MOVE "Y" TO CTR-WS-BUSDAY-SWITCH
           ELSE
               DISPLAY "HELLOGEN: RUN DATE " CTR-WS-RUN-DATE
                       " IS NOT A BUSINESS DAY (DAY TYPE "
                       CTR-WS-RUN-DAY-TYPE ") - NO STANDING ORDERS DUE"
           END-IF.
           COMPUTE CTR-WS-MONTH-LAST =
                   CTR-WS-RUN-YYYY * 10000 + CTR-WS-RUN-MM * 100 + 31.
           MOVE "Y" TO CTR-WS-MONTH-END-SWITCH.
           PERFORM 1320-CHECK-LATER-BUSDAY THRU 1320-EXIT
                   VARYING CTR-WS-CAL-SUB FROM 1 BY 1
                   UNTIL CTR-WS-CAL-SUB > CTR-WS-CAL-COUNT.
           PERFORM 1350-FIND-WEEKDAY THRU 1350-EXIT.
       1300-EXIT.
           EXIT.

      ******************************************************************
      *  1310-FIND-RUN-DATE
      ******************************************************************
       1310-FIND-RUN-DATE.
           IF CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-SUB) = CTR-WS-RUN-DATE
               MOVE "Y" TO CTR-WS-FOUND-SWITCH
               MOVE CTR-WS-CAL-TBL-TYPE(CTR-WS-CAL-SUB)
                       TO CTR-WS-RUN-DAY-TYPE
           END-IF.
       1310-EXIT.
           EXIT.

      ******************************************************************
      *  1320-CHECK-LATER-BUSDAY
      ******************************************************************
       1320-CHECK-LATER-BUSDAY.
           IF CTR-WS-CAL-TBL-TYPE(CTR-WS-CAL-SUB) = "B"
                   AND CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-SUB)
                           > CTR-WS-RUN-DATE
                   AND CTR-WS-CAL-TBL-DATE(CTR-WS-CAL-SUB)
                           NOT > CTR-WS-MONTH-LAST
               MOVE "N" TO CTR-WS-MONTH-END-SWITCH
           END-IF.
       1320-EXIT.
           EXIT.

      ******************************************************************
      *  1350-FIND-WEEKDAY
      *
      *  Day of the week of the run date by Zeller's congruence:
      *  January and February count as months 13 and 14 of the year
      *  before, and every division is a whole-number DIVIDE.  The
      *  result runs 0 Saturday through 6 Friday.
      ******************************************************************
       1350-FIND-WEEKDAY.
           MOVE CTR-WS-RUN-YYYY TO CTR-WS-ZEL-YEAR.
           MOVE CTR-WS-RUN-MM   TO CTR-WS-ZEL-MONTH.
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
           COMPUTE CTR-WS-ZEL-SUM = CTR-WS-RUN-DD
                   + CTR-WS-ZEL-MONTH-TERM
                   + CTR-WS-ZEL-YEAR-OF-CENT
                   + CTR-WS-ZEL-YEAR-TERM
                   + CTR-WS-ZEL-CENT-TERM
                   + 5 * CTR-WS-ZEL-CENTURY.
           DIVIDE CTR-WS-ZEL-SUM BY 7
                   GIVING CTR-WS-ZEL-QUOT
                   REMAINDER CTR-WS-ZEL-DAY.
           COMPUTE CTR-WS-DAY-SUB = CTR-WS-ZEL-DAY + 1.
           MOVE CTR-WS-DAY-NAME(CTR-WS-DAY-SUB) TO CTR-WS-RUN-WEEKDAY.
       1350-EXIT.
           EXIT.

      ******************************************************************
      *  1400-LOAD-ALLOTMENTS
      *
      *  Loads the CTRALOTM allotment master into its table.  No
      *  master means no run ID is restricted.  More run IDs than
      *  the table holds stops the build rather than leave some
      *  blocks unchecked.
      ******************************************************************
       1400-LOAD-ALLOTMENTS.
           OPEN INPUT CTR-ALOT-FILE.
           IF CTR-ALOT-STATUS NOT = "00" AND CTR-ALOT-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRALOTM" TO CTR-WS-ERROR-FILE
               MOVE CTR-ALOT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 1410-READ-ALLOTMENT THRU 1410-EXIT
                   UNTIL CTR-ALOT-EOF.
           CLOSE CTR-ALOT-FILE.
       1400-EXIT.
           EXIT.

      ******************************************************************
      *  1410-READ-ALLOTMENT
      ******************************************************************
       1410-READ-ALLOTMENT.
           READ CTR-ALOT-FILE
               AT END
                   MOVE "Y" TO CTR-WS-ALOT-EOF-SWITCH
                   GO TO 1410-EXIT
           END-READ.
           IF CTR-ALOT-STATUS NOT = "00" AND CTR-ALOT-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRALOTM" TO CTR-WS-ERROR-FILE
               MOVE CTR-ALOT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-WS-ALOT-COUNT = 500
               DISPLAY "HELLOGEN: CTRALOTM HAS MORE THAN 500 RUN IDS "
                       "- CTRSCHD NOT BUILT"
               MOVE 8 TO RETURN-CODE
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
       1410-EXIT.
           EXIT.

      ******************************************************************
      *  1500-SET-OVERLAP-WINDOW
      *
      *  Resolves the overlap lookback window exactly as HELLO does,
      *  so the build refuses what the run would abort on.  CTROVLN
      *  is an operations knob, keyed left-justified; anything
      *  missing, non-numeric or zero falls back to the standard 90
      *  days.  The cutoff date is today minus the window, computed
      *  a day at a time so month ends and leap years come out
      *  right.
      ******************************************************************
       1500-SET-OVERLAP-WINDOW.
           ACCEPT CTR-WS-OVL-TEXT FROM ENVIRONMENT "CTROVLN".
           PERFORM 1510-EDIT-WINDOW THRU 1510-EXIT
                   VARYING CTR-WS-OVL-SUB FROM 1 BY 1
                   UNTIL CTR-WS-OVL-SUB > 3.
           IF CTR-OVL-BAD OR CTR-WS-OVL-DAYS = ZERO
               MOVE 90 TO CTR-WS-OVL-DAYS
           END-IF.
           ACCEPT CTR-WS-CUTOFF-DATE FROM DATE YYYYMMDD.
           PERFORM 1520-BACK-ONE-DAY THRU 1520-EXIT
                   VARYING CTR-WS-BACK-COUNT FROM 1 BY 1
                   UNTIL CTR-WS-BACK-COUNT > CTR-WS-OVL-DAYS.
       1500-EXIT.
           EXIT.

      ******************************************************************
      *  1510-EDIT-WINDOW
      ******************************************************************
       1510-EDIT-WINDOW.
           EVALUATE TRUE
               WHEN CTR-WS-OVL-TEXT(CTR-WS-OVL-SUB:1) = SPACE
                   CONTINUE
               WHEN CTR-WS-OVL-TEXT(CTR-WS-OVL-SUB:1) IS NUMERIC
                   MOVE CTR-WS-OVL-TEXT(CTR-WS-OVL-SUB:1)
                           TO CTR-WS-OVL-DIGIT
                   COMPUTE CTR-WS-OVL-DAYS =
                           CTR-WS-OVL-DAYS * 10 + CTR-WS-OVL-DIGIT
               WHEN OTHER
                   MOVE "Y" TO CTR-WS-OVL-BAD-SWITCH
           END-EVALUATE.
       1510-EXIT.
           EXIT.

      ******************************************************************
      *  1520-BACK-ONE-DAY
      *
      *  Steps the cutoff date back one calendar day, carrying over
      *  month and year boundaries, February judged by the leap
      *  rule (divisible by 4, except centuries not divisible by
      *  400).
      ******************************************************************
       1520-BACK-ONE-DAY.
           IF CTR-WS-CUT-DD > 1
               SUBTRACT 1 FROM CTR-WS-CUT-DD
               GO TO 1520-EXIT
           END-IF.
           IF CTR-WS-CUT-MM = 1
               MOVE 12 TO CTR-WS-CUT-MM
               SUBTRACT 1 FROM CTR-WS-CUT-YYYY
           ELSE
               SUBTRACT 1 FROM CTR-WS-CUT-MM
           END-IF.
           EVALUATE CTR-WS-CUT-MM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO CTR-WS-CUT-DD
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO CTR-WS-CUT-DD
               WHEN 2
                   MOVE 28 TO CTR-WS-CUT-DD
                   DIVIDE CTR-WS-CUT-YYYY BY 4
                           GIVING CTR-WS-LEAP-QUOT
                           REMAINDER CTR-WS-LEAP-REM
                   IF CTR-WS-LEAP-REM = ZERO
                       DIVIDE CTR-WS-CUT-YYYY BY 100
                               GIVING CTR-WS-LEAP-QUOT
                               REMAINDER CTR-WS-LEAP-REM
                       IF CTR-WS-LEAP-REM NOT = ZERO
                           MOVE 29 TO CTR-WS-CUT-DD
                       ELSE
                           DIVIDE CTR-WS-CUT-YYYY BY 400
                                   GIVING CTR-WS-LEAP-QUOT
                                   REMAINDER CTR-WS-LEAP-REM
                           IF CTR-WS-LEAP-REM = ZERO
                               MOVE 29 TO CTR-WS-CUT-DD
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       1520-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LOAD-ORDERS
      *
      *  Loads and edits the standing-order master, opened by 1050.
      ******************************************************************
       2000-LOAD-ORDERS.
           PERFORM 2100-READ-ORDER THRU 2100-EXIT
                   UNTIL CTR-SORD-EOF.
           CLOSE CTR-SORD-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-READ-ORDER
      *
      *  An order failing an edit is refused (and will stop the
      *  build); a suspended order is passed over quietly.  Valid
      *  orders are tabled with their due flag for tonight.
      ******************************************************************
       2100-READ-ORDER.
           READ CTR-SORD-FILE
               AT END
                   MOVE "Y" TO CTR-WS-SORD-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           IF CTR-SORD-STATUS NOT = "00" AND CTR-SORD-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSORDM" TO CTR-WS-ERROR-FILE
               MOVE CTR-SORD-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-SORD-SUSPENDED
               DISPLAY "HELLOGEN: STANDING ORDER " CTR-SORD-RUN-ID
                       " IS SUSPENDED - NOT SCHEDULED"
               GO TO 2100-EXIT
           END-IF.
           MOVE CTR-SORD-RUN-ID TO CTR-WS-REFUSE-RUN-ID.
           MOVE "N" TO CTR-WS-WEEKDAY-SWITCH.
           PERFORM 2110-CHECK-WEEKDAY-NAME THRU 2110-EXIT
                   VARYING CTR-WS-DAY-SUB FROM 1 BY 1
                   UNTIL CTR-WS-DAY-SUB > 7.
           MOVE SPACES TO CTR-WS-REFUSE-REASON.
           EVALUATE TRUE
               WHEN CTR-SORD-RUN-ID = SPACES
                   MOVE "RUN ID IS BLANK" TO CTR-WS-REFUSE-REASON
               WHEN NOT CTR-SORD-FREQ-DAILY
                       AND NOT CTR-SORD-FREQ-WEEKDAY
                       AND NOT CTR-SORD-FREQ-MONTH-END
                   MOVE "FREQUENCY MUST BE D, W OR M"
                           TO CTR-WS-REFUSE-REASON
               WHEN CTR-SORD-FREQ-WEEKDAY AND NOT CTR-WEEKDAY-VALID
                   MOVE "WEEKDAY MUST BE MON TO SUN"
                           TO CTR-WS-REFUSE-REASON
               WHEN CTR-SORD-BLOCK-SIZE NOT NUMERIC
                       OR CTR-SORD-BLOCK-SIZE = ZERO
                   MOVE "BLOCK SIZE MUST BE GREATER THAN ZERO"
                           TO CTR-WS-REFUSE-REASON
               WHEN CTR-SORD-INCREMENT NOT NUMERIC
                       OR CTR-SORD-INCREMENT = ZERO
                   MOVE "INCREMENT MUST BE GREATER THAN ZERO"
                           TO CTR-WS-REFUSE-REASON
               WHEN NOT CTR-SORD-DIR-ASCENDING
                       AND NOT CTR-SORD-DIR-DESCENDING
                   MOVE "DIRECTION MUST BE A OR D"
                           TO CTR-WS-REFUSE-REASON
               WHEN NOT CTR-SORD-FMT-SUPPRESSED
                       AND NOT CTR-SORD-FMT-PADDED
                   MOVE "FORMAT MUST BE S OR P"
                           TO CTR-WS-REFUSE-REASON
               WHEN CTR-SORD-FIRST-START NOT NUMERIC
                   MOVE "FIRST START VALUE IS NOT NUMERIC"
                           TO CTR-WS-REFUSE-REASON
               WHEN CTR-WS-ORD-COUNT = 50
                   MOVE "MORE THAN 50 STANDING ORDERS"
                           TO CTR-WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CTR-WS-REFUSE-REASON = SPACES
               PERFORM 2120-CHECK-DUP-ORDER THRU 2120-EXIT
                       VARYING CTR-WS-ORD-SCAN FROM 1 BY 1
                       UNTIL CTR-WS-ORD-SCAN > CTR-WS-ORD-COUNT
           END-IF.
           IF CTR-WS-REFUSE-REASON NOT = SPACES
               PERFORM 8000-REFUSE-ORDER THRU 8000-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO CTR-WS-ORD-COUNT.
           MOVE CTR-SORD-RUN-ID      TO
                   CTR-WS-ORD-RUN-ID(CTR-WS-ORD-COUNT).
           MOVE CTR-SORD-FREQUENCY   TO
                   CTR-WS-ORD-FREQUENCY(CTR-WS-ORD-COUNT).
           MOVE CTR-SORD-BLOCK-SIZE  TO
                   CTR-WS-ORD-BLOCK(CTR-WS-ORD-COUNT).
           MOVE CTR-SORD-INCREMENT   TO
                   CTR-WS-ORD-INCREMENT(CTR-WS-ORD-COUNT).
           IF CTR-SORD-DIR-DESCENDING
               MOVE "D" TO CTR-WS-ORD-DIRECTION(CTR-WS-ORD-COUNT)
           ELSE
               MOVE "A" TO CTR-WS-ORD-DIRECTION(CTR-WS-ORD-COUNT)
           END-IF.
           MOVE CTR-SORD-FORMAT-FLAG TO
                   CTR-WS-ORD-FORMAT(CTR-WS-ORD-COUNT).
           MOVE CTR-SORD-FIRST-START TO
                   CTR-WS-ORD-FIRST-START(CTR-WS-ORD-COUNT).
           MOVE "N"  TO CTR-WS-ORD-HIST-FOUND(CTR-WS-ORD-COUNT).
           MOVE ZERO TO CTR-WS-ORD-LAST-DATE(CTR-WS-ORD-COUNT).
           MOVE ZERO TO CTR-WS-ORD-LAST-POSTED(CTR-WS-ORD-COUNT).
           MOVE ZERO TO CTR-WS-ORD-LAST-LOW(CTR-WS-ORD-COUNT).
           MOVE ZERO TO CTR-WS-ORD-LAST-HIGH(CTR-WS-ORD-COUNT).
           MOVE "N"  TO CTR-WS-ORD-DUE(CTR-WS-ORD-COUNT).
           IF CTR-RUN-IS-BUSDAY
               EVALUATE TRUE
                   WHEN CTR-SORD-FREQ-DAILY
                       MOVE "Y" TO CTR-WS-ORD-DUE(CTR-WS-ORD-COUNT)
                   WHEN CTR-SORD-FREQ-WEEKDAY
                       IF CTR-SORD-WEEKDAY = CTR-WS-RUN-WEEKDAY
                           MOVE "Y"
                                 TO CTR-WS-ORD-DUE(CTR-WS-ORD-COUNT)
                       END-IF
                   WHEN CTR-SORD-FREQ-MONTH-END
                       IF CTR-RUN-IS-MONTH-END
                           MOVE "Y"
                                 TO CTR-WS-ORD-DUE(CTR-WS-ORD-COUNT)
                       END-IF
               END-EVALUATE
           END-IF.
           IF CTR-WS-ORD-DUE(CTR-WS-ORD-COUNT) = "Y"
               ADD 1 TO CTR-WS-DUE-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2110-CHECK-WEEKDAY-NAME
      ******************************************************************
       2110-CHECK-WEEKDAY-NAME.
           IF CTR-SORD-WEEKDAY = CTR-WS-DAY-NAME(CTR-WS-DAY-SUB)
               MOVE "Y" TO CTR-WS-WEEKDAY-SWITCH
           END-IF.
       2110-EXIT.
           EXIT.

      ******************************************************************
      *  2120-CHECK-DUP-ORDER
      *
      *  Two standing orders for one run ID would schedule the run ID
      *  twice, which HELLO refuses at load time.
      ******************************************************************
       2120-CHECK-DUP-ORDER.
           IF CTR-WS-ORD-RUN-ID(CTR-WS-ORD-SCAN) = CTR-SORD-RUN-ID
               MOVE "RUN ID HAS MORE THAN ONE STANDING ORDER"
                       TO CTR-WS-REFUSE-REASON
           END-IF.
       2120-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LOAD-KEYED-SCHEDULE
      *
      *  Loads whatever is already on CTRSCHD.  Entries dated before
      *  tonight belong to a night that has run and are dropped;
      *  everything else was keyed for tonight (or beyond) and is
      *  kept as keyed.
      ******************************************************************
       3000-LOAD-KEYED-SCHEDULE.
           OPEN INPUT CTR-SCHD-FILE.
           IF CTR-SCHD-STATUS NOT = "00" AND CTR-SCHD-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSCHD" TO CTR-WS-ERROR-FILE
               MOVE CTR-SCHD-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 3100-READ-SCHEDULE THRU 3100-EXIT
                   UNTIL CTR-SCHD-EOF.
           CLOSE CTR-SCHD-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-READ-SCHEDULE
      ******************************************************************
       3100-READ-SCHEDULE.
           READ CTR-SCHD-FILE
               AT END
                   MOVE "Y" TO CTR-WS-SCHD-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           IF CTR-SCHD-STATUS NOT = "00" AND CTR-SCHD-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSCHD" TO CTR-WS-ERROR-FILE
               MOVE CTR-SCHD-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-SCH-RUN-DATE < CTR-WS-RUN-DATE
               ADD 1 TO CTR-WS-DROPPED-COUNT
               GO TO 3100-EXIT
           END-IF.
           IF CTR-WS-SCH-COUNT = 50
               MOVE CTR-SCH-RUN-ID TO CTR-WS-REFUSE-RUN-ID
               MOVE "CTRSCHD WOULD EXCEED 50 SEQUENCES"
                       TO CTR-WS-REFUSE-REASON
               PERFORM 8000-REFUSE-ORDER THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO CTR-WS-SCH-COUNT.
           ADD 1 TO CTR-WS-KEPT-COUNT.
           MOVE CTR-SCH-RUN-ID TO
                   CTR-WS-SCH-TBL-RUN-ID(CTR-WS-SCH-COUNT).
           MOVE "K" TO
                   CTR-WS-SCH-TBL-ORIGIN(CTR-WS-SCH-COUNT).
           MOVE CTR-SCH-RECORD TO
                   CTR-WS-SCH-TBL-RECORD(CTR-WS-SCH-COUNT).
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  4000-FIND-LAST-RANGES
      *
      *  Records, for every tabled order, the latest range its run
      *  ID issued on the CTRHIST run history before tonight -
      *  latest run date, and on a rerun date the latest posting.
      *  Each order reads only its own run ID's history, through the
      *  run ID alternate key.  Tonight's own postings (a rerun
      *  after a late-stream failure) are not a prior range.  A
      *  posting that issued no values carries no range and is
      *  passed over.
      ******************************************************************
       4000-FIND-LAST-RANGES.
           IF CTR-WS-DUE-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT CTR-HIST-FILE.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-STATUS = "00"
               PERFORM 4050-READ-ORDER-HISTORY THRU 4050-EXIT
                       VARYING CTR-WS-ORD-SCAN FROM 1 BY 1
                       UNTIL CTR-WS-ORD-SCAN > CTR-WS-ORD-COUNT
           END-IF.
           CLOSE CTR-HIST-FILE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4050-READ-ORDER-HISTORY
      *
      *  Starts history at the order's run ID on the alternate key;
      *  a run ID with no history yet is not found and keeps its
      *  first start value.
      ******************************************************************
       4050-READ-ORDER-HISTORY.
           MOVE "N" TO CTR-WS-HIST-EOF-SWITCH.
           MOVE CTR-WS-ORD-RUN-ID(CTR-WS-ORD-SCAN) TO CTR-HIST-RUN-ID.
           START CTR-HIST-FILE
               KEY IS EQUAL TO CTR-HIST-RUN-ID
               INVALID KEY
                   GO TO 4050-EXIT
           END-START.
           IF CTR-HIST-STATUS NOT = "00"
               MOVE "START"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 4100-READ-HISTORY THRU 4100-EXIT
                   UNTIL CTR-HIST-EOF.
       4050-EXIT.
           EXIT.

      ******************************************************************
      *  4100-READ-HISTORY
      *
      *  Reads the next posting in run ID order; the first posting
      *  of another run ID ends the order's history.
      ******************************************************************
       4100-READ-HISTORY.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "10"
                   AND CTR-HIST-STATUS NOT = "02"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-RUN-ID NOT = CTR-WS-ORD-RUN-ID(CTR-WS-ORD-SCAN)
               MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
               GO TO 4100-EXIT
           END-IF.
           IF CTR-HIST-RUN-DATE NOT < CTR-WS-RUN-DATE
                   OR CTR-HIST-RECORD-COUNT = ZERO
               GO TO 4100-EXIT
           END-IF.
           MOVE CTR-HIST-POSTED-DATE TO CTR-WS-HP-DATE.
           MOVE CTR-HIST-POSTED-TIME TO CTR-WS-HP-TIME.
           PERFORM 4110-MATCH-ORDER THRU 4110-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  4110-MATCH-ORDER
      ******************************************************************
       4110-MATCH-ORDER.
           IF CTR-WS-ORD-RUN-ID(CTR-WS-ORD-SCAN) NOT = CTR-HIST-RUN-ID
               GO TO 4110-EXIT
           END-IF.
           IF CTR-HIST-RUN-DATE < CTR-WS-ORD-LAST-DATE(CTR-WS-ORD-SCAN)
               GO TO 4110-EXIT
           END-IF.
           IF CTR-HIST-RUN-DATE = CTR-WS-ORD-LAST-DATE(CTR-WS-ORD-SCAN)
                   AND CTR-WS-HIST-POSTED
                       < CTR-WS-ORD-LAST-POSTED(CTR-WS-ORD-SCAN)
               GO TO 4110-EXIT
           END-IF.
           MOVE "Y"                  TO
                   CTR-WS-ORD-HIST-FOUND(CTR-WS-ORD-SCAN).
           MOVE CTR-HIST-RUN-DATE    TO
                   CTR-WS-ORD-LAST-DATE(CTR-WS-ORD-SCAN).
           MOVE CTR-WS-HIST-POSTED   TO
                   CTR-WS-ORD-LAST-POSTED(CTR-WS-ORD-SCAN).
           MOVE CTR-HIST-LOW-VALUE   TO
                   CTR-WS-ORD-LAST-LOW(CTR-WS-ORD-SCAN).
           MOVE CTR-HIST-HIGH-VALUE  TO
                   CTR-WS-ORD-LAST-HIGH(CTR-WS-ORD-SCAN).
       4110-EXIT.
           EXIT.

      ******************************************************************
      *  5000-BUILD-ENTRY
      *
      *  Turns one due order into tonight's schedule entry.  An
      *  ascending sequence starts one increment above the last high
      *  value issued; a descending one one increment below the last
      *  low value; either runs for the order's block size, and must
      *  stay inside the run ID's allotment and clear of every other
      *  range in the history window and on tonight's schedule.  A
      *  run ID already keyed on CTRSCHD keeps its keyed entry.
      ******************************************************************
       5000-BUILD-ENTRY.
           IF CTR-WS-ORD-DUE(CTR-WS-ORD-SUB) NOT = "Y"
               GO TO 5000-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-FOUND-SWITCH.
           PERFORM 5100-CHECK-KEYED THRU 5100-EXIT
                   VARYING CTR-WS-SCH-SUB FROM 1 BY 1
                   UNTIL CTR-WS-SCH-SUB > CTR-WS-SCH-COUNT
                       OR CTR-ENTRY-FOUND.
           IF CTR-ENTRY-FOUND
               DISPLAY "HELLOGEN: RUN ID "
                       CTR-WS-ORD-RUN-ID(CTR-WS-ORD-SUB)
                       " ALREADY KEYED ON CTRSCHD - KEYED ENTRY STANDS"
               GO TO 5000-EXIT
           END-IF.
           MOVE CTR-WS-ORD-RUN-ID(CTR-WS-ORD-SUB)
                   TO CTR-WS-REFUSE-RUN-ID.
           COMPUTE CTR-WS-SPAN = (CTR-WS-ORD-BLOCK(CTR-WS-ORD-SUB) - 1)
                   * CTR-WS-ORD-INCREMENT(CTR-WS-ORD-SUB).
           IF CTR-WS-ORD-DIRECTION(CTR-WS-ORD-SUB) = "D"
               IF CTR-WS-ORD-HIST-FOUND(CTR-WS-ORD-SUB) = "Y"
                   IF CTR-WS-ORD-LAST-LOW(CTR-WS-ORD-SUB)
                           NOT > CTR-WS-ORD-INCREMENT(CTR-WS-ORD-SUB)
                       MOVE "DESCENDING RANGE EXHAUSTED BELOW 1"
                               TO CTR-WS-REFUSE-REASON
                       PERFORM 8000-REFUSE-ORDER THRU 8000-EXIT
                       GO TO 5000-EXIT
                   END-IF
                   COMPUTE CTR-WS-NEW-START =
                           CTR-WS-ORD-LAST-LOW(CTR-WS-ORD-SUB)
                           - CTR-WS-ORD-INCREMENT(CTR-WS-ORD-SUB)
               ELSE
                   MOVE CTR-WS-ORD-FIRST-START(CTR-WS-ORD-SUB)
                           TO CTR-WS-NEW-START
               END-IF
               IF CTR-WS-NEW-START NOT > CTR-WS-SPAN
                   MOVE "DESCENDING BLOCK WOULD RUN BELOW 1"
                           TO CTR-WS-REFUSE-REASON
                   PERFORM 8000-REFUSE-ORDER THRU 8000-EXIT
                   GO TO 5000-EXIT
               END-IF
               COMPUTE CTR-WS-NEW-END = CTR-WS-NEW-START - CTR-WS-SPAN
               IF CTR-WS-NEW-START > CTR-WS-CEILING
                   MOVE "RANGE EXCEEDS THE COUNTER CEILING"
                           TO CTR-WS-REFUSE-REASON
                   PERFORM 8000-REFUSE-ORDER THRU 8000-EXIT
                   GO TO 5000-EXIT
               END-IF
           ELSE
               IF CTR-WS-ORD-HIST-FOUND(CTR-WS-ORD-SUB) = "Y"
                   COMPUTE CTR-WS-NEW-START =
                           CTR-WS-ORD-LAST-HIGH(CTR-WS-ORD-SUB)
                           + CTR-WS-ORD-INCREMENT(CTR-WS-ORD-SUB)
               ELSE
                   MOVE CTR-WS-ORD-FIRST-START(CTR-WS-ORD-SUB)
                           TO CTR-WS-NEW-START
               END-IF
               COMPUTE CTR-WS-NEW-END = CTR-WS-NEW-START + CTR-WS-SPAN
               IF CTR-WS-NEW-END > CTR-WS-CEILING
                   MOVE "RANGE EXCEEDS THE COUNTER CEILING"
                           TO CTR-WS-REFUSE-REASON
                   PERFORM 8000-REFUSE-ORDER THRU 8000-EXIT
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           PERFORM 5200-CHECK-ALLOTMENT THRU 5200-EXIT.
           IF CTR-WS-REFUSE-REASON NOT = SPACES
               PERFORM 8000-REFUSE-ORDER THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF CTR-WS-ORD-DIRECTION(CTR-WS-ORD-SUB) = "D"
               MOVE CTR-WS-NEW-END   TO CTR-WS-KEY-LOW
               MOVE CTR-WS-NEW-START TO CTR-WS-KEY-HIGH
           ELSE
               MOVE CTR-WS-NEW-START TO CTR-WS-KEY-LOW
               MOVE CTR-WS-NEW-END   TO CTR-WS-KEY-HIGH
           END-IF.
           PERFORM 5300-CHECK-HIST-OVERLAP THRU 5300-EXIT.
           IF CTR-OVERLAP-FOUND
               STRING "OVERLAPS RUN ID "   DELIMITED BY SIZE
                       CTR-WS-CONFLICT-ID  DELIMITED BY SIZE
                       " OF "              DELIMITED BY SIZE
                       CTR-WS-CONFLICT-DATE DELIMITED BY SIZE
                       INTO CTR-WS-REFUSE-REASON
               PERFORM 8000-REFUSE-ORDER THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-OVERLAP-SWITCH.
           PERFORM 5400-CHECK-SCHEDULE-OVERLAP THRU 5400-EXIT
                   VARYING CTR-WS-SCH-SUB FROM 1 BY 1
                   UNTIL CTR-WS-SCH-SUB > CTR-WS-SCH-COUNT
                       OR CTR-OVERLAP-FOUND.
           IF CTR-OVERLAP-FOUND
               STRING "OVERLAPS CTRSCHD RUN ID " DELIMITED BY SIZE
                       CTR-WS-CONFLICT-ID  DELIMITED BY SIZE
                       INTO CTR-WS-REFUSE-REASON
               PERFORM 8000-REFUSE-ORDER THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF CTR-WS-SCH-COUNT = 50
               MOVE "CTRSCHD WOULD EXCEED 50 SEQUENCES"
                       TO CTR-WS-REFUSE-REASON
               PERFORM 8000-REFUSE-ORDER THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO CTR-SCH-RECORD.
           MOVE CTR-WS-ORD-RUN-ID(CTR-WS-ORD-SUB)    TO CTR-SCH-RUN-ID.
           MOVE CTR-WS-RUN-DATE                      TO
                   CTR-SCH-RUN-DATE.
           MOVE CTR-WS-NEW-START                     TO
                   CTR-SCH-START-VALUE.
           MOVE CTR-WS-NEW-END                       TO
                   CTR-SCH-END-VALUE.
           MOVE CTR-WS-ORD-INCREMENT(CTR-WS-ORD-SUB) TO
                   CTR-SCH-INCREMENT.
           MOVE CTR-WS-ORD-BLOCK(CTR-WS-ORD-SUB)     TO
                   CTR-SCH-EXPECTED-TOTAL.
           MOVE CTR-WS-ORD-FORMAT(CTR-WS-ORD-SUB)    TO
                   CTR-SCH-FORMAT-FLAG.
           MOVE CTR-WS-ORD-DIRECTION(CTR-WS-ORD-SUB) TO
                   CTR-SCH-DIRECTION.
           ADD 1 TO CTR-WS-SCH-COUNT.
           MOVE CTR-SCH-RUN-ID TO
                   CTR-WS-SCH-TBL-RUN-ID(CTR-WS-SCH-COUNT).
           MOVE "G" TO
                   CTR-WS-SCH-TBL-ORIGIN(CTR-WS-SCH-COUNT).
           MOVE CTR-SCH-RECORD TO
                   CTR-WS-SCH-TBL-RECORD(CTR-WS-SCH-COUNT).
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-CHECK-KEYED
      ******************************************************************
       5100-CHECK-KEYED.
           IF CTR-WS-SCH-TBL-RUN-ID(CTR-WS-SCH-SUB)
                   = CTR-WS-ORD-RUN-ID(CTR-WS-ORD-SUB)
               MOVE "Y" TO CTR-WS-FOUND-SWITCH
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5200-CHECK-ALLOTMENT
      *
      *  Holds the generated range against the order's CTRALOTM
      *  block, setting the refusal reason when any value would fall
      *  outside it.  A run ID with no allotment is not restricted.
      ******************************************************************
       5200-CHECK-ALLOTMENT.
           MOVE ZERO TO CTR-WS-ALOT-SUB.
           PERFORM 5210-MATCH-ALLOTMENT THRU 5210-EXIT
                   VARYING CTR-WS-ALOT-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-ALOT-SCAN > CTR-WS-ALOT-COUNT
                       OR CTR-WS-ALOT-SUB > ZERO.
           IF CTR-WS-ALOT-SUB = ZERO
               GO TO 5200-EXIT
           END-IF.
           IF CTR-WS-ORD-DIRECTION(CTR-WS-ORD-SUB) = "D"
               IF CTR-WS-NEW-END < CTR-WS-ALOT-TBL-LOW(CTR-WS-ALOT-SUB)
                       OR CTR-WS-NEW-START >
                           CTR-WS-ALOT-TBL-HIGH(CTR-WS-ALOT-SUB)
                   MOVE "RANGE FALLS OUTSIDE THE RUN ID ALLOTMENT"
                           TO CTR-WS-REFUSE-REASON
               END-IF
           ELSE
               IF CTR-WS-NEW-START <
                           CTR-WS-ALOT-TBL-LOW(CTR-WS-ALOT-SUB)
                       OR CTR-WS-NEW-END >
                           CTR-WS-ALOT-TBL-HIGH(CTR-WS-ALOT-SUB)
                   MOVE "RANGE FALLS OUTSIDE THE RUN ID ALLOTMENT"
                           TO CTR-WS-REFUSE-REASON
               END-IF
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  5210-MATCH-ALLOTMENT
      ******************************************************************
       5210-MATCH-ALLOTMENT.
           IF CTR-WS-ALOT-TBL-RUN-ID(CTR-WS-ALOT-SCAN)
                   = CTR-WS-ORD-RUN-ID(CTR-WS-ORD-SUB)
               MOVE CTR-WS-ALOT-SCAN TO CTR-WS-ALOT-SUB
           END-IF.
       5210-EXIT.
           EXIT.

      ******************************************************************
      *  5300-CHECK-HIST-OVERLAP
      *
      *  Reads the CTRHIST run history for any range issued on or
      *  after the cutoff date that overlaps the generated range in
      *  CTR-WS-KEY-LOW and CTR-WS-KEY-HIGH - the check HELLO applies
      *  to every CTRSCHD record at load time, applied here so a
      *  generated entry cannot abort the run.  The read starts at
      *  the cutoff date on the run date/run ID key, so only the
      *  window is read.  A posting for this run ID on tonight's run
      *  date is tonight being rerun, not a conflict, and is passed
      *  over.  A history that does not exist yet finds no overlap.
      ******************************************************************
       5300-CHECK-HIST-OVERLAP.
           MOVE "N" TO CTR-WS-OVERLAP-SWITCH.
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
           PERFORM 5310-READ-HISTORY THRU 5310-EXIT
                   UNTIL CTR-HIST-EOF OR CTR-OVERLAP-FOUND.
           CLOSE CTR-HIST-FILE.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *  5310-READ-HISTORY
      ******************************************************************
       5310-READ-HISTORY.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
                   GO TO 5310-EXIT
           END-READ.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "10"
                   AND CTR-HIST-STATUS NOT = "02"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-RUN-ID = CTR-WS-ORD-RUN-ID(CTR-WS-ORD-SUB)
                   AND CTR-HIST-RUN-DATE = CTR-WS-RUN-DATE
               GO TO 5310-EXIT
           END-IF.
           IF CTR-WS-KEY-LOW NOT > CTR-HIST-HIGH-VALUE
                   AND CTR-WS-KEY-HIGH NOT < CTR-HIST-LOW-VALUE
               MOVE "Y" TO CTR-WS-OVERLAP-SWITCH
               MOVE CTR-HIST-RUN-DATE TO CTR-WS-CONFLICT-DATE
               MOVE CTR-HIST-RUN-ID   TO CTR-WS-CONFLICT-ID
           END-IF.
       5310-EXIT.
           EXIT.

      ******************************************************************
      *  5400-CHECK-SCHEDULE-OVERLAP
      *
      *  Holds the generated range against one entry already tabled
      *  for CTRSCHD - a keyed entry kept, or an order generated
      *  ahead of this one - since HELLO would issue both tonight.
      *  The record area serves as the work area: the generated
      *  entry is only built into it once every check has passed.
      ******************************************************************
       5400-CHECK-SCHEDULE-OVERLAP.
           MOVE CTR-WS-SCH-TBL-RECORD(CTR-WS-SCH-SUB) TO CTR-SCH-RECORD.
           IF CTR-SCH-DIR-DESCENDING
               MOVE CTR-SCH-END-VALUE   TO CTR-WS-TBL-LOW
               MOVE CTR-SCH-START-VALUE TO CTR-WS-TBL-HIGH
           ELSE
               MOVE CTR-SCH-START-VALUE TO CTR-WS-TBL-LOW
               MOVE CTR-SCH-END-VALUE   TO CTR-WS-TBL-HIGH
           END-IF.
           IF CTR-WS-KEY-LOW NOT > CTR-WS-TBL-HIGH
                   AND CTR-WS-KEY-HIGH NOT < CTR-WS-TBL-LOW
               MOVE "Y" TO CTR-WS-OVERLAP-SWITCH
               MOVE CTR-SCH-RUN-ID TO CTR-WS-CONFLICT-ID
           END-IF.
       5400-EXIT.
           EXIT.

      ******************************************************************
      *  6000-WRITE-SCHEDULE
      *
      *  Rewrites CTRSCHD from the table - kept entries first, in
      *  their keyed order, then the generated ones in master order
      *  - and audits each generated entry.
      ******************************************************************
       6000-WRITE-SCHEDULE.
           OPEN OUTPUT CTR-SCHD-FILE.
           IF CTR-SCHD-STATUS NOT = "00" AND CTR-SCHD-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSCHD" TO CTR-WS-ERROR-FILE
               MOVE CTR-SCHD-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 6100-WRITE-ONE-ENTRY THRU 6100-EXIT
                   VARYING CTR-WS-SCH-SUB FROM 1 BY 1
                   UNTIL CTR-WS-SCH-SUB > CTR-WS-SCH-COUNT.
           CLOSE CTR-SCHD-FILE.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  6100-WRITE-ONE-ENTRY
      ******************************************************************
       6100-WRITE-ONE-ENTRY.
           MOVE CTR-WS-SCH-TBL-RECORD(CTR-WS-SCH-SUB) TO CTR-SCH-RECORD.
           WRITE CTR-SCH-RECORD.
           IF CTR-SCHD-STATUS NOT = "00"
               MOVE "WRITE"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSCHD" TO CTR-WS-ERROR-FILE
               MOVE CTR-SCHD-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-WS-SCH-TBL-ORIGIN(CTR-WS-SCH-SUB) = "G"
               ADD 1 TO CTR-WS-BUILT-COUNT
               DISPLAY "HELLOGEN: RUN ID " CTR-SCH-RUN-ID
                       " SCHEDULED " CTR-SCH-START-VALUE " TO "
                       CTR-SCH-END-VALUE " BY " CTR-SCH-INCREMENT
                       " DIRECTION " CTR-SCH-DIRECTION
               PERFORM 9600-WRITE-AUDIT THRU 9600-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  8000-REFUSE-ORDER
      *
      *  Reports one order that cannot be scheduled, with the reason
      *  in CTR-WS-REFUSE-REASON, to the job log and the alert feed.
      ******************************************************************
       8000-REFUSE-ORDER.
           ADD 1 TO CTR-WS-REFUSED-COUNT.
           DISPLAY "HELLOGEN: STANDING ORDER " CTR-WS-REFUSE-RUN-ID
                   " REFUSED - " CTR-WS-REFUSE-REASON.
           MOVE "CTR0019" TO CTR-WS-ALERT-MSG-ID.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING "RUN ID "             DELIMITED BY SIZE
                   CTR-WS-REFUSE-RUN-ID DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   CTR-WS-REFUSE-REASON DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
           MOVE SPACES TO CTR-WS-REFUSE-REASON.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9600-WRITE-AUDIT
      *
      *  Appends a SCHD-BUILD event for the generated entry in the
      *  schedule record area, the entry as the after image, under
      *  the BATCH operator.  A write failure abends: an unaudited
      *  schedule change is what the trail exists to prevent.
      ******************************************************************
       9600-WRITE-AUDIT.
           ACCEPT CTR-WS-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-ALERT-TIME FROM TIME.
           MOVE SPACES                 TO CTR-WS-SCHD-IMAGE.
           MOVE CTR-SCH-RUN-ID         TO CTR-WS-SI-RUN-ID.
           MOVE CTR-SCH-RUN-DATE       TO CTR-WS-SI-RUN-DATE.
           MOVE CTR-SCH-START-VALUE    TO CTR-WS-SI-START.
           MOVE CTR-SCH-END-VALUE      TO CTR-WS-SI-END.
           MOVE CTR-SCH-INCREMENT      TO CTR-WS-SI-INCREMENT.
           MOVE CTR-SCH-EXPECTED-TOTAL TO CTR-WS-SI-EXPECTED.
           MOVE CTR-SCH-FORMAT-FLAG    TO CTR-WS-SI-FORMAT.
           MOVE CTR-SCH-DIRECTION      TO CTR-WS-SI-DIRECTION.
           MOVE SPACES TO CTR-WS-AUDIT-DETAIL.
           STRING "RUN ID "           DELIMITED BY SIZE
                   CTR-SCH-RUN-ID     DELIMITED BY SIZE
                   " RANGE "          DELIMITED BY SIZE
                   CTR-SCH-START-VALUE DELIMITED BY SIZE
                   " TO "             DELIMITED BY SIZE
                   CTR-SCH-END-VALUE  DELIMITED BY SIZE
                   " STANDING ORDER"  DELIMITED BY SIZE
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
           MOVE "HELLOGEN"           TO CTR-AUDIT-PROGRAM.
           MOVE "SCHD-BUILD"         TO CTR-AUDIT-EVENT.
           MOVE "BATCH"              TO CTR-AUDIT-OPERATOR.
           MOVE SPACES               TO CTR-AUDIT-BEFORE-IMAGE.
           MOVE CTR-WS-SCHD-IMAGE    TO CTR-AUDIT-AFTER-IMAGE.
           MOVE CTR-WS-AUDIT-DETAIL  TO CTR-AUDIT-DETAIL.
           WRITE CTR-AUDIT-RECORD.
           IF CTR-AUDIT-STATUS NOT = "00"
               MOVE "WRITE"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRAUDIT" TO CTR-WS-ERROR-FILE
               MOVE CTR-AUDIT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           CLOSE CTR-AUDIT-FILE.
       9600-EXIT.
           EXIT.

      ******************************************************************
      *  9700-LOAD-CATALOG
      *
      *  Loads the CTRMSGC message catalog into the lookup table.  A
      *  missing or empty catalog is noted but never stops the build:
      *  alerts are still written, with a stand-in text.
      ******************************************************************
       9700-LOAD-CATALOG.
           OPEN INPUT CTR-MSG-FILE.
           IF CTR-MSG-STATUS NOT = "00" AND CTR-MSG-STATUS NOT = "05"
               DISPLAY "HELLOGEN: CTRMSGC CANNOT BE OPENED - STATUS "
                       CTR-MSG-STATUS " - ALERT TEXTS DEFAULTED"
               GO TO 9700-EXIT
           END-IF.
           PERFORM 9710-READ-CATALOG THRU 9710-EXIT
                   UNTIL CTR-MSG-EOF.
           CLOSE CTR-MSG-FILE.
           IF CTR-WS-MSG-COUNT = ZERO
               DISPLAY "HELLOGEN: CTRMSGC IS EMPTY - ALERT TEXTS "
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
               DISPLAY "HELLOGEN: CTRMSGC READ FAILED - STATUS "
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
      *  on the catalog.  A failure writing the alert itself is only
      *  DISPLAYed.
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
           MOVE "HELLOGEN"           TO CTR-ALERT-PROGRAM.
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
               DISPLAY "HELLOGEN: CTRALERT CANNOT BE OPENED - STATUS "
                       CTR-ALERT-STATUS " - ALERT LOST"
               GO TO 9800-EXIT
           END-IF.
           WRITE CTR-ALERT-RECORD.
           IF CTR-ALERT-STATUS NOT = "00"
               DISPLAY "HELLOGEN: CTRALERT WRITE FAILED - STATUS "
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
      *  the alert feed - then abends the step.
      ******************************************************************
       9900-FILE-ERROR.
           DISPLAY "HELLOGEN: I/O ERROR ON " CTR-WS-ERROR-FILE
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
           MOVE 20 TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.
