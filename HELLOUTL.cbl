      ******************************************************************
      *  HELLOUTL reconciles, run ID by run ID, every counter value
      *  issued in a period against what became of it.  The values
      *  issued are the run postings on CTRHIST with a run date in
      *  the period.  Each posting's values are then either voided -
      *  on the CTRVOIDR void register kept through HELLOVOD -
      *  confirmed used, or unaccounted:
      *
      *    VOIDED       values on the register for the run ID and
      *                 run date
      *    USED         the rest of the posting, when the run ID's
      *                 consumer on CTRCONSM has confirmed loading
      *                 its feed for that run date (a CONFIRMED
      *                 entry on the CTRSHPL shipment log, or on the
      *                 CTRSHPH shipment history once HELLOCNF has
      *                 dropped it from the log)
      *    UNACCOUNTED  the rest of the posting, when no such load
      *                 confirmation exists - not shipped, still
      *                 pending, loaded short (count mismatch) or
      *                 rejected
      *
      *  A void proved against an archived generation whose posting
      *  has since left CTRHIST is counted as both issued and voided,
      *  so the register is never lost from the totals.
      *
      *  The period is CTRUTLFR through CTRUTLTO (run dates,
      *  CCYYMMDD); by default the first of the current month
      *  through today.
      *
      *  Return codes: 0 every value accounted for; 4 values left
      *  unaccounted; 8 the period is the wrong way round; 16 more
      *  voids or confirmed feeds in the period than the tables
      *  hold - run a shorter period; 20 I/O error.
      *
      *  Maintenance history:
      *    2026-10-15  Original program.
      *    2026-10-15  Confirmations are also read from the CTRSHPH
      *                shipment history, so a period older than the
      *                CTRCNFK keep period no longer reports confirmed
      *                values as unaccounted.  A void or confirmed-
      *                feed table overflow ends the step with return
      *                code 16.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELLOUTL.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTR-CONSUMER-FILE ASSIGN TO "CTRCONSM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-CON-STATUS.

           SELECT OPTIONAL CTR-SHIP-FILE ASSIGN TO "CTRSHPL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SHP-STATUS.

           SELECT OPTIONAL CTR-SHPH-FILE ASSIGN TO "CTRSHPH"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SHH-STATUS.

           SELECT OPTIONAL CTR-VOID-FILE ASSIGN TO "CTRVOIDR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-VOID-STATUS.

           SELECT OPTIONAL CTR-HIST-FILE ASSIGN TO "CTRHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-HIST-KEY
                   ALTERNATE RECORD KEY IS CTR-HIST-RUN-ID
                       WITH DUPLICATES
                   FILE STATUS IS CTR-HIST-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRUTLRP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-RPT-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  CTR-CONSUMER-FILE.
       COPY CTRCONS.

       FD  CTR-SHIP-FILE.
       COPY CTRSHPL.

       FD  CTR-SHPH-FILE.
       01  CTR-SHPH-LINE               PIC X(106).

       FD  CTR-VOID-FILE.
       COPY CTRVOID.

       FD  CTR-HIST-FILE.
       COPY CTRHIST.

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE             PIC X(80).

       WORKING-STORAGE             SECTION.
       01  CTR-CON-STATUS              PIC X(02).
       01  CTR-SHP-STATUS              PIC X(02).
       01  CTR-SHH-STATUS              PIC X(02).
       01  CTR-VOID-STATUS             PIC X(02).
       01  CTR-HIST-STATUS             PIC X(02).
       01  CTR-RPT-STATUS              PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
       01  CTR-WS-ERROR-FILE           PIC X(10).
       01  CTR-WS-ERROR-STATUS         PIC X(02).
       01  CTR-WS-CON-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-CON-EOF                 VALUE "Y".
       01  CTR-WS-SHP-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-SHP-EOF                 VALUE "Y".
       01  CTR-WS-SHH-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-SHH-EOF                 VALUE "Y".
       01  CTR-WS-CNF-DUP-SWITCH       PIC X(01) VALUE "N".
           88  CTR-CNF-ALREADY-TABLED      VALUE "Y".
       01  CTR-WS-VOID-EOF-SWITCH      PIC X(01) VALUE "N".
           88  CTR-VOID-EOF                VALUE "Y".
       01  CTR-WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
           88  CTR-HIST-EOF                VALUE "Y".
       01  CTR-WS-CONFIRMED-SWITCH     PIC X(01) VALUE "N".
           88  CTR-LOAD-CONFIRMED          VALUE "Y".
      *
      *  The period, each end keyed as an eight-digit run date.
      *
       01  CTR-WS-KNOB-TEXT            PIC X(08) VALUE SPACES.
       01  CTR-WS-FROM-DATE            PIC 9(08) VALUE ZERO.
       01  CTR-WS-TO-DATE              PIC 9(08) VALUE ZERO.
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
      *  Run ID to consumer, off the consumer master.
      *
       01  CTR-WS-MAP-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-MAP-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-MAP-SCAN             PIC 9(03) VALUE ZERO.
       01  CTR-WS-MAP-TABLE.
           05  CTR-WS-MAP-ENTRY OCCURS 500 TIMES.
               10  CTR-WS-MAP-RUN-ID       PIC X(08).
               10  CTR-WS-MAP-CONSUMER     PIC X(08).
      *
      *  Consumer feeds confirmed loaded, by run date, off the
      *  shipment log and the shipment history.
      *
       01  CTR-WS-CNF-COUNT            PIC 9(04) VALUE ZERO.
       01  CTR-WS-CNF-SCAN             PIC 9(04) VALUE ZERO.
       01  CTR-WS-CNF-TABLE.
           05  CTR-WS-CNF-ENTRY OCCURS 2000 TIMES.
               10  CTR-WS-CNF-CONSUMER     PIC X(08).
               10  CTR-WS-CNF-DATE         PIC 9(08).
      *
      *  Voids in the period, each flagged once a posting claims it.
      *
       01  CTR-WS-VOID-COUNT           PIC 9(04) VALUE ZERO.
       01  CTR-WS-VOID-SCAN            PIC 9(04) VALUE ZERO.
       01  CTR-WS-VOID-TABLE.
           05  CTR-WS-VOID-ENTRY OCCURS 2000 TIMES.
               10  CTR-WS-VT-RUN-DATE      PIC 9(08).
               10  CTR-WS-VT-RUN-ID        PIC X(08).
               10  CTR-WS-VT-COUNT         PIC 9(09).
               10  CTR-WS-VT-CLAIMED       PIC X(01).
                   88  CTR-VOID-CLAIMED        VALUE "Y".
      *
      *  One entry per run ID with values issued or voided in the
      *  period.
      *
       01  CTR-WS-RUN-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-RUN-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-RUN-SCAN             PIC 9(03) VALUE ZERO.
       01  CTR-WS-RUN-OVERFLOW         PIC 9(05) VALUE ZERO.
       01  CTR-WS-FIND-RUN-ID          PIC X(08) VALUE SPACES.
       01  CTR-WS-RUN-TABLE.
           05  CTR-WS-RUN-ENTRY OCCURS 500 TIMES.
               10  CTR-WS-RUN-ID           PIC X(08).
               10  CTR-WS-RUN-CONSUMER     PIC X(08).
               10  CTR-WS-RUN-POSTINGS     PIC 9(05).
               10  CTR-WS-RUN-ISSUED       PIC 9(10).
               10  CTR-WS-RUN-USED         PIC 9(10).
               10  CTR-WS-RUN-VOIDED       PIC 9(10).
               10  CTR-WS-RUN-OPEN         PIC 9(10).
      *
      *  Posting work fields and totals.
      *
       01  CTR-WS-POST-VOIDED          PIC 9(10) VALUE ZERO.
       01  CTR-WS-POST-REST            PIC 9(10) VALUE ZERO.
       01  CTR-WS-HIST-COUNT           PIC 9(07) VALUE ZERO.
       01  CTR-WS-ORPHAN-COUNT         PIC 9(05) VALUE ZERO.
       01  CTR-WS-OVER-VOID-COUNT      PIC 9(05) VALUE ZERO.
       01  CTR-WS-OPEN-RUN-COUNT       PIC 9(03) VALUE ZERO.
       01  CTR-WS-TOT-ISSUED           PIC 9(11) VALUE ZERO.
       01  CTR-WS-TOT-USED             PIC 9(11) VALUE ZERO.
       01  CTR-WS-TOT-VOIDED           PIC 9(11) VALUE ZERO.
       01  CTR-WS-TOT-OPEN             PIC 9(11) VALUE ZERO.
       01  CTR-WS-COUNT-EDIT           PIC ZZZZ9.
       01  CTR-WS-TOTAL-EDIT           PIC Z(10)9.

       01  CTR-HEADING-LINE-2.
           05  FILLER                  PIC X(09) VALUE "RUN ID".
           05  FILLER                  PIC X(09) VALUE "CONSUMER".
           05  FILLER                  PIC X(06) VALUE " RUNS".
           05  FILLER                  PIC X(11) VALUE "    ISSUED".
           05  FILLER                  PIC X(11) VALUE "      USED".
           05  FILLER                  PIC X(11) VALUE "    VOIDED".
           05  FILLER                  PIC X(11) VALUE " UNACCOUNT".
           05  FILLER                  PIC X(04) VALUE "STAT".

       01  CTR-DETAIL-LINE.
           05  CTR-DTL-RUN-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-CONSUMER        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-POSTINGS        PIC Z(4)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-ISSUED          PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-USED            PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-VOIDED          PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-OPEN            PIC Z(9)9.
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
           IF CTR-WS-FROM-DATE > CTR-WS-TO-DATE
               DISPLAY "HELLOUTL: PERIOD FROM " CTR-WS-FROM-DATE
                       " IS AFTER PERIOD TO " CTR-WS-TO-DATE
                       " - NOTHING RECONCILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-LOAD-CONSUMERS THRU 2000-EXIT.
           PERFORM 2200-LOAD-CONFIRMATIONS THRU 2200-EXIT.
           PERFORM 2400-LOAD-VOIDS THRU 2400-EXIT.
           PERFORM 3000-POST-HISTORY THRU 3000-EXIT.
           PERFORM 3500-POST-ORPHAN-VOID THRU 3500-EXIT
                   VARYING CTR-WS-VOID-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-VOID-SCAN > CTR-WS-VOID-COUNT.
           PERFORM 6000-PRINT-HEADINGS THRU 6000-EXIT.
           PERFORM 6100-PRINT-ONE-RUN THRU 6100-EXIT
                   VARYING CTR-WS-RUN-SUB FROM 1 BY 1
                   UNTIL CTR-WS-RUN-SUB > CTR-WS-RUN-COUNT.
           PERFORM 6500-PRINT-TOTALS THRU 6500-EXIT.
           CLOSE CTR-REPORT-FILE.
           DISPLAY "HELLOUTL: " CTR-WS-FROM-DATE " TO "
                   CTR-WS-TO-DATE " - " CTR-WS-RUN-COUNT
                   " RUN ID(S), " CTR-WS-OPEN-RUN-COUNT
                   " WITH VALUES UNACCOUNTED FOR".
           IF CTR-WS-RUN-OVERFLOW > ZERO
               DISPLAY "HELLOUTL: MORE THAN 500 RUN IDS - "
                       CTR-WS-RUN-OVERFLOW " POSTING(S) NOT REPORTED"
           END-IF.
           IF CTR-WS-TOT-OPEN > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE
      *
      *  Resolves the period.  An end that is not eight digits takes
      *  its default: the first of the current month, or today.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT CTR-WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-SYS-TIME FROM TIME.
           MOVE CTR-WS-SYS-DATE TO CTR-WS-TO-DATE.
           COMPUTE CTR-WS-FROM-DATE =
                   CTR-WS-DATE-YYYY * 10000 + CTR-WS-DATE-MM * 100 + 1.
           MOVE SPACES TO CTR-WS-KNOB-TEXT.
           ACCEPT CTR-WS-KNOB-TEXT FROM ENVIRONMENT "CTRUTLFR".
           IF CTR-WS-KNOB-TEXT IS NUMERIC
               MOVE CTR-WS-KNOB-TEXT TO CTR-WS-FROM-DATE
           END-IF.
           MOVE SPACES TO CTR-WS-KNOB-TEXT.
           ACCEPT CTR-WS-KNOB-TEXT FROM ENVIRONMENT "CTRUTLTO".
           IF CTR-WS-KNOB-TEXT IS NUMERIC
               MOVE CTR-WS-KNOB-TEXT TO CTR-WS-TO-DATE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LOAD-CONSUMERS
      *
      *  The master is OPTIONAL: with none, no run ID has a consumer
      *  and nothing issued can be confirmed used.
      ******************************************************************
       2000-LOAD-CONSUMERS.
           OPEN INPUT CTR-CONSUMER-FILE.
           IF CTR-CON-STATUS NOT = "00" AND CTR-CON-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCONSM" TO CTR-WS-ERROR-FILE
               MOVE CTR-CON-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 2100-READ-CONSUMER THRU 2100-EXIT
                   UNTIL CTR-CON-EOF.
           CLOSE CTR-CONSUMER-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-READ-CONSUMER
      ******************************************************************
       2100-READ-CONSUMER.
           READ CTR-CONSUMER-FILE
               AT END
                   MOVE "Y" TO CTR-WS-CON-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           IF CTR-CON-STATUS NOT = "00" AND CTR-CON-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCONSM" TO CTR-WS-ERROR-FILE
               MOVE CTR-CON-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-CON-RUN-ID = SPACES
               GO TO 2100-EXIT
           END-IF.
           IF CTR-WS-MAP-COUNT = 500
               DISPLAY "HELLOUTL: CTRCONSM HAS MORE THAN 500 RUN IDS "
                       "- LATER RUN IDS TREATED AS UNMAPPED"
               MOVE "Y" TO CTR-WS-CON-EOF-SWITCH
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO CTR-WS-MAP-COUNT.
           MOVE CTR-CON-RUN-ID      TO
                   CTR-WS-MAP-RUN-ID(CTR-WS-MAP-COUNT).
           MOVE CTR-CON-CONSUMER-ID TO
                   CTR-WS-MAP-CONSUMER(CTR-WS-MAP-COUNT).
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-LOAD-CONFIRMATIONS
      *
      *  Keeps each consumer feed for a run date in the period that
      *  the consumer confirmed loading in full, original or
      *  re-send alike.  A count mismatch is a load the consumer
      *  itself says came up short, so it confirms nothing.  The
      *  log holds only the last CTRCNFK days; older confirmations
      *  are read from the CTRSHPH history HELLOCNF keeps as it
      *  drops them from the log.
      ******************************************************************
       2200-LOAD-CONFIRMATIONS.
           OPEN INPUT CTR-SHIP-FILE.
           IF CTR-SHP-STATUS NOT = "00" AND CTR-SHP-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSHPL" TO CTR-WS-ERROR-FILE
               MOVE CTR-SHP-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 2300-READ-SHIPMENT THRU 2300-EXIT
                   UNTIL CTR-SHP-EOF.
           CLOSE CTR-SHIP-FILE.
           OPEN INPUT CTR-SHPH-FILE.
           IF CTR-SHH-STATUS NOT = "00" AND CTR-SHH-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSHPH" TO CTR-WS-ERROR-FILE
               MOVE CTR-SHH-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 2350-READ-SHIP-HISTORY THRU 2350-EXIT
                   UNTIL CTR-SHH-EOF.
           CLOSE CTR-SHPH-FILE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-READ-SHIPMENT
      ******************************************************************
       2300-READ-SHIPMENT.
           READ CTR-SHIP-FILE
               AT END
                   MOVE "Y" TO CTR-WS-SHP-EOF-SWITCH
                   GO TO 2300-EXIT
           END-READ.
           IF CTR-SHP-STATUS NOT = "00" AND CTR-SHP-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSHPL" TO CTR-WS-ERROR-FILE
               MOVE CTR-SHP-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 2310-TABLE-CONFIRMATION THRU 2310-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  2310-TABLE-CONFIRMATION
      *
      *  Tables the shipment in the record area when it is a
      *  confirmed feed for a run date in the period.  A consumer
      *  and run date already tabled - an original and its re-send,
      *  or a log entry also on the history - is tabled once.  With
      *  more confirmed feeds than the table holds, real usage would
      *  be reported as unaccounted, so the step ends instead.
      ******************************************************************
       2310-TABLE-CONFIRMATION.
           IF NOT CTR-SHP-CONFIRMED
                   OR CTR-SHP-FEED-DATE < CTR-WS-FROM-DATE
                   OR CTR-SHP-FEED-DATE > CTR-WS-TO-DATE
               GO TO 2310-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-CNF-DUP-SWITCH.
           PERFORM 2320-CHECK-TABLED THRU 2320-EXIT
                   VARYING CTR-WS-CNF-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-CNF-SCAN > CTR-WS-CNF-COUNT
                       OR CTR-CNF-ALREADY-TABLED.
           IF CTR-CNF-ALREADY-TABLED
               GO TO 2310-EXIT
           END-IF.
           IF CTR-WS-CNF-COUNT = 2000
               DISPLAY "HELLOUTL: MORE THAN 2000 CONFIRMED FEEDS IN "
                       "THE PERIOD - RUN A SHORTER PERIOD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CTR-WS-CNF-COUNT.
           MOVE CTR-SHP-CONSUMER-ID TO
                   CTR-WS-CNF-CONSUMER(CTR-WS-CNF-COUNT).
           MOVE CTR-SHP-FEED-DATE   TO
                   CTR-WS-CNF-DATE(CTR-WS-CNF-COUNT).
       2310-EXIT.
           EXIT.

      ******************************************************************
      *  2320-CHECK-TABLED
      ******************************************************************
       2320-CHECK-TABLED.
           IF CTR-WS-CNF-CONSUMER(CTR-WS-CNF-SCAN) = CTR-SHP-CONSUMER-ID
                   AND CTR-WS-CNF-DATE(CTR-WS-CNF-SCAN)
                       = CTR-SHP-FEED-DATE
               MOVE "Y" TO CTR-WS-CNF-DUP-SWITCH
           END-IF.
       2320-EXIT.
           EXIT.

      ******************************************************************
      *  2350-READ-SHIP-HISTORY
      *
      *  A history line carries the shipment log layout; it is taken
      *  into the log's record area and tabled the same way.
      ******************************************************************
       2350-READ-SHIP-HISTORY.
           READ CTR-SHPH-FILE
               AT END
                   MOVE "Y" TO CTR-WS-SHH-EOF-SWITCH
                   GO TO 2350-EXIT
           END-READ.
           IF CTR-SHH-STATUS NOT = "00" AND CTR-SHH-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSHPH" TO CTR-WS-ERROR-FILE
               MOVE CTR-SHH-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE CTR-SHPH-LINE TO CTR-SHP-RECORD.
           PERFORM 2310-TABLE-CONFIRMATION THRU 2310-EXIT.
       2350-EXIT.
           EXIT.

      ******************************************************************
      *  2400-LOAD-VOIDS
      *
      *  Keeps the register entries for run dates in the period.
      *  With more voids than the table holds the reconciliation
      *  would overstate the unaccounted, so the step ends instead.
      ******************************************************************
       2400-LOAD-VOIDS.
           OPEN INPUT CTR-VOID-FILE.
           IF CTR-VOID-STATUS NOT = "00" AND CTR-VOID-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRVOIDR" TO CTR-WS-ERROR-FILE
               MOVE CTR-VOID-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 2500-READ-VOID THRU 2500-EXIT
                   UNTIL CTR-VOID-EOF.
           CLOSE CTR-VOID-FILE.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  2500-READ-VOID
      ******************************************************************
       2500-READ-VOID.
           READ CTR-VOID-FILE
               AT END
                   MOVE "Y" TO CTR-WS-VOID-EOF-SWITCH
                   GO TO 2500-EXIT
           END-READ.
           IF CTR-VOID-STATUS NOT = "00" AND CTR-VOID-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRVOIDR" TO CTR-WS-ERROR-FILE
               MOVE CTR-VOID-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-VOID-RUN-DATE < CTR-WS-FROM-DATE
                   OR CTR-VOID-RUN-DATE > CTR-WS-TO-DATE
               GO TO 2500-EXIT
           END-IF.
           IF CTR-WS-VOID-COUNT = 2000
               DISPLAY "HELLOUTL: MORE THAN 2000 VOIDS IN THE PERIOD "
                       "- RUN A SHORTER PERIOD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CTR-WS-VOID-COUNT.
           MOVE CTR-VOID-RUN-DATE    TO
                   CTR-WS-VT-RUN-DATE(CTR-WS-VOID-COUNT).
           MOVE CTR-VOID-RUN-ID      TO
                   CTR-WS-VT-RUN-ID(CTR-WS-VOID-COUNT).
           MOVE CTR-VOID-VALUE-COUNT TO
                   CTR-WS-VT-COUNT(CTR-WS-VOID-COUNT).
           MOVE "N"                  TO
                   CTR-WS-VT-CLAIMED(CTR-WS-VOID-COUNT).
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  3000-POST-HISTORY
      *
      *  Reads CTRHIST from the first key on the from-date, along the
      *  run date/run ID key, until the run date passes the to-date.
      *  The history is OPTIONAL: before the first posting it simply
      *  reads as empty.
      ******************************************************************
       3000-POST-HISTORY.
           OPEN INPUT CTR-HIST-FILE.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-STATUS = "05"
               CLOSE CTR-HIST-FILE
               GO TO 3000-EXIT
           END-IF.
           MOVE CTR-WS-FROM-DATE TO CTR-HIST-RUN-DATE.
           MOVE LOW-VALUES       TO CTR-HIST-RUN-ID.
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
           PERFORM 3100-READ-HISTORY THRU 3100-EXIT
                   UNTIL CTR-HIST-EOF.
           CLOSE CTR-HIST-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-READ-HISTORY
      ******************************************************************
       3100-READ-HISTORY.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-RUN-DATE > CTR-WS-TO-DATE
               MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO CTR-WS-HIST-COUNT.
           PERFORM 3200-POST-ONE-RUN THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-POST-ONE-RUN
      *
      *  Splits one posting into voided, used and unaccounted.  The
      *  register should never void more than the run issued -
      *  HELLOVOD proves every entry against the issued range - but
      *  if it does, the excess is counted and the posting treated
      *  as wholly voided rather than driving the figures negative.
      ******************************************************************
       3200-POST-ONE-RUN.
           MOVE CTR-HIST-RUN-ID TO CTR-WS-FIND-RUN-ID.
           PERFORM 5200-FIND-RUN THRU 5200-EXIT.
           IF CTR-WS-RUN-SUB = ZERO
               ADD 1 TO CTR-WS-RUN-OVERFLOW
               GO TO 3200-EXIT
           END-IF.
           MOVE ZERO TO CTR-WS-POST-VOIDED.
           PERFORM 3300-CLAIM-VOID THRU 3300-EXIT
                   VARYING CTR-WS-VOID-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-VOID-SCAN > CTR-WS-VOID-COUNT.
           IF CTR-WS-POST-VOIDED > CTR-HIST-RECORD-COUNT
               ADD 1 TO CTR-WS-OVER-VOID-COUNT
               MOVE CTR-HIST-RECORD-COUNT TO CTR-WS-POST-VOIDED
           END-IF.
           COMPUTE CTR-WS-POST-REST =
                   CTR-HIST-RECORD-COUNT - CTR-WS-POST-VOIDED.
           PERFORM 3400-CHECK-CONFIRMED THRU 3400-EXIT.
           ADD 1 TO CTR-WS-RUN-POSTINGS(CTR-WS-RUN-SUB).
           ADD CTR-HIST-RECORD-COUNT
                   TO CTR-WS-RUN-ISSUED(CTR-WS-RUN-SUB).
           ADD CTR-WS-POST-VOIDED
                   TO CTR-WS-RUN-VOIDED(CTR-WS-RUN-SUB).
           IF CTR-LOAD-CONFIRMED
               ADD CTR-WS-POST-REST
                       TO CTR-WS-RUN-USED(CTR-WS-RUN-SUB)
           ELSE
               ADD CTR-WS-POST-REST
                       TO CTR-WS-RUN-OPEN(CTR-WS-RUN-SUB)
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-CLAIM-VOID
      ******************************************************************
       3300-CLAIM-VOID.
           IF CTR-WS-VT-RUN-DATE(CTR-WS-VOID-SCAN) = CTR-HIST-RUN-DATE
                   AND CTR-WS-VT-RUN-ID(CTR-WS-VOID-SCAN)
                       = CTR-HIST-RUN-ID
               ADD CTR-WS-VT-COUNT(CTR-WS-VOID-SCAN)
                       TO CTR-WS-POST-VOIDED
               MOVE "Y" TO CTR-WS-VT-CLAIMED(CTR-WS-VOID-SCAN)
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  3400-CHECK-CONFIRMED
      *
      *  The posting's values were used when the run ID's consumer
      *  confirmed loading its feed for the posting's run date.
      ******************************************************************
       3400-CHECK-CONFIRMED.
           MOVE "N" TO CTR-WS-CONFIRMED-SWITCH.
           IF CTR-WS-RUN-CONSUMER(CTR-WS-RUN-SUB) = SPACES
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3410-MATCH-CONFIRMATION THRU 3410-EXIT
                   VARYING CTR-WS-CNF-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-CNF-SCAN > CTR-WS-CNF-COUNT
                       OR CTR-LOAD-CONFIRMED.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  3410-MATCH-CONFIRMATION
      ******************************************************************
       3410-MATCH-CONFIRMATION.
           IF CTR-WS-CNF-CONSUMER(CTR-WS-CNF-SCAN)
                   = CTR-WS-RUN-CONSUMER(CTR-WS-RUN-SUB)
                   AND CTR-WS-CNF-DATE(CTR-WS-CNF-SCAN)
                       = CTR-HIST-RUN-DATE
               MOVE "Y" TO CTR-WS-CONFIRMED-SWITCH
           END-IF.
       3410-EXIT.
           EXIT.

      ******************************************************************
      *  3500-POST-ORPHAN-VOID
      *
      *  A void no posting claimed was proved against an archived
      *  generation whose posting has left CTRHIST.  Its values were
      *  issued and are voided, so they count as both.
      ******************************************************************
       3500-POST-ORPHAN-VOID.
           IF CTR-VOID-CLAIMED(CTR-WS-VOID-SCAN)
               GO TO 3500-EXIT
           END-IF.
           MOVE CTR-WS-VT-RUN-ID(CTR-WS-VOID-SCAN)
                   TO CTR-WS-FIND-RUN-ID.
           PERFORM 5200-FIND-RUN THRU 5200-EXIT.
           IF CTR-WS-RUN-SUB = ZERO
               ADD 1 TO CTR-WS-RUN-OVERFLOW
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO CTR-WS-ORPHAN-COUNT.
           ADD CTR-WS-VT-COUNT(CTR-WS-VOID-SCAN)
                   TO CTR-WS-RUN-ISSUED(CTR-WS-RUN-SUB).
           ADD CTR-WS-VT-COUNT(CTR-WS-VOID-SCAN)
                   TO CTR-WS-RUN-VOIDED(CTR-WS-RUN-SUB).
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  5200-FIND-RUN
      *
      *  Finds the run table entry for CTR-WS-FIND-RUN-ID, adding it
      *  with its consumer off the master when it is new.  Comes
      *  back with CTR-WS-RUN-SUB zero when the table is full.
      ******************************************************************
       5200-FIND-RUN.
           MOVE ZERO TO CTR-WS-RUN-SUB.
           PERFORM 5210-MATCH-RUN THRU 5210-EXIT
                   VARYING CTR-WS-RUN-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-RUN-SCAN > CTR-WS-RUN-COUNT
                       OR CTR-WS-RUN-SUB NOT = ZERO.
           IF CTR-WS-RUN-SUB NOT = ZERO OR CTR-WS-RUN-COUNT = 500
               GO TO 5200-EXIT
           END-IF.
           ADD 1 TO CTR-WS-RUN-COUNT.
           MOVE CTR-WS-RUN-COUNT TO CTR-WS-RUN-SUB.
           MOVE CTR-WS-FIND-RUN-ID TO CTR-WS-RUN-ID(CTR-WS-RUN-SUB).
           MOVE SPACES TO CTR-WS-RUN-CONSUMER(CTR-WS-RUN-SUB).
           MOVE ZERO   TO CTR-WS-RUN-POSTINGS(CTR-WS-RUN-SUB).
           MOVE ZERO   TO CTR-WS-RUN-ISSUED(CTR-WS-RUN-SUB).
           MOVE ZERO   TO CTR-WS-RUN-USED(CTR-WS-RUN-SUB).
           MOVE ZERO   TO CTR-WS-RUN-VOIDED(CTR-WS-RUN-SUB).
           MOVE ZERO   TO CTR-WS-RUN-OPEN(CTR-WS-RUN-SUB).
           MOVE ZERO   TO CTR-WS-MAP-SUB.
           PERFORM 5220-MATCH-MAP THRU 5220-EXIT
                   VARYING CTR-WS-MAP-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-MAP-SCAN > CTR-WS-MAP-COUNT
                       OR CTR-WS-MAP-SUB NOT = ZERO.
           IF CTR-WS-MAP-SUB NOT = ZERO
               MOVE CTR-WS-MAP-CONSUMER(CTR-WS-MAP-SUB)
                       TO CTR-WS-RUN-CONSUMER(CTR-WS-RUN-SUB)
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  5210-MATCH-RUN
      ******************************************************************
       5210-MATCH-RUN.
           IF CTR-WS-RUN-ID(CTR-WS-RUN-SCAN) = CTR-WS-FIND-RUN-ID
               MOVE CTR-WS-RUN-SCAN TO CTR-WS-RUN-SUB
           END-IF.
       5210-EXIT.
           EXIT.

      ******************************************************************
      *  5220-MATCH-MAP
      ******************************************************************
       5220-MATCH-MAP.
           IF CTR-WS-MAP-RUN-ID(CTR-WS-MAP-SCAN) = CTR-WS-FIND-RUN-ID
               MOVE CTR-WS-MAP-SCAN TO CTR-WS-MAP-SUB
           END-IF.
       5220-EXIT.
           EXIT.

      ******************************************************************
      *  6000-PRINT-HEADINGS
      ******************************************************************
       6000-PRINT-HEADINGS.
           OPEN OUTPUT CTR-REPORT-FILE.
           IF CTR-RPT-STATUS NOT = "00"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRUTLRP" TO CTR-WS-ERROR-FILE
               MOVE CTR-RPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "HELLO NUMBER UTILIZATION - RUN DATES "
                                      DELIMITED BY SIZE
                   CTR-WS-FROM-DATE   DELIMITED BY SIZE
                   " TO "             DELIMITED BY SIZE
                   CTR-WS-TO-DATE     DELIMITED BY SIZE
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
           STRING "USED       : CONSUMER CONFIRMED LOADING THE FEED "
                                      DELIMITED BY SIZE
                   "IN FULL, LESS VOIDS"
                                      DELIMITED BY SIZE
                   INTO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "UNACCOUNT  : NOT VOIDED AND NO FULL LOAD "
                                      DELIMITED BY SIZE
                   "CONFIRMATION FOR THE RUN DATE"
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
      *  6100-PRINT-ONE-RUN
      ******************************************************************
       6100-PRINT-ONE-RUN.
           MOVE SPACES TO CTR-DETAIL-LINE.
           MOVE CTR-WS-RUN-ID(CTR-WS-RUN-SUB)  TO CTR-DTL-RUN-ID.
           MOVE CTR-WS-RUN-CONSUMER(CTR-WS-RUN-SUB)
                   TO CTR-DTL-CONSUMER.
           IF CTR-WS-RUN-CONSUMER(CTR-WS-RUN-SUB) = SPACES
               MOVE "(NONE)" TO CTR-DTL-CONSUMER
           END-IF.
           MOVE CTR-WS-RUN-POSTINGS(CTR-WS-RUN-SUB)
                   TO CTR-DTL-POSTINGS.
           MOVE CTR-WS-RUN-ISSUED(CTR-WS-RUN-SUB) TO CTR-DTL-ISSUED.
           MOVE CTR-WS-RUN-USED(CTR-WS-RUN-SUB)   TO CTR-DTL-USED.
           MOVE CTR-WS-RUN-VOIDED(CTR-WS-RUN-SUB) TO CTR-DTL-VOIDED.
           MOVE CTR-WS-RUN-OPEN(CTR-WS-RUN-SUB)   TO CTR-DTL-OPEN.
           IF CTR-WS-RUN-OPEN(CTR-WS-RUN-SUB) > ZERO
               MOVE "OPEN" TO CTR-DTL-STATUS
               ADD 1 TO CTR-WS-OPEN-RUN-COUNT
           ELSE
               MOVE "OK"   TO CTR-DTL-STATUS
           END-IF.
           ADD CTR-WS-RUN-ISSUED(CTR-WS-RUN-SUB) TO CTR-WS-TOT-ISSUED.
           ADD CTR-WS-RUN-USED(CTR-WS-RUN-SUB)   TO CTR-WS-TOT-USED.
           ADD CTR-WS-RUN-VOIDED(CTR-WS-RUN-SUB) TO CTR-WS-TOT-VOIDED.
           ADD CTR-WS-RUN-OPEN(CTR-WS-RUN-SUB)   TO CTR-WS-TOT-OPEN.
           MOVE CTR-DETAIL-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  6500-PRINT-TOTALS
      ******************************************************************
       6500-PRINT-TOTALS.
           MOVE SPACES TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           IF CTR-WS-RUN-COUNT = ZERO
               MOVE "(NO VALUES ISSUED OR VOIDED IN THE PERIOD)"
                       TO CTR-REPORT-LINE
               PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
               MOVE SPACES TO CTR-REPORT-LINE
               PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
           END-IF.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "HISTORY POSTINGS READ           :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-HIST-COUNT TO CTR-WS-TOTAL-EDIT.
           MOVE CTR-WS-TOTAL-EDIT TO CTR-SUM-VALUE.
           PERFORM 6600-WRITE-SUMMARY THRU 6600-EXIT.
           MOVE "VALUES ISSUED                   :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-TOT-ISSUED TO CTR-WS-TOTAL-EDIT.
           MOVE CTR-WS-TOTAL-EDIT TO CTR-SUM-VALUE.
           PERFORM 6600-WRITE-SUMMARY THRU 6600-EXIT.
           MOVE "VALUES CONFIRMED USED           :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-TOT-USED TO CTR-WS-TOTAL-EDIT.
           MOVE CTR-WS-TOTAL-EDIT TO CTR-SUM-VALUE.
           PERFORM 6600-WRITE-SUMMARY THRU 6600-EXIT.
           MOVE "VALUES VOIDED                   :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-TOT-VOIDED TO CTR-WS-TOTAL-EDIT.
           MOVE CTR-WS-TOTAL-EDIT TO CTR-SUM-VALUE.
           PERFORM 6600-WRITE-SUMMARY THRU 6600-EXIT.
           MOVE "VALUES UNACCOUNTED FOR          :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-TOT-OPEN TO CTR-WS-TOTAL-EDIT.
           MOVE CTR-WS-TOTAL-EDIT TO CTR-SUM-VALUE.
           PERFORM 6600-WRITE-SUMMARY THRU 6600-EXIT.
           MOVE "RUN IDS WITH VALUES UNACCOUNTED :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-OPEN-RUN-COUNT TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE.
           PERFORM 6600-WRITE-SUMMARY THRU 6600-EXIT.
           IF CTR-WS-ORPHAN-COUNT > ZERO
               MOVE "VOIDS WITH NO HISTORY POSTING   :"
                       TO CTR-SUM-LABEL
               MOVE CTR-WS-ORPHAN-COUNT TO CTR-WS-COUNT-EDIT
               STRING CTR-WS-COUNT-EDIT    DELIMITED BY SIZE
                       " - COUNTED AS ISSUED AND VOIDED"
                                           DELIMITED BY SIZE
                       INTO CTR-SUM-VALUE
               PERFORM 6600-WRITE-SUMMARY THRU 6600-EXIT
           END-IF.
           IF CTR-WS-OVER-VOID-COUNT > ZERO
               MOVE "POSTINGS VOIDED BEYOND ISSUE    :"
                       TO CTR-SUM-LABEL
               MOVE CTR-WS-OVER-VOID-COUNT TO CTR-WS-COUNT-EDIT
               STRING CTR-WS-COUNT-EDIT    DELIMITED BY SIZE
                       " - CHECK CTRVOIDR FOR THESE RUNS"
                                           DELIMITED BY SIZE
                       INTO CTR-SUM-VALUE
               PERFORM 6600-WRITE-SUMMARY THRU 6600-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

      ******************************************************************
      *  6600-WRITE-SUMMARY
      ******************************************************************
       6600-WRITE-SUMMARY.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
       6600-EXIT.
           EXIT.

      ******************************************************************
      *  7900-WRITE-REPORT-LINE
      ******************************************************************
       7900-WRITE-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           IF CTR-RPT-STATUS NOT = "00"
               MOVE "WRITE"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRUTLRP" TO CTR-WS-ERROR-FILE
               MOVE CTR-RPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       7900-EXIT.
           EXIT.

      ******************************************************************
      *  9900-FILE-ERROR
      *
      *  Common I/O error handler.  Logs which operation failed on
      *  which file and with what FILE STATUS, then abends the step.
      ******************************************************************
       9900-FILE-ERROR.
           DISPLAY "HELLOUTL: I/O ERROR ON " CTR-WS-ERROR-FILE
                   " DURING " CTR-WS-ERROR-OPERATION
                   " - FILE STATUS " CTR-WS-ERROR-STATUS.
           MOVE 20 TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.
