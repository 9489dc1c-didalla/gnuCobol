      *                expected total computed downward, matching
      *                the new CTR-SCH-DIRECTION on the schedule
      *                record.
      *    2026-10-15  The operator ID and the override supervisor ID
      *                are now signed on with a PIN against the
      *                CTRSECM operator security master before any
      *                add, change or delete: an unknown, revoked or
      *                wrong-PIN ID is refused, an inquiry-role ID
      *                cannot update the schedule, and only a
      *                supervisor-role ID can authorize an overlap
      *                override.  Every refusal is audited to
      *                CTRAUDIT and alerted, and three refusals end
      *                the transaction.
      *    2026-10-15  The overlap check reads CTRHIST, now indexed
      *                on run date plus run ID, from the cutoff date
      *                forward instead of reading the whole history.
      *    2026-10-15  A keyed range outside the run ID's block on the
      *                CTRALOTM allotment master is refused outright,
      *                the same check HELLO now applies at load time;
      *                there is no override.
      *    2026-10-15  Calendar dates before the first of last month
      *                are no longer tabled, so past years roll off
      *                CTRCALND's 400-entry load instead of pushing
      *                the dates ahead out of it.
      *    2026-10-15  A CTRALOTM master with more than 500 run IDs
      *                ends the transaction with return code 16 and
      *                alert CTR0005 instead of leaving the later run
      *                IDs' ranges unchecked.
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

           SELECT OPTIONAL CTR-SEC-FILE ASSIGN TO "CTRSECM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SEC-STATUS.

           SELECT OPTIONAL CTR-ALOT-FILE ASSIGN TO "CTRALOTM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-ALOT-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FD  CTR-HIST-FILE.
       COPY CTRHIST.

       FD  CTR-SEC-FILE.
       COPY CTRSEC.

       FD  CTR-ALOT-FILE.
       COPY CTRALOT.

       WORKING-STORAGE             SECTION.
       01  CTR-SCHD-STATUS             PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
           88  CTR-DATE-NOT-ON-CAL         VALUE "N".
       01  CTR-WS-CAL-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-CAL-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-CAL-FROM-DATE        PIC 9(08) VALUE ZERO.
       01  CTR-WS-CAL-FROM-R REDEFINES CTR-WS-CAL-FROM-DATE.
           05  CTR-WS-CAL-FROM-YYYY        PIC 9(04).
           05  CTR-WS-CAL-FROM-MM          PIC 9(02).
           05  CTR-WS-CAL-FROM-DD          PIC 9(02).
       01  CTR-WS-CAL-TABLE.
           05  CTR-WS-CAL-ENTRY OCCURS 400 TIMES.
               10  CTR-WS-CAL-TBL-DATE     PIC 9(08).
       01  CTR-WS-CONFLICT-END         PIC 9(09) VALUE ZERO.
       01  CTR-WS-KEY-LOW              PIC 9(09) VALUE ZERO.
       01  CTR-WS-KEY-HIGH             PIC 9(09) VALUE ZERO.
       01  CTR-ALOT-STATUS             PIC X(02).
       01  CTR-WS-ALOT-EOF-SWITCH      PIC X(01) VALUE "N".
           88  CTR-ALOT-EOF                VALUE "Y".
       01  CTR-WS-ALOT-OUTSIDE-SWITCH  PIC X(01) VALUE "N".
           88  CTR-OUTSIDE-ALLOTMENT       VALUE "Y".
       01  CTR-WS-ALOT-LOW             PIC 9(09) VALUE ZERO.
       01  CTR-WS-ALOT-HIGH            PIC 9(09) VALUE ZERO.
       01  CTR-WS-ALOT-COUNT           PIC 9(03) VALUE ZERO.
       01  CTR-WS-ALOT-SUB             PIC 9(03) VALUE ZERO.
       01  CTR-WS-ALOT-SCAN            PIC 9(03) VALUE ZERO.
       01  CTR-WS-ALOT-TABLE.
           05  CTR-WS-ALOT-ENTRY OCCURS 500 TIMES.
               10  CTR-WS-ALOT-TBL-RUN-ID  PIC X(08).
               10  CTR-WS-ALOT-TBL-LOW     PIC 9(09).
               10  CTR-WS-ALOT-TBL-HIGH    PIC 9(09).
       01  CTR-WS-PIN                  PIC X(08) VALUE SPACES.
       01  CTR-WS-SUPER-PIN            PIC X(08) VALUE SPACES.
       01  CTR-WS-OPER-SIGNON-SWITCH   PIC X(01) VALUE "N".
           88  CTR-OPERATOR-SIGNED-ON      VALUE "Y".
       01  CTR-WS-SUPER-SIGNON-SWITCH  PIC X(01) VALUE "N".
           88  CTR-SUPERVISOR-SIGNED-ON    VALUE "Y".
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
           05  LINE 10 COLUMN 01 VALUE "OPERATOR ID . . . . . . .".
           05  LINE 10 COLUMN 30 PIC X(08)
                   USING CTR-WS-OPERATOR.
           05  LINE 10 COLUMN 43 VALUE "PIN".
           05  LINE 10 COLUMN 47 PIC X(08)
                   USING CTR-WS-PIN SECURE.
           05  LINE 11 COLUMN 01 VALUE "OVERRIDE (Y) / SUPERVISOR".
           05  LINE 11 COLUMN 30 PIC X(01)
                   USING CTR-WS-OVERRIDE.
           05  LINE 11 COLUMN 33 PIC X(08)
                   USING CTR-WS-SUPERVISOR.
           05  LINE 11 COLUMN 43 VALUE "PIN".
           05  LINE 11 COLUMN 47 PIC X(08)
                   USING CTR-WS-SUPER-PIN SECURE.
           05  LINE 12 COLUMN 01 VALUE "SEQUENCES ON SCHEDULE:".
           05  LINE 13 COLUMN 01 PIC X(50)
                   FROM CTR-WS-LIST-LINE(1).
      ******************************************************************
       MAIN-RTN.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           PERFORM 9300-LOAD-SECURITY THRU 9300-EXIT.
           PERFORM 9200-LOAD-ALLOTMENTS THRU 9200-EXIT.
           PERFORM 9500-LOAD-CALENDAR THRU 9500-EXIT.
           PERFORM 9400-SET-OVERLAP-WINDOW THRU 9400-EXIT.
           PERFORM 1000-LOAD-SCHEDULE THRU 1000-EXIT.
      *  One screen round trip: rebuild the on-screen schedule list,
      *  show the screen, and route the keyed action.  Any message
      *  set by the prior iteration is left in CTR-WS-MESSAGE so this
      *  DISPLAY still shows it.  An add, change or delete is only
      *  routed once the operator has signed on.
      ******************************************************************
       2000-PROCESS-ACTION.
           PERFORM 2900-BUILD-LIST THRU 2900-EXIT.
           ACCEPT CTR-SCHED-SCREEN.
           MOVE SPACES TO CTR-WS-MESSAGE.
           MOVE "N" TO CTR-WS-OVERLAP-SWITCH.
           IF CTR-ACTION-ADD OR CTR-ACTION-CHANGE OR CTR-ACTION-DELETE
               PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
               IF NOT CTR-OPERATOR-SIGNED-ON
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CTR-ACTION-EXIT
                   MOVE "Y" TO CTR-WS-EXIT-SWITCH
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
      *  The full edit set for an added or changed entry: the edits
      *  HELLO applies when it loads the schedule (blank run ID, zero
      *  increment), the business-day check HELLOMNT applies to the
      *  CTRPARM run date, the same range sanity checks, and the run
      *  ID's CTRALOTM allotment HELLO enforces at load.  When
      *  the calendar is unavailable the date checks are skipped (a
      *  console warning was given at startup) rather than locking
      *  the operator out.
           MOVE "N" TO CTR-WS-VALID-SWITCH.
           PERFORM 6100-CHECK-DATE THRU 6100-EXIT.
           PERFORM 6200-CHECK-OVERLAP THRU 6200-EXIT.
           PERFORM 6400-CHECK-ALLOTMENT THRU 6400-EXIT.
           PERFORM 6300-CHECK-SUPERVISOR THRU 6300-EXIT.
           EVALUATE TRUE
               WHEN CTR-WS-OPERATOR = SPACES
                   MOVE "OPERATOR ID IS REQUIRED" TO CTR-WS-MESSAGE
                       OR CTR-WS-END-VALUE > CTR-WS-CEILING
                   MOVE "RANGE EXCEEDS MAXIMUM ALLOWED"
                           TO CTR-WS-MESSAGE
               WHEN CTR-OUTSIDE-ALLOTMENT
                   MOVE SPACES TO CTR-WS-MESSAGE
                   STRING "RANGE OUTSIDE ALLOTMENT " DELIMITED BY SIZE
                           CTR-WS-ALOT-LOW   DELIMITED BY SIZE
                           "-"               DELIMITED BY SIZE
                           CTR-WS-ALOT-HIGH  DELIMITED BY SIZE
                           INTO CTR-WS-MESSAGE
               WHEN CTR-WS-FORMAT-FLAG NOT = "S"
                       AND CTR-WS-FORMAT-FLAG NOT = "P"
                   MOVE "FORMAT MUST BE S OR P" TO CTR-WS-MESSAGE
               WHEN CTR-OVERLAP-FOUND AND CTR-WS-SUPERVISOR = SPACES
                   MOVE "SUPERVISOR ID IS REQUIRED FOR OVERRIDE"
                           TO CTR-WS-MESSAGE
               WHEN CTR-OVERLAP-FOUND AND NOT CTR-SUPERVISOR-SIGNED-ON
                   MOVE CTR-WS-SIGNON-MESSAGE TO CTR-WS-MESSAGE
               WHEN OTHER
                   MOVE "Y" TO CTR-WS-VALID-SWITCH
           END-EVALUATE.
      ******************************************************************
      *  6200-CHECK-OVERLAP
      *
      *  Reads the CTRHIST run history for any range issued on or
      *  after the cutoff date that overlaps the keyed range.  The
      *  read starts at the cutoff date on the run date/run ID key,
      *  so only the window is read.  A history record carrying the
      *  keyed run ID and run date is the same sequence being
      *  rekeyed, not a conflict, and is passed over.  A history
      *  that does not exist yet simply finds no overlap.
      ******************************************************************
       6200-CHECK-OVERLAP.
           MOVE "N" TO CTR-WS-OVERLAP-SWITCH.
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
           PERFORM 6210-READ-HISTORY THRU 6210-EXIT
                   UNTIL CTR-HIST-EOF OR CTR-OVERLAP-FOUND.
           CLOSE CTR-HIST-FILE.
      *  6210-READ-HISTORY
      ******************************************************************
       6210-READ-HISTORY.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
                   GO TO 6210-EXIT
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-RUN-ID = CTR-WS-RUN-ID
                   AND CTR-HIST-RUN-DATE = CTR-WS-RUN-DATE
               GO TO 6210-EXIT
       6210-EXIT.
           EXIT.

      ******************************************************************
      *  6300-CHECK-SUPERVISOR
      *
      *  When an overlap is being overridden, signs the supervisor
      *  on: only an active supervisor-role ID with its own PIN can
      *  authorize the override.  A refused PIN is cleared.
      ******************************************************************
       6300-CHECK-SUPERVISOR.
           MOVE "N" TO CTR-WS-SUPER-SIGNON-SWITCH.
           IF NOT CTR-OVERLAP-FOUND
                   OR CTR-WS-OVERRIDE NOT = "Y"
                   OR CTR-WS-SUPERVISOR = SPACES
               GO TO 6300-EXIT
           END-IF.
           MOVE CTR-WS-SUPERVISOR TO CTR-WS-SIGNON-ID.
           MOVE CTR-WS-SUPER-PIN  TO CTR-WS-SIGNON-PIN.
           MOVE "OVERRIDE"        TO CTR-WS-SIGNON-PURPOSE.
           MOVE "S"               TO CTR-WS-SIGNON-NEED.
           PERFORM 9350-CHECK-SIGNON THRU 9350-EXIT.
           IF CTR-SIGNON-OK
               MOVE "Y" TO CTR-WS-SUPER-SIGNON-SWITCH
           ELSE
               MOVE SPACES TO CTR-WS-SUPER-PIN
           END-IF.
       6300-EXIT.
           EXIT.

      ******************************************************************
      *  6400-CHECK-ALLOTMENT
      *
      *  Holds the keyed range, as 6200 left it in CTR-WS-KEY-LOW and
      *  CTR-WS-KEY-HIGH, against the run ID's CTRALOTM block.  A run
      *  ID with no allotment is not restricted.
      ******************************************************************
       6400-CHECK-ALLOTMENT.
           MOVE "N" TO CTR-WS-ALOT-OUTSIDE-SWITCH.
           MOVE ZERO TO CTR-WS-ALOT-SUB.
           PERFORM 6410-MATCH-ALLOTMENT THRU 6410-EXIT
                   VARYING CTR-WS-ALOT-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-ALOT-SCAN > CTR-WS-ALOT-COUNT
                       OR CTR-WS-ALOT-SUB > ZERO.
           IF CTR-WS-ALOT-SUB = ZERO
               GO TO 6400-EXIT
           END-IF.
           MOVE CTR-WS-ALOT-TBL-LOW(CTR-WS-ALOT-SUB)
                   TO CTR-WS-ALOT-LOW.
           MOVE CTR-WS-ALOT-TBL-HIGH(CTR-WS-ALOT-SUB)
                   TO CTR-WS-ALOT-HIGH.
           IF CTR-WS-KEY-LOW < CTR-WS-ALOT-LOW
                   OR CTR-WS-KEY-HIGH > CTR-WS-ALOT-HIGH
               MOVE "Y" TO CTR-WS-ALOT-OUTSIDE-SWITCH
           END-IF.
       6400-EXIT.
           EXIT.

      ******************************************************************
      *  6410-MATCH-ALLOTMENT
      ******************************************************************
       6410-MATCH-ALLOTMENT.
           IF CTR-WS-ALOT-TBL-RUN-ID(CTR-WS-ALOT-SCAN) = CTR-WS-RUN-ID
               MOVE CTR-WS-ALOT-SCAN TO CTR-WS-ALOT-SUB
           END-IF.
       6410-EXIT.
           EXIT.

      ******************************************************************
      *  6500-FIND-RUN-ID
      *
       7500-EXIT.
           EXIT.

      ******************************************************************
      *  9200-LOAD-ALLOTMENTS
      *
      *  Loads the CTRALOTM allotment master into its table.  No
      *  master means no run ID is restricted.  More run IDs than
      *  the table holds ends the transaction before the screen is
      *  shown, as HELLO would abort on the same master: a run ID
      *  past the table would otherwise be keyed unchecked.
      ******************************************************************
       9200-LOAD-ALLOTMENTS.
           OPEN INPUT CTR-ALOT-FILE.
           IF CTR-ALOT-STATUS NOT = "00" AND CTR-ALOT-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRALOTM" TO CTR-WS-ERROR-FILE
               MOVE CTR-ALOT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 9210-READ-ALLOTMENT THRU 9210-EXIT
                   UNTIL CTR-ALOT-EOF.
           CLOSE CTR-ALOT-FILE.
       9200-EXIT.
           EXIT.

      ******************************************************************
      *  9210-READ-ALLOTMENT
      ******************************************************************
       9210-READ-ALLOTMENT.
           READ CTR-ALOT-FILE
               AT END
                   MOVE "Y" TO CTR-WS-ALOT-EOF-SWITCH
                   GO TO 9210-EXIT
           END-READ.
           IF CTR-ALOT-STATUS NOT = "00" AND CTR-ALOT-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRALOTM" TO CTR-WS-ERROR-FILE
               MOVE CTR-ALOT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-WS-ALOT-COUNT = 500
               DISPLAY "HELLOSCH: CTRALOTM HAS MORE THAN 500 RUN IDS "
                       "- TRANSACTION ENDED"
               MOVE "CTR0005" TO CTR-WS-ALERT-MSG-ID
               MOVE "CTRALOTM HAS MORE THAN 500 RUN IDS"
                       TO CTR-WS-ALERT-DETAIL
               PERFORM 9800-WRITE-ALERT THRU 9800-EXIT
               MOVE 16 TO RETURN-CODE
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
       9210-EXIT.
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
               DISPLAY "HELLOSCH: CTRSECM IS MISSING OR EMPTY - ALL "
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
               DISPLAY "HELLOSCH: CTRSECM HAS MORE THAN 200 USERS - "
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
           MOVE "HELLOSCH"           TO CTR-AUDIT-PROGRAM.
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
               DISPLAY "HELLOSCH: THREE SIGN-ONS REFUSED - "
                       "TRANSACTION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       9370-EXIT.
           EXIT.

      ******************************************************************
      *  9400-SET-OVERLAP-WINDOW
      *
      *  Loads the CTRCAL processing calendar into the lookup table.
      *  A missing or empty calendar is warned on the console and the
      *  date validation falls back to the non-zero check, so a
      *  mislaid calendar file cannot lock the operator out.  Dates
      *  before the first of last month are passed over: a run date
      *  that old is not keyed, and the past years on the file would
      *  otherwise fill the table before the dates ahead are reached.
      ******************************************************************
       9500-LOAD-CALENDAR.
           ACCEPT CTR-WS-CAL-FROM-DATE FROM DATE YYYYMMDD.
           MOVE 1 TO CTR-WS-CAL-FROM-DD.
           IF CTR-WS-CAL-FROM-MM = 1
               MOVE 12 TO CTR-WS-CAL-FROM-MM
               SUBTRACT 1 FROM CTR-WS-CAL-FROM-YYYY
           ELSE
               SUBTRACT 1 FROM CTR-WS-CAL-FROM-MM
           END-IF.
           OPEN INPUT CTR-CAL-FILE.
           IF CTR-CAL-STATUS NOT = "00" AND CTR-CAL-STATUS NOT = "05"
               DISPLAY "HELLOSCH: CTRCALND CANNOT BE OPENED - STATUS "
               MOVE "Y" TO CTR-WS-CAL-EOF-SWITCH
               GO TO 9510-EXIT
           END-IF.
           IF CTR-CAL-DATE < CTR-WS-CAL-FROM-DATE
               GO TO 9510-EXIT
           END-IF.
           IF CTR-WS-CAL-COUNT = 400
               DISPLAY "HELLOSCH: CTRCALND HAS OVER 400 ENTRIES FROM "
                       CTR-WS-CAL-FROM-DATE " - LATER DATES IGNORED"
               MOVE "Y" TO CTR-WS-CAL-EOF-SWITCH
               GO TO 9510-EXIT
           END-IF.
