      *
      *  Maintenance history:
      *    2026-09-03  Original program.
      *    2026-10-15  The operator now signs on with a PIN against
      *                the CTRSECM operator security master before
      *                the alert list is shown or any action taken:
      *                an inquiry-role ID may browse and filter but
      *                not acknowledge, escalate or roll off.  Every
      *                refusal is audited to the new CTRAUDIT trail
      *                entry and alerted on the feed, and three
      *                refusals end the transaction.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-MSG-STATUS.

           SELECT OPTIONAL CTR-AUDIT-FILE ASSIGN TO "CTRAUDIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-AUDIT-STATUS.

           SELECT OPTIONAL CTR-SEC-FILE ASSIGN TO "CTRSECM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SEC-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FD  CTR-MSG-FILE.
       COPY CTRMSG.

       FD  CTR-AUDIT-FILE.
       COPY CTRAUDT.

       FD  CTR-SEC-FILE.
       COPY CTRSEC.

       WORKING-STORAGE             SECTION.
       01  CTR-ALERT-STATUS            PIC X(02).
       01  CTR-ALHST-STATUS            PIC X(02).
               10  CTR-WS-MSG-TBL-ID       PIC X(07).
               10  CTR-WS-MSG-TBL-SEV      PIC X(01).
               10  CTR-WS-MSG-TBL-TEXT     PIC X(60).
       01  CTR-WS-FIND-MSG-ID          PIC X(07) VALUE SPACES.
       01  CTR-AUDIT-STATUS            PIC X(02).
       01  CTR-WS-AUDIT-DETAIL         PIC X(60) VALUE SPACES.
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
           05  LINE 05 COLUMN 40 VALUE "OPERATOR".
           05  LINE 05 COLUMN 50 PIC X(08)
                   USING CTR-WS-OPERATOR.
           05  LINE 05 COLUMN 60 VALUE "PIN".
           05  LINE 05 COLUMN 64 PIC X(08)
                   USING CTR-WS-PIN SECURE.
           05  LINE 07 COLUMN 01
                   VALUE "NUM DATE     TIME   PROGRAM  S MSG-ID  A".
           05  LINE 08 COLUMN 01 PIC X(78)
           ACCEPT CTR-WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-SYS-TIME FROM TIME.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           PERFORM 9300-LOAD-SECURITY THRU 9300-EXIT.
           PERFORM 9400-SET-ESCALATE-AGE THRU 9400-EXIT.
           PERFORM 1000-LOAD-ALERTS THRU 1000-EXIT.
           PERFORM 1500-BUILD-VISIBLE THRU 1500-EXIT.
      *  1800-BUILD-LIST
      *
      *  Formats one page of the visible alerts for the screen list
      *  area, from CTR-WS-PAGE-TOP.  Nothing is listed until the
      *  operator has signed on.
      ******************************************************************
       1800-BUILD-LIST.
           MOVE SPACES TO CTR-WS-LIST-AREA.
           MOVE SPACES TO CTR-WS-LIST-MORE.
           IF NOT CTR-OPERATOR-SIGNED-ON
               MOVE "(SIGN ON WITH OPERATOR ID AND PIN, THEN ACTION F)"
                       TO CTR-WS-LIST-LINE(1)
               GO TO 1800-EXIT
           END-IF.
           IF CTR-WS-VIS-COUNT = ZERO
               MOVE "(NO ALERTS MATCH THE FILTER)"
                       TO CTR-WS-LIST-LINE(1)

      ******************************************************************
      *  2000-PROCESS-ACTION
      *
      *  Every action but exit is only routed once the operator has
      *  signed on for it.
      ******************************************************************
       2000-PROCESS-ACTION.
           DISPLAY CTR-WORK-SCREEN.
           ACCEPT CTR-WORK-SCREEN.
           MOVE SPACES TO CTR-WS-MESSAGE.
           IF CTR-ACTION-BROWSE OR CTR-ACTION-FILTER OR CTR-ACTION-ACK
                   OR CTR-ACTION-ESCALATE OR CTR-ACTION-ROLL-OFF
               PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
               IF NOT CTR-SIGNON-OK
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
      *  Signs the keyed operator on against the security master:
      *  any active role may browse and filter, but acknowledging,
      *  escalating and rolling off need the operator or supervisor
      *  role.  A bad ID or PIN hides the list again and clears the
      *  PIN; an inquiry-role ID refused an update stays signed on
      *  for browsing.
      ******************************************************************
       2050-CHECK-OPERATOR.
           IF CTR-WS-OPERATOR = SPACES
               MOVE "N" TO CTR-WS-SIGNON-SWITCH
               MOVE "N" TO CTR-WS-OPER-SIGNON-SWITCH
               MOVE "OPERATOR ID IS REQUIRED" TO CTR-WS-MESSAGE
               PERFORM 1800-BUILD-LIST THRU 1800-EXIT
               GO TO 2050-EXIT
           END-IF.
           MOVE CTR-WS-OPERATOR TO CTR-WS-SIGNON-ID.
           MOVE CTR-WS-PIN      TO CTR-WS-SIGNON-PIN.
           MOVE "SIGN-ON"       TO CTR-WS-SIGNON-PURPOSE.
           IF CTR-ACTION-BROWSE OR CTR-ACTION-FILTER
               MOVE "A" TO CTR-WS-SIGNON-NEED
           ELSE
               MOVE "U" TO CTR-WS-SIGNON-NEED
           END-IF.
           PERFORM 9350-CHECK-SIGNON THRU 9350-EXIT.
           IF CTR-WS-SIGNON-ROLE = SPACES
               MOVE "N" TO CTR-WS-OPER-SIGNON-SWITCH
               MOVE SPACES TO CTR-WS-PIN
               MOVE CTR-WS-SIGNON-MESSAGE TO CTR-WS-MESSAGE
               PERFORM 1800-BUILD-LIST THRU 1800-EXIT
               GO TO 2050-EXIT
           END-IF.
           IF NOT CTR-OPERATOR-SIGNED-ON
               MOVE "Y" TO CTR-WS-OPER-SIGNON-SWITCH
               PERFORM 1800-BUILD-LIST THRU 1800-EXIT
           END-IF.
           IF NOT CTR-SIGNON-OK
               MOVE CTR-WS-SIGNON-MESSAGE TO CTR-WS-MESSAGE
           END-IF.
       2050-EXIT.
           EXIT.

      ******************************************************************
      *  2100-NEXT-PAGE
      ******************************************************************
               GO TO 4100-EXIT
           END-IF.
           MOVE "Y" TO CTR-WS-ALT-ESC(CTR-WS-ALERT-SUB).
           MOVE "CTR0015" TO CTR-WS-FIND-MSG-ID.
           PERFORM 9750-FIND-ESC-TEXT THRU 9750-EXIT.
           ADD 1 TO CTR-WS-ALERT-COUNT.
           MOVE CTR-WS-SYS-DATE    TO
       7200-EXIT.
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
               DISPLAY "HELLOWRK: CTRSECM IS MISSING OR EMPTY - ALL "
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
               DISPLAY "HELLOWRK: CTRSECM HAS MORE THAN 200 USERS - "
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
      *  keyed, giving the real reason, adds the CTR0023 alert to the
      *  live feed and builds the screen message.  After three bad
      *  IDs or PINs in one session the transaction ends rather than
      *  let the screen be used to guess PINs.
      ******************************************************************
       9370-SIGNON-REFUSED.
           MOVE SPACES TO CTR-WS-SIGNON-MESSAGE.
           STRING CTR-WS-SIGNON-PURPOSE DELIMITED BY SPACE
                   " REFUSED - "        DELIMITED BY SIZE
                   CTR-WS-SIGNON-SHOWN  DELIMITED BY SIZE
                   INTO CTR-WS-SIGNON-MESSAGE.
           ACCEPT CTR-WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-SYS-TIME FROM TIME.
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
           MOVE CTR-WS-SYS-DATE      TO CTR-AUDIT-DATE.
           MOVE CTR-WS-TIME-HHMMSS   TO CTR-AUDIT-TIME.
           MOVE "HELLOWRK"           TO CTR-AUDIT-PROGRAM.
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
           MOVE "CTR0023" TO CTR-WS-FIND-MSG-ID.
           PERFORM 9750-FIND-ESC-TEXT THRU 9750-EXIT.
           IF CTR-WS-ALERT-COUNT = 300
               DISPLAY "HELLOWRK: CTRALERT IS FULL - SIGN-ON REFUSAL "
                       "ALERT LOST"
           ELSE
               PERFORM 9380-ADD-SIGNON-ALERT THRU 9380-EXIT
               PERFORM 7000-REWRITE-FEED THRU 7000-EXIT
               PERFORM 1500-BUILD-VISIBLE THRU 1500-EXIT
           END-IF.
           IF CTR-WS-SIGNON-FAILS NOT < 3
               DISPLAY "HELLOWRK: THREE SIGN-ONS REFUSED - "
                       "TRANSACTION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       9370-EXIT.
           EXIT.

      ******************************************************************
      *  9380-ADD-SIGNON-ALERT
      ******************************************************************
       9380-ADD-SIGNON-ALERT.
           ADD 1 TO CTR-WS-ALERT-COUNT.
           MOVE CTR-WS-SYS-DATE    TO
                   CTR-WS-ALT-DATE(CTR-WS-ALERT-COUNT).
           MOVE CTR-WS-TIME-HHMMSS TO
                   CTR-WS-ALT-TIME(CTR-WS-ALERT-COUNT).
           MOVE "HELLOWRK"         TO
                   CTR-WS-ALT-PROGRAM(CTR-WS-ALERT-COUNT).
           MOVE "CTR0023"          TO
                   CTR-WS-ALT-MSG-ID(CTR-WS-ALERT-COUNT).
           MOVE "W"                TO
                   CTR-WS-ALT-SEV(CTR-WS-ALERT-COUNT).
           MOVE CTR-WS-ESC-TEXT    TO
                   CTR-WS-ALT-TEXT(CTR-WS-ALERT-COUNT).
           MOVE SPACES TO CTR-WS-ALT-DETAIL(CTR-WS-ALERT-COUNT).
           STRING "USER "               DELIMITED BY SIZE
                   CTR-WS-SIGNON-ID      DELIMITED BY SPACE
                   " "                   DELIMITED BY SIZE
                   CTR-WS-SIGNON-PURPOSE DELIMITED BY SPACE
                   " - "                 DELIMITED BY SIZE
                   CTR-WS-SIGNON-REASON  DELIMITED BY SIZE
                   INTO CTR-WS-ALT-DETAIL(CTR-WS-ALERT-COUNT).
           MOVE SPACES TO CTR-WS-ALT-ACK(CTR-WS-ALERT-COUNT).
           MOVE SPACES TO CTR-WS-ALT-ACK-OP(CTR-WS-ALERT-COUNT).
           MOVE SPACES TO CTR-WS-ALT-ACK-DATE(CTR-WS-ALERT-COUNT).
           MOVE SPACES TO CTR-WS-ALT-ACK-TIME(CTR-WS-ALERT-COUNT).
           MOVE SPACES TO CTR-WS-ALT-ESC(CTR-WS-ALERT-COUNT).
       9380-EXIT.
           EXIT.

      ******************************************************************
      *  9400-SET-ESCALATE-AGE
      *
      ******************************************************************
      *  9750-FIND-ESC-TEXT
      *
      *  Looks the text for the message ID in CTR-WS-FIND-MSG-ID -
      *  the CTR0015 escalation or the CTR0023 sign-on refusal - up
      *  on the catalog, with the usual stand-in when it is not
      *  there.
      ******************************************************************
       9750-FIND-ESC-TEXT.
           MOVE "N" TO CTR-WS-MSG-FOUND-SWITCH.
      *  9760-MATCH-ESC-ID
      ******************************************************************
       9760-MATCH-ESC-ID.
           IF CTR-WS-MSG-TBL-ID(CTR-WS-MSG-SUB) = CTR-WS-FIND-MSG-ID
               MOVE "Y" TO CTR-WS-MSG-FOUND-SWITCH
           END-IF.
       9760-EXIT.
