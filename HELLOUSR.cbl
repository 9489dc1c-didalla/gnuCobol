      ******************************************************************
      *  HELLOUSR is the supervisor's maintenance transaction for the
      *  CTRSECM operator security master that HELLOMNT, HELLOSCH and
      *  HELLOWRK sign their operators on against.  A supervisor-role
      *  ID signs on with its PIN and then adds a user, revokes one,
      *  or resets one - a new PIN, the role, and the ID made active
      *  again.  A supervisor may not revoke or reset their own ID,
      *  so there is always a second pair of eyes on a supervisor's
      *  access and the last supervisor cannot lock everyone out.
      *  Every change is appended to the CTRAUDIT trail with before
      *  and after images (never the PIN) under the supervisor's ID,
      *  and alerted.
      *
      *  While the master is missing or empty nobody can sign on
      *  anywhere, so the one thing this screen allows then, without
      *  sign-on, is adding the first user - who must be a
      *  supervisor, and is recorded as having added themselves.
      *
      *  Maintenance history:
      *    2026-10-15  Original program.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELLOUSR.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTR-SEC-FILE ASSIGN TO "CTRSECM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SEC-STATUS.

           SELECT OPTIONAL CTR-MSG-FILE ASSIGN TO "CTRMSGC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-MSG-STATUS.

           SELECT OPTIONAL CTR-ALERT-FILE ASSIGN TO "CTRALERT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-ALERT-STATUS.

           SELECT OPTIONAL CTR-AUDIT-FILE ASSIGN TO "CTRAUDIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-AUDIT-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  CTR-SEC-FILE.
       COPY CTRSEC.

       FD  CTR-MSG-FILE.
       COPY CTRMSG.

       FD  CTR-ALERT-FILE.
       COPY CTRALRT.

       FD  CTR-AUDIT-FILE.
       COPY CTRAUDT.

       WORKING-STORAGE             SECTION.
       01  CTR-SEC-STATUS              PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
       01  CTR-WS-ERROR-FILE           PIC X(10).
       01  CTR-WS-ERROR-STATUS         PIC X(02).
       01  CTR-WS-ACTION               PIC X(01) VALUE SPACES.
           88  CTR-ACTION-ADD              VALUE "A".
           88  CTR-ACTION-REVOKE           VALUE "R".
           88  CTR-ACTION-RESET            VALUE "P".
           88  CTR-ACTION-BROWSE           VALUE "B".
           88  CTR-ACTION-EXIT             VALUE "X".
       01  CTR-WS-SUPERVISOR           PIC X(08) VALUE SPACES.
       01  CTR-WS-SUPER-PIN            PIC X(08) VALUE SPACES.
       01  CTR-WS-USER-ID              PIC X(08) VALUE SPACES.
       01  CTR-WS-USER-NAME            PIC X(30) VALUE SPACES.
       01  CTR-WS-ROLE                 PIC X(01) VALUE SPACES.
           88  CTR-SCR-ROLE-VALID          VALUES "O" "S" "I".
       01  CTR-WS-NEW-PIN              PIC X(08) VALUE SPACES.
       01  CTR-WS-MESSAGE              PIC X(45) VALUE SPACES.
       01  CTR-WS-ACTING-ID            PIC X(08) VALUE SPACES.
       01  CTR-WS-EXIT-SWITCH          PIC X(01) VALUE "N".
           88  CTR-WS-EXIT-WANTED          VALUE "Y".
       01  CTR-WS-SUPER-SIGNON-SWITCH  PIC X(01) VALUE "N".
           88  CTR-SUPERVISOR-SIGNED-ON    VALUE "Y".
       01  CTR-WS-BOOTSTRAP-SWITCH     PIC X(01) VALUE "N".
           88  CTR-BOOTSTRAP-ADD           VALUE "Y".
       01  CTR-WS-PIN-SPACES           PIC 9(02) VALUE ZERO.
       01  CTR-WS-SEC-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-SEC-EOF                 VALUE "Y".
       01  CTR-WS-SEC-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-SEC-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-SEC-SCAN             PIC 9(03) VALUE ZERO.
       01  CTR-WS-MATCH-SUB            PIC 9(03) VALUE ZERO.
       01  CTR-WS-SEC-TABLE.
           05  CTR-WS-SEC-ENTRY OCCURS 200 TIMES.
               10  CTR-WS-SEC-TBL-ID       PIC X(08).
               10  CTR-WS-SEC-TBL-PIN      PIC X(08).
               10  CTR-WS-SEC-TBL-ROLE     PIC X(01).
               10  CTR-WS-SEC-TBL-STATUS   PIC X(01).
               10  CTR-WS-SEC-TBL-NAME     PIC X(30).
               10  CTR-WS-SEC-TBL-CHG-DATE PIC 9(08).
               10  CTR-WS-SEC-TBL-CHG-BY   PIC X(08).
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
       01  CTR-WS-USER-IMAGE.
           05  CTR-WS-UI-USER-ID           PIC X(08).
           05  CTR-WS-UI-ROLE              PIC X(01).
           05  CTR-WS-UI-STATUS            PIC X(01).
           05  CTR-WS-UI-USER-NAME         PIC X(30).
           05  CTR-WS-UI-CHANGED-DATE      PIC 9(08).
           05  FILLER                      PIC X(03).
       01  CTR-WS-PAGE-TOP             PIC 9(03) VALUE 1.
       01  CTR-WS-LIST-SUB             PIC 9(03) VALUE ZERO.
       01  CTR-WS-LIST-DETAIL.
           05  CTR-WS-LD-USER-ID           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CTR-WS-LD-ROLE              PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CTR-WS-LD-STATUS            PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CTR-WS-LD-USER-NAME         PIC X(30).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CTR-WS-LD-CHANGED-DATE      PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CTR-WS-LD-CHANGED-BY        PIC X(08).
       01  CTR-WS-LIST-AREA.
           05  CTR-WS-LIST-LINE OCCURS 6 TIMES PIC X(61).
       01  CTR-WS-LIST-MORE            PIC X(40) VALUE SPACES.
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

      ******************************************************************
       SCREEN                      SECTION.
      ******************************************************************
       01  CTR-USER-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01
                   VALUE "HELLO OPERATOR SECURITY MAINTENANCE".
           05  LINE 03 COLUMN 01 VALUE "SUPERVISOR ID . . . . . .".
           05  LINE 03 COLUMN 30 PIC X(08)
                   USING CTR-WS-SUPERVISOR.
           05  LINE 03 COLUMN 40 VALUE "PIN".
           05  LINE 03 COLUMN 45 PIC X(08)
                   USING CTR-WS-SUPER-PIN SECURE.
           05  LINE 04 COLUMN 01 VALUE "ACTION (A/R/P/B/X) . . .".
           05  LINE 04 COLUMN 30 PIC X(01)
                   USING CTR-WS-ACTION.
           05  LINE 05 COLUMN 01 VALUE "USER ID . . . . . . . . .".
           05  LINE 05 COLUMN 30 PIC X(08)
                   USING CTR-WS-USER-ID.
           05  LINE 06 COLUMN 01 VALUE "USER NAME . . . . . . . .".
           05  LINE 06 COLUMN 30 PIC X(30)
                   USING CTR-WS-USER-NAME.
           05  LINE 07 COLUMN 01 VALUE "ROLE (O/S/I) . . . . . .".
           05  LINE 07 COLUMN 30 PIC X(01)
                   USING CTR-WS-ROLE.
           05  LINE 08 COLUMN 01 VALUE "NEW PIN . . . . . . . . .".
           05  LINE 08 COLUMN 30 PIC X(08)
                   USING CTR-WS-NEW-PIN SECURE.
           05  LINE 10 COLUMN 01
                   VALUE "USER ID  R S NAME".
           05  LINE 10 COLUMN 44 VALUE "CHANGED  BY".
           05  LINE 11 COLUMN 01 PIC X(61)
                   FROM CTR-WS-LIST-LINE(1).
           05  LINE 12 COLUMN 01 PIC X(61)
                   FROM CTR-WS-LIST-LINE(2).
           05  LINE 13 COLUMN 01 PIC X(61)
                   FROM CTR-WS-LIST-LINE(3).
           05  LINE 14 COLUMN 01 PIC X(61)
                   FROM CTR-WS-LIST-LINE(4).
           05  LINE 15 COLUMN 01 PIC X(61)
                   FROM CTR-WS-LIST-LINE(5).
           05  LINE 16 COLUMN 01 PIC X(61)
                   FROM CTR-WS-LIST-LINE(6).
           05  LINE 17 COLUMN 01 PIC X(40)
                   FROM CTR-WS-LIST-MORE.
           05  LINE 18 COLUMN 01
                   VALUE "A=ADD R=REVOKE P=RESET PIN, ROLE AND STATUS".
           05  LINE 19 COLUMN 01
                   VALUE "B=NEXT PAGE X=EXIT".
           05  LINE 20 COLUMN 01 PIC X(45) FROM CTR-WS-MESSAGE.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           PERFORM 1000-LOAD-MASTER THRU 1000-EXIT.
           MOVE SPACES TO CTR-WS-MESSAGE.
           IF CTR-WS-SEC-COUNT = ZERO
               MOVE "SECURITY MASTER IS EMPTY - ADD A SUPERVISOR"
                       TO CTR-WS-MESSAGE
           END-IF.
           PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
                   UNTIL CTR-WS-EXIT-WANTED.
           STOP RUN.

      ******************************************************************
      *  1000-LOAD-MASTER
      *
      *  Loads the whole security master into the working table.  An
      *  absent or empty CTRSECM is a valid starting point: the first
      *  ADD creates it.
      ******************************************************************
       1000-LOAD-MASTER.
           OPEN INPUT CTR-SEC-FILE.
           IF CTR-SEC-STATUS NOT = "00" AND CTR-SEC-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSECM" TO CTR-WS-ERROR-FILE
               MOVE CTR-SEC-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 1100-READ-MASTER THRU 1100-EXIT
                   UNTIL CTR-SEC-EOF.
           CLOSE CTR-SEC-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-READ-MASTER
      *
      *  A master grown past the table would lose users on the next
      *  rewrite, so it stops the transaction instead.
      ******************************************************************
       1100-READ-MASTER.
           READ CTR-SEC-FILE
               AT END
                   MOVE "Y" TO CTR-WS-SEC-EOF-SWITCH
                   GO TO 1100-EXIT
           END-READ.
           IF CTR-SEC-STATUS NOT = "00" AND CTR-SEC-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSECM" TO CTR-WS-ERROR-FILE
               MOVE CTR-SEC-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-WS-SEC-COUNT = 200
               DISPLAY "HELLOUSR: CTRSECM HAS MORE THAN 200 USERS - "
                       "CANNOT BE MAINTAINED HERE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CTR-WS-SEC-COUNT.
           MOVE CTR-SEC-USER-ID      TO
                   CTR-WS-SEC-TBL-ID(CTR-WS-SEC-COUNT).
           MOVE CTR-SEC-PIN          TO
                   CTR-WS-SEC-TBL-PIN(CTR-WS-SEC-COUNT).
           MOVE CTR-SEC-ROLE         TO
                   CTR-WS-SEC-TBL-ROLE(CTR-WS-SEC-COUNT).
           MOVE CTR-SEC-STATUS-FLAG  TO
                   CTR-WS-SEC-TBL-STATUS(CTR-WS-SEC-COUNT).
           MOVE CTR-SEC-USER-NAME    TO
                   CTR-WS-SEC-TBL-NAME(CTR-WS-SEC-COUNT).
           MOVE CTR-SEC-CHANGED-DATE TO
                   CTR-WS-SEC-TBL-CHG-DATE(CTR-WS-SEC-COUNT).
           MOVE CTR-SEC-CHANGED-BY   TO
                   CTR-WS-SEC-TBL-CHG-BY(CTR-WS-SEC-COUNT).
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PROCESS-ACTION
      *
      *  One screen round trip: rebuild the user list, show the
      *  screen, sign the supervisor on and route the keyed action.
      *  The keyed new PIN is never left on the screen afterward.
      ******************************************************************
       2000-PROCESS-ACTION.
           PERFORM 2900-BUILD-LIST THRU 2900-EXIT.
           DISPLAY CTR-USER-SCREEN.
           ACCEPT CTR-USER-SCREEN.
           MOVE SPACES TO CTR-WS-MESSAGE.
           IF CTR-ACTION-ADD OR CTR-ACTION-REVOKE OR CTR-ACTION-RESET
                   OR CTR-ACTION-BROWSE
               PERFORM 2050-CHECK-SUPERVISOR THRU 2050-EXIT
               IF NOT CTR-SUPERVISOR-SIGNED-ON
                   MOVE SPACES TO CTR-WS-NEW-PIN
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CTR-ACTION-EXIT
                   MOVE "Y" TO CTR-WS-EXIT-SWITCH
               WHEN CTR-ACTION-ADD
                   PERFORM 3000-ADD-USER THRU 3000-EXIT
               WHEN CTR-ACTION-REVOKE
                   PERFORM 4000-REVOKE-USER THRU 4000-EXIT
               WHEN CTR-ACTION-RESET
                   PERFORM 5000-RESET-USER THRU 5000-EXIT
               WHEN CTR-ACTION-BROWSE
                   PERFORM 2100-NEXT-PAGE THRU 2100-EXIT
               WHEN OTHER
                   MOVE "ACTION MUST BE A, R, P, B OR X"
                           TO CTR-WS-MESSAGE
           END-EVALUATE.
           MOVE SPACES TO CTR-WS-NEW-PIN.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2050-CHECK-SUPERVISOR
      *
      *  Signs the keyed supervisor on: only an active supervisor-
      *  role ID with its own PIN may use this screen.  On an empty
      *  master the only thing allowed is adding the first user,
      *  with no sign-on - there is nobody yet to sign on as.
      ******************************************************************
       2050-CHECK-SUPERVISOR.
           MOVE "N" TO CTR-WS-SUPER-SIGNON-SWITCH.
           MOVE "N" TO CTR-WS-BOOTSTRAP-SWITCH.
           IF CTR-WS-SEC-COUNT = ZERO
               IF CTR-ACTION-ADD
                   MOVE "Y" TO CTR-WS-BOOTSTRAP-SWITCH
                   MOVE "Y" TO CTR-WS-SUPER-SIGNON-SWITCH
                   MOVE CTR-WS-USER-ID TO CTR-WS-ACTING-ID
               ELSE
                   MOVE "SECURITY MASTER IS EMPTY - ADD A SUPERVISOR"
                           TO CTR-WS-MESSAGE
               END-IF
               GO TO 2050-EXIT
           END-IF.
           IF CTR-WS-SUPERVISOR = SPACES
               MOVE "SUPERVISOR ID IS REQUIRED" TO CTR-WS-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE CTR-WS-SUPERVISOR TO CTR-WS-SIGNON-ID.
           MOVE CTR-WS-SUPER-PIN  TO CTR-WS-SIGNON-PIN.
           MOVE "SIGN-ON"         TO CTR-WS-SIGNON-PURPOSE.
           MOVE "S"               TO CTR-WS-SIGNON-NEED.
           PERFORM 9350-CHECK-SIGNON THRU 9350-EXIT.
           IF NOT CTR-SIGNON-OK
               MOVE SPACES TO CTR-WS-SUPER-PIN
               MOVE CTR-WS-SIGNON-MESSAGE TO CTR-WS-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE "Y" TO CTR-WS-SUPER-SIGNON-SWITCH.
           MOVE CTR-WS-SUPERVISOR TO CTR-WS-ACTING-ID.
       2050-EXIT.
           EXIT.

      ******************************************************************
      *  2100-NEXT-PAGE
      ******************************************************************
       2100-NEXT-PAGE.
           COMPUTE CTR-WS-PAGE-TOP = CTR-WS-PAGE-TOP + 6.
           IF CTR-WS-PAGE-TOP > CTR-WS-SEC-COUNT
               MOVE 1 TO CTR-WS-PAGE-TOP
               MOVE "WRAPPED TO THE FIRST PAGE" TO CTR-WS-MESSAGE
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2900-BUILD-LIST
      *
      *  Formats one page of users for the screen's list area, from
      *  CTR-WS-PAGE-TOP.  The list stays blank until a supervisor
      *  has signed on.
      ******************************************************************
       2900-BUILD-LIST.
           MOVE SPACES TO CTR-WS-LIST-AREA.
           MOVE SPACES TO CTR-WS-LIST-MORE.
           IF CTR-WS-SEC-COUNT = ZERO
               MOVE "(SECURITY MASTER IS EMPTY)" TO CTR-WS-LIST-LINE(1)
               GO TO 2900-EXIT
           END-IF.
           IF NOT CTR-SUPERVISOR-SIGNED-ON
               MOVE "(SIGN ON WITH SUPERVISOR ID AND PIN, THEN B)"
                       TO CTR-WS-LIST-LINE(1)
               GO TO 2900-EXIT
           END-IF.
           MOVE ZERO TO CTR-WS-LIST-SUB.
           PERFORM 2910-FORMAT-ONE-LINE THRU 2910-EXIT
                   VARYING CTR-WS-SEC-SCAN FROM CTR-WS-PAGE-TOP BY 1
                   UNTIL CTR-WS-SEC-SCAN > CTR-WS-SEC-COUNT
                       OR CTR-WS-LIST-SUB NOT < 6.
           IF CTR-WS-SEC-SCAN NOT > CTR-WS-SEC-COUNT
               MOVE "(MORE - ACTION B FOR THE NEXT PAGE)"
                       TO CTR-WS-LIST-MORE
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *  2910-FORMAT-ONE-LINE
      ******************************************************************
       2910-FORMAT-ONE-LINE.
           ADD 1 TO CTR-WS-LIST-SUB.
           MOVE CTR-WS-SEC-TBL-ID(CTR-WS-SEC-SCAN)
                   TO CTR-WS-LD-USER-ID.
           MOVE CTR-WS-SEC-TBL-ROLE(CTR-WS-SEC-SCAN)
                   TO CTR-WS-LD-ROLE.
           MOVE CTR-WS-SEC-TBL-STATUS(CTR-WS-SEC-SCAN)
                   TO CTR-WS-LD-STATUS.
           MOVE CTR-WS-SEC-TBL-NAME(CTR-WS-SEC-SCAN)
                   TO CTR-WS-LD-USER-NAME.
           MOVE CTR-WS-SEC-TBL-CHG-DATE(CTR-WS-SEC-SCAN)
                   TO CTR-WS-LD-CHANGED-DATE.
           MOVE CTR-WS-SEC-TBL-CHG-BY(CTR-WS-SEC-SCAN)
                   TO CTR-WS-LD-CHANGED-BY.
           MOVE CTR-WS-LIST-DETAIL
                   TO CTR-WS-LIST-LINE(CTR-WS-LIST-SUB).
       2910-EXIT.
           EXIT.

      ******************************************************************
      *  3000-ADD-USER
      *
      *  Adds one user, active.  A user ID already on file - even a
      *  revoked one - is refused: reinstating an ID is a reset, so
      *  the trail shows it as one.
      ******************************************************************
       3000-ADD-USER.
           PERFORM 6500-FIND-USER THRU 6500-EXIT.
           PERFORM 6600-EDIT-PIN THRU 6600-EXIT.
           EVALUATE TRUE
               WHEN CTR-WS-USER-ID = SPACES
                   MOVE "USER ID IS REQUIRED" TO CTR-WS-MESSAGE
               WHEN CTR-WS-MATCH-SUB NOT = ZERO
                   MOVE "USER ID IS ALREADY ON FILE - USE RESET"
                           TO CTR-WS-MESSAGE
               WHEN CTR-WS-USER-NAME = SPACES
                   MOVE "USER NAME IS REQUIRED" TO CTR-WS-MESSAGE
               WHEN NOT CTR-SCR-ROLE-VALID
                   MOVE "ROLE MUST BE O, S OR I" TO CTR-WS-MESSAGE
               WHEN CTR-BOOTSTRAP-ADD AND CTR-WS-ROLE NOT = "S"
                   MOVE "THE FIRST USER MUST BE A SUPERVISOR"
                           TO CTR-WS-MESSAGE
               WHEN CTR-WS-PIN-SPACES NOT = ZERO
                   MOVE "NEW PIN MUST BE 4 TO 8 CHARACTERS"
                           TO CTR-WS-MESSAGE
               WHEN CTR-WS-SEC-COUNT = 200
                   MOVE "SECURITY MASTER IS FULL (200 USERS)"
                           TO CTR-WS-MESSAGE
               WHEN OTHER
                   ADD 1 TO CTR-WS-SEC-COUNT
                   MOVE CTR-WS-SEC-COUNT TO CTR-WS-MATCH-SUB
                   MOVE SPACES TO CTR-WS-BEFORE-IMAGE
                   MOVE CTR-WS-USER-ID TO
                           CTR-WS-SEC-TBL-ID(CTR-WS-MATCH-SUB)
                   MOVE CTR-WS-USER-NAME TO
                           CTR-WS-SEC-TBL-NAME(CTR-WS-MATCH-SUB)
                   PERFORM 6800-STORE-ACCESS THRU 6800-EXIT
                   MOVE "USER-ADD" TO CTR-WS-AUDIT-EVENT
                   MOVE "USER ADDED" TO CTR-WS-AUDIT-DETAIL
                   PERFORM 7000-COMMIT-CHANGE THRU 7000-EXIT
                   MOVE "USER ADDED" TO CTR-WS-MESSAGE
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  4000-REVOKE-USER
      *
      *  Revokes an active user.  The record stays on file so the
      *  ID still identifies a person on the audit trail.
      ******************************************************************
       4000-REVOKE-USER.
           PERFORM 6500-FIND-USER THRU 6500-EXIT.
           EVALUATE TRUE
               WHEN CTR-WS-USER-ID = SPACES
                   MOVE "USER ID IS REQUIRED" TO CTR-WS-MESSAGE
               WHEN CTR-WS-MATCH-SUB = ZERO
                   MOVE "USER ID IS NOT ON FILE" TO CTR-WS-MESSAGE
               WHEN CTR-WS-USER-ID = CTR-WS-ACTING-ID
                   MOVE "A SUPERVISOR CANNOT REVOKE THEIR OWN ID"
                           TO CTR-WS-MESSAGE
               WHEN CTR-WS-SEC-TBL-STATUS(CTR-WS-MATCH-SUB) = "R"
                   MOVE "USER ID IS ALREADY REVOKED" TO CTR-WS-MESSAGE
               WHEN OTHER
                   PERFORM 6900-IMAGE-ENTRY THRU 6900-EXIT
                   MOVE CTR-WS-USER-IMAGE TO CTR-WS-BEFORE-IMAGE
                   MOVE "R" TO CTR-WS-SEC-TBL-STATUS(CTR-WS-MATCH-SUB)
                   PERFORM 6850-STAMP-CHANGE THRU 6850-EXIT
                   MOVE "USER-REVOKE" TO CTR-WS-AUDIT-EVENT
                   MOVE "USER REVOKED" TO CTR-WS-AUDIT-DETAIL
                   PERFORM 7000-COMMIT-CHANGE THRU 7000-EXIT
                   MOVE "USER REVOKED" TO CTR-WS-MESSAGE
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  5000-RESET-USER
      *
      *  Gives a user a new PIN and the keyed role and makes the ID
      *  active - the way a forgotten PIN is replaced, a role is
      *  changed and a revoked ID is reinstated.  A keyed name
      *  replaces the one on file; a blank name keeps it.
      ******************************************************************
       5000-RESET-USER.
           PERFORM 6500-FIND-USER THRU 6500-EXIT.
           PERFORM 6600-EDIT-PIN THRU 6600-EXIT.
           EVALUATE TRUE
               WHEN CTR-WS-USER-ID = SPACES
                   MOVE "USER ID IS REQUIRED" TO CTR-WS-MESSAGE
               WHEN CTR-WS-MATCH-SUB = ZERO
                   MOVE "USER ID IS NOT ON FILE" TO CTR-WS-MESSAGE
               WHEN CTR-WS-USER-ID = CTR-WS-ACTING-ID
                   MOVE "A SUPERVISOR CANNOT RESET THEIR OWN ID"
                           TO CTR-WS-MESSAGE
               WHEN NOT CTR-SCR-ROLE-VALID
                   MOVE "ROLE MUST BE O, S OR I" TO CTR-WS-MESSAGE
               WHEN CTR-WS-PIN-SPACES NOT = ZERO
                   MOVE "NEW PIN MUST BE 4 TO 8 CHARACTERS"
                           TO CTR-WS-MESSAGE
               WHEN OTHER
                   PERFORM 6900-IMAGE-ENTRY THRU 6900-EXIT
                   MOVE CTR-WS-USER-IMAGE TO CTR-WS-BEFORE-IMAGE
                   IF CTR-WS-USER-NAME NOT = SPACES
                       MOVE CTR-WS-USER-NAME TO
                               CTR-WS-SEC-TBL-NAME(CTR-WS-MATCH-SUB)
                   END-IF
                   PERFORM 6800-STORE-ACCESS THRU 6800-EXIT
                   MOVE "USER-RESET" TO CTR-WS-AUDIT-EVENT
                   MOVE "PIN RESET, ROLE SET, ID ACTIVE"
                           TO CTR-WS-AUDIT-DETAIL
                   PERFORM 7000-COMMIT-CHANGE THRU 7000-EXIT
                   MOVE "USER RESET - NEW PIN, ROLE SET, ID ACTIVE"
                           TO CTR-WS-MESSAGE
           END-EVALUATE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  6500-FIND-USER
      *
      *  Locates the keyed user ID on the table.  Zero means not
      *  found.
      ******************************************************************
       6500-FIND-USER.
           MOVE ZERO TO CTR-WS-MATCH-SUB.
           PERFORM 6510-MATCH-ONE-USER THRU 6510-EXIT
                   VARYING CTR-WS-SEC-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-SEC-SCAN > CTR-WS-SEC-COUNT.
       6500-EXIT.
           EXIT.

      ******************************************************************
      *  6510-MATCH-ONE-USER
      ******************************************************************
       6510-MATCH-ONE-USER.
           IF CTR-WS-SEC-TBL-ID(CTR-WS-SEC-SCAN) = CTR-WS-USER-ID
               MOVE CTR-WS-SEC-SCAN TO CTR-WS-MATCH-SUB
           END-IF.
       6510-EXIT.
           EXIT.

      ******************************************************************
      *  6600-EDIT-PIN
      *
      *  A new PIN is 4 to 8 characters keyed from the left: any
      *  space in the first four positions counts against it.
      ******************************************************************
       6600-EDIT-PIN.
           MOVE ZERO TO CTR-WS-PIN-SPACES.
           INSPECT CTR-WS-NEW-PIN(1:4)
                   TALLYING CTR-WS-PIN-SPACES FOR ALL SPACES.
       6600-EXIT.
           EXIT.

      ******************************************************************
      *  6800-STORE-ACCESS
      *
      *  Sets the keyed PIN and role on the table entry at
      *  CTR-WS-MATCH-SUB, makes it active, stamps the change and
      *  captures the after image.
      ******************************************************************
       6800-STORE-ACCESS.
           MOVE CTR-WS-NEW-PIN TO
                   CTR-WS-SEC-TBL-PIN(CTR-WS-MATCH-SUB).
           MOVE CTR-WS-ROLE    TO
                   CTR-WS-SEC-TBL-ROLE(CTR-WS-MATCH-SUB).
           MOVE "A"            TO
                   CTR-WS-SEC-TBL-STATUS(CTR-WS-MATCH-SUB).
           PERFORM 6850-STAMP-CHANGE THRU 6850-EXIT.
       6800-EXIT.
           EXIT.

      ******************************************************************
      *  6850-STAMP-CHANGE
      ******************************************************************
       6850-STAMP-CHANGE.
           ACCEPT CTR-WS-ALERT-DATE FROM DATE YYYYMMDD.
           MOVE CTR-WS-ALERT-DATE TO
                   CTR-WS-SEC-TBL-CHG-DATE(CTR-WS-MATCH-SUB).
           MOVE CTR-WS-ACTING-ID  TO
                   CTR-WS-SEC-TBL-CHG-BY(CTR-WS-MATCH-SUB).
           PERFORM 6900-IMAGE-ENTRY THRU 6900-EXIT.
           MOVE CTR-WS-USER-IMAGE TO CTR-WS-AFTER-IMAGE.
       6850-EXIT.
           EXIT.

      ******************************************************************
      *  6900-IMAGE-ENTRY
      *
      *  Formats the table entry at CTR-WS-MATCH-SUB as a flat image
      *  for the audit trail's before/after fields.  The PIN is left
      *  out on purpose.
      ******************************************************************
       6900-IMAGE-ENTRY.
           MOVE SPACES TO CTR-WS-USER-IMAGE.
           MOVE CTR-WS-SEC-TBL-ID(CTR-WS-MATCH-SUB)
                   TO CTR-WS-UI-USER-ID.
           MOVE CTR-WS-SEC-TBL-ROLE(CTR-WS-MATCH-SUB)
                   TO CTR-WS-UI-ROLE.
           MOVE CTR-WS-SEC-TBL-STATUS(CTR-WS-MATCH-SUB)
                   TO CTR-WS-UI-STATUS.
           MOVE CTR-WS-SEC-TBL-NAME(CTR-WS-MATCH-SUB)
                   TO CTR-WS-UI-USER-NAME.
           MOVE CTR-WS-SEC-TBL-CHG-DATE(CTR-WS-MATCH-SUB)
                   TO CTR-WS-UI-CHANGED-DATE.
       6900-EXIT.
           EXIT.

      ******************************************************************
      *  7000-COMMIT-CHANGE
      *
      *  Rewrites the whole CTRSECM file from the table, then appends
      *  the audit record and the alert.  The rewrite happens first:
      *  an audit of a change that failed to reach disk would be
      *  worse than no audit at all.
      ******************************************************************
       7000-COMMIT-CHANGE.
           OPEN OUTPUT CTR-SEC-FILE.
           IF CTR-SEC-STATUS NOT = "00" AND CTR-SEC-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSECM" TO CTR-WS-ERROR-FILE
               MOVE CTR-SEC-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 7100-WRITE-ONE-USER THRU 7100-EXIT
                   VARYING CTR-WS-SEC-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-SEC-SCAN > CTR-WS-SEC-COUNT.
           CLOSE CTR-SEC-FILE.
           PERFORM 9600-WRITE-AUDIT THRU 9600-EXIT.
           MOVE "CTR0024" TO CTR-WS-ALERT-MSG-ID.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING CTR-WS-AUDIT-EVENT  DELIMITED BY SPACE
                   " USER "           DELIMITED BY SIZE
                   CTR-WS-USER-ID     DELIMITED BY SPACE
                   " BY "             DELIMITED BY SIZE
                   CTR-WS-ACTING-ID   DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  7100-WRITE-ONE-USER
      ******************************************************************
       7100-WRITE-ONE-USER.
           MOVE SPACES TO CTR-SEC-RECORD.
           MOVE CTR-WS-SEC-TBL-ID(CTR-WS-SEC-SCAN)
                   TO CTR-SEC-USER-ID.
           MOVE CTR-WS-SEC-TBL-PIN(CTR-WS-SEC-SCAN)
                   TO CTR-SEC-PIN.
           MOVE CTR-WS-SEC-TBL-ROLE(CTR-WS-SEC-SCAN)
                   TO CTR-SEC-ROLE.
           MOVE CTR-WS-SEC-TBL-STATUS(CTR-WS-SEC-SCAN)
                   TO CTR-SEC-STATUS-FLAG.
           MOVE CTR-WS-SEC-TBL-NAME(CTR-WS-SEC-SCAN)
                   TO CTR-SEC-USER-NAME.
           MOVE CTR-WS-SEC-TBL-CHG-DATE(CTR-WS-SEC-SCAN)
                   TO CTR-SEC-CHANGED-DATE.
           MOVE CTR-WS-SEC-TBL-CHG-BY(CTR-WS-SEC-SCAN)
                   TO CTR-SEC-CHANGED-BY.
           WRITE CTR-SEC-RECORD.
           IF CTR-SEC-STATUS NOT = "00"
               MOVE "WRITE"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSECM" TO CTR-WS-ERROR-FILE
               MOVE CTR-SEC-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       7100-EXIT.
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
           MOVE "HELLOUSR"           TO CTR-AUDIT-PROGRAM.
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
               DISPLAY "HELLOUSR: THREE SIGN-ONS REFUSED - "
                       "TRANSACTION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       9370-EXIT.
           EXIT.

      ******************************************************************
      *  9600-WRITE-AUDIT
      *
      *  Appends the before/after image of the user change (without
      *  the PIN), the supervisor who made it and a fresh timestamp
      *  to the cumulative CTRAUDIT trail.  A write failure abends
      *  through the common error paragraph - an unaudited change to
      *  who may sign on is exactly what the trail exists to prevent.
      ******************************************************************
       9600-WRITE-AUDIT.
           ACCEPT CTR-WS-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-ALERT-TIME FROM TIME.
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
           MOVE "HELLOUSR"           TO CTR-AUDIT-PROGRAM.
           MOVE CTR-WS-AUDIT-EVENT   TO CTR-AUDIT-EVENT.
           MOVE CTR-WS-ACTING-ID     TO CTR-AUDIT-OPERATOR.
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
               DISPLAY "HELLOUSR: CTRMSGC CANNOT BE OPENED - STATUS "
                       CTR-MSG-STATUS " - ALERT TEXTS DEFAULTED"
               GO TO 9700-EXIT
           END-IF.
           PERFORM 9710-READ-CATALOG THRU 9710-EXIT
                   UNTIL CTR-MSG-EOF.
           CLOSE CTR-MSG-FILE.
           IF CTR-WS-MSG-COUNT = ZERO
               DISPLAY "HELLOUSR: CTRMSGC IS EMPTY - ALERT TEXTS "
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
               DISPLAY "HELLOUSR: CTRMSGC READ FAILED - STATUS "
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
           MOVE "HELLOUSR"           TO CTR-ALERT-PROGRAM.
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
               DISPLAY "HELLOUSR: CTRALERT CANNOT BE OPENED - STATUS "
                       CTR-ALERT-STATUS " - ALERT LOST"
               GO TO 9800-EXIT
           END-IF.
           WRITE CTR-ALERT-RECORD.
           IF CTR-ALERT-STATUS NOT = "00"
               DISPLAY "HELLOUSR: CTRALERT WRITE FAILED - STATUS "
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
      *  letting a bad write pass as a false "ADDED" message.
      ******************************************************************
       9900-FILE-ERROR.
           DISPLAY "HELLOUSR: I/O ERROR ON " CTR-WS-ERROR-FILE
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

