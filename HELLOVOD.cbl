      ******************************************************************
      *  HELLOVOD is the maintenance transaction for the CTRVOIDR
      *  void register.  Consumers and operators report counter
      *  values that were issued but will never be used - spoiled,
      *  damaged, cancelled, never used or burned in testing - and
      *  the operator keys each value or unbroken run of values here
      *  against the run ID and run date it was issued under, with a
      *  reason code and who reported it.  Before an entry is taken
      *  the values are proved to have been issued: against the
      *  run's CTRHIST posting, or where history no longer has it,
      *  against the run ID's header and trailer in the newest
      *  active archived CTROUT generation on CTRARCIX for that run
      *  date.  The voided values must lie inside the issued range,
      *  fall on the run's increment, and not overlap anything
      *  already voided for the run.  Every add and delete is signed
      *  on against CTRSECM and appended to the CTRAUDIT trail with
      *  before/after images, so HELLOUTL's utilization figures can
      *  always be traced back to who voided what.
      *
      *  Maintenance history:
      *    2026-10-15  Original program.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELLOVOD.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTR-VOID-FILE ASSIGN TO "CTRVOIDR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-VOID-STATUS.

           SELECT OPTIONAL CTR-MSG-FILE ASSIGN TO "CTRMSGC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-MSG-STATUS.

           SELECT OPTIONAL CTR-ALERT-FILE ASSIGN TO "CTRALERT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-ALERT-STATUS.

           SELECT OPTIONAL CTR-AUDIT-FILE ASSIGN TO "CTRAUDIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-AUDIT-STATUS.

           SELECT OPTIONAL CTR-HIST-FILE ASSIGN TO "CTRHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-HIST-KEY
                   ALTERNATE RECORD KEY IS CTR-HIST-RUN-ID
                       WITH DUPLICATES
                   FILE STATUS IS CTR-HIST-STATUS.

           SELECT OPTIONAL CTR-INDEX-FILE ASSIGN TO "CTRARCIX"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-IDX-STATUS.

           SELECT CTR-ARCHIVE-FILE ASSIGN TO DYNAMIC
                                             CTR-WS-ARCHIVE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-ARC-STATUS.

           SELECT OPTIONAL CTR-SEC-FILE ASSIGN TO "CTRSECM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SEC-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  CTR-VOID-FILE.
       COPY CTRVOID.

       FD  CTR-MSG-FILE.
       COPY CTRMSG.

       FD  CTR-ALERT-FILE.
       COPY CTRALRT.

       FD  CTR-AUDIT-FILE.
       COPY CTRAUDT.

       FD  CTR-HIST-FILE.
       COPY CTRHIST.

       FD  CTR-INDEX-FILE.
       COPY CTRARCX.

       FD  CTR-ARCHIVE-FILE.
       COPY CTRREC.

       FD  CTR-SEC-FILE.
       COPY CTRSEC.

       WORKING-STORAGE             SECTION.
       01  CTR-VOID-STATUS             PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
       01  CTR-WS-ERROR-FILE           PIC X(10).
       01  CTR-WS-ERROR-STATUS         PIC X(02).
       01  CTR-WS-ACTION               PIC X(01) VALUE SPACES.
           88  CTR-ACTION-ADD              VALUE "A".
           88  CTR-ACTION-DELETE           VALUE "D".
           88  CTR-ACTION-EXIT             VALUE "X".
       01  CTR-WS-RUN-ID               PIC X(08) VALUE SPACES.
       01  CTR-WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  CTR-WS-LOW-VALUE            PIC 9(09) VALUE ZERO.
       01  CTR-WS-HIGH-VALUE           PIC 9(09) VALUE ZERO.
       01  CTR-WS-REASON               PIC X(02) VALUE SPACES.
           88  CTR-SCR-REASON-VALID        VALUES "SP" "DM" "CN"
                                                  "NU" "TS" "OT".
       01  CTR-WS-REPORTED-BY          PIC X(08) VALUE SPACES.
       01  CTR-WS-NOTE                 PIC X(30) VALUE SPACES.
       01  CTR-WS-OPERATOR             PIC X(08) VALUE SPACES.
       01  CTR-WS-MESSAGE              PIC X(45) VALUE SPACES.
       01  CTR-WS-EXIT-SWITCH          PIC X(01) VALUE "N".
           88  CTR-WS-EXIT-WANTED          VALUE "Y".
       01  CTR-WS-VALID-SWITCH         PIC X(01) VALUE "N".
           88  CTR-WS-DATA-VALID           VALUE "Y".
       01  CTR-WS-VOID-EOF-SWITCH      PIC X(01) VALUE "N".
           88  CTR-VOID-EOF                VALUE "Y".
       01  CTR-WS-VOID-COUNT           PIC 9(04) VALUE ZERO.
       01  CTR-WS-VOID-SCAN            PIC 9(04) VALUE ZERO.
       01  CTR-WS-MATCH-SUB            PIC 9(04) VALUE ZERO.
       01  CTR-WS-OVERLAP-SUB          PIC 9(04) VALUE ZERO.
       01  CTR-WS-LIST-SUB             PIC 9(04) VALUE ZERO.
       01  CTR-WS-LIST-MATCHES         PIC 9(04) VALUE ZERO.
       01  CTR-WS-VOID-TABLE.
           05  CTR-WS-VOID-ENTRY OCCURS 2000 TIMES.
               10  CTR-WS-VT-RUN-DATE      PIC 9(08).
               10  CTR-WS-VT-RUN-ID        PIC X(08).
               10  CTR-WS-VT-LOW           PIC 9(09).
               10  CTR-WS-VT-HIGH          PIC 9(09).
               10  CTR-WS-VT-COUNT         PIC 9(09).
               10  CTR-WS-VT-REASON        PIC X(02).
               10  CTR-WS-VT-REPORTED-BY   PIC X(08).
               10  CTR-WS-VT-SOURCE        PIC X(01).
               10  CTR-WS-VT-GEN           PIC 9(05).
               10  CTR-WS-VT-ENTERED-DATE  PIC 9(08).
               10  CTR-WS-VT-ENTERED-TIME  PIC 9(06).
               10  CTR-WS-VT-OPERATOR      PIC X(08).
               10  CTR-WS-VT-NOTE          PIC X(30).
       01  CTR-WS-VOID-IMAGE.
           05  CTR-WS-VI-RUN-ID            PIC X(08).
           05  CTR-WS-VI-RUN-DATE          PIC 9(08).
           05  CTR-WS-VI-LOW               PIC 9(09).
           05  CTR-WS-VI-HIGH              PIC 9(09).
           05  CTR-WS-VI-COUNT             PIC 9(09).
           05  CTR-WS-VI-REASON            PIC X(02).
           05  CTR-WS-VI-SOURCE            PIC X(01).
           05  CTR-WS-VI-GEN               PIC 9(05).
       01  CTR-WS-LIST-DETAIL.
           05  CTR-WS-LD-RUN-ID            PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CTR-WS-LD-RUN-DATE          PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CTR-WS-LD-LOW               PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CTR-WS-LD-HIGH              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CTR-WS-LD-COUNT             PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CTR-WS-LD-REASON            PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  CTR-WS-LD-SOURCE            PIC X(01).
       01  CTR-WS-LIST-AREA.
           05  CTR-WS-LIST-LINE OCCURS 6 TIMES PIC X(52).
       01  CTR-WS-LIST-MORE            PIC X(30) VALUE SPACES.
       01  CTR-HIST-STATUS             PIC X(02).
       01  CTR-IDX-STATUS              PIC X(02).
       01  CTR-ARC-STATUS              PIC X(02).
       01  CTR-WS-ARCHIVE-NAME         PIC X(20) VALUE SPACES.
       01  CTR-WS-IDX-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-IDX-EOF                 VALUE "Y".
       01  CTR-WS-ARC-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-ARC-EOF                 VALUE "Y".
       01  CTR-WS-ISSUED-SWITCH        PIC X(01) VALUE "N".
           88  CTR-ISSUED-FOUND            VALUE "Y".
       01  CTR-WS-ARC-HEADER-SWITCH    PIC X(01) VALUE "N".
           88  CTR-ARC-HEADER-FOUND        VALUE "Y".
       01  CTR-WS-ISSUED-SOURCE        PIC X(01) VALUE SPACES.
       01  CTR-WS-ISSUED-GEN           PIC 9(05) VALUE ZERO.
       01  CTR-WS-ISSUED-LOW           PIC 9(09) VALUE ZERO.
       01  CTR-WS-ISSUED-HIGH          PIC 9(09) VALUE ZERO.
       01  CTR-WS-ISSUED-COUNT         PIC 9(09) VALUE ZERO.
       01  CTR-WS-ISSUED-INCREMENT     PIC 9(09) VALUE ZERO.
       01  CTR-WS-PICK-GEN             PIC 9(05) VALUE ZERO.
       01  CTR-WS-PICK-NAME            PIC X(20) VALUE SPACES.
       01  CTR-WS-STEP-QUOT            PIC 9(09) VALUE ZERO.
       01  CTR-WS-STEP-REM             PIC 9(09) VALUE ZERO.
       01  CTR-WS-LOW-REM              PIC 9(09) VALUE ZERO.
       01  CTR-WS-HIGH-REM             PIC 9(09) VALUE ZERO.
       01  CTR-WS-VOID-VALUES          PIC 9(09) VALUE ZERO.
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
       01  CTR-VOID-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01
                   VALUE "HELLO COUNTER VOID REGISTER MAINTENANCE".
           05  LINE 03 COLUMN 01 VALUE "ACTION (A/D/X)  . . . . .".
           05  LINE 03 COLUMN 30 PIC X(01)
                   USING CTR-WS-ACTION.
           05  LINE 04 COLUMN 01 VALUE "RUN ID  . . . . . . . . .".
           05  LINE 04 COLUMN 30 PIC X(08)
                   USING CTR-WS-RUN-ID.
           05  LINE 05 COLUMN 01 VALUE "RUN DATE (CCYYMMDD) . . .".
           05  LINE 05 COLUMN 30 PIC 9(08)
                   USING CTR-WS-RUN-DATE.
           05  LINE 06 COLUMN 01 VALUE "LOW VALUE VOIDED  . . . .".
           05  LINE 06 COLUMN 30 PIC 9(09)
                   USING CTR-WS-LOW-VALUE.
           05  LINE 07 COLUMN 01 VALUE "HIGH VALUE VOIDED . . . .".
           05  LINE 07 COLUMN 30 PIC 9(09)
                   USING CTR-WS-HIGH-VALUE.
           05  LINE 08 COLUMN 01 VALUE "REASON (SP/DM/CN/NU/TS/OT)".
           05  LINE 08 COLUMN 30 PIC X(02)
                   USING CTR-WS-REASON.
           05  LINE 09 COLUMN 01 VALUE "REPORTED BY . . . . . . .".
           05  LINE 09 COLUMN 30 PIC X(08)
                   USING CTR-WS-REPORTED-BY.
           05  LINE 10 COLUMN 01 VALUE "NOTE  . . . . . . . . . .".
           05  LINE 10 COLUMN 30 PIC X(30)
                   USING CTR-WS-NOTE.
           05  LINE 11 COLUMN 01 VALUE "OPERATOR ID . . . . . . .".
           05  LINE 11 COLUMN 30 PIC X(08)
                   USING CTR-WS-OPERATOR.
           05  LINE 11 COLUMN 43 VALUE "PIN".
           05  LINE 11 COLUMN 47 PIC X(08)
                   USING CTR-WS-PIN SECURE.
           05  LINE 12 COLUMN 01 VALUE "VOIDS ON REGISTER:".
           05  LINE 13 COLUMN 01 PIC X(52)
                   FROM CTR-WS-LIST-LINE(1).
           05  LINE 14 COLUMN 01 PIC X(52)
                   FROM CTR-WS-LIST-LINE(2).
           05  LINE 15 COLUMN 01 PIC X(52)
                   FROM CTR-WS-LIST-LINE(3).
           05  LINE 16 COLUMN 01 PIC X(52)
                   FROM CTR-WS-LIST-LINE(4).
           05  LINE 17 COLUMN 01 PIC X(52)
                   FROM CTR-WS-LIST-LINE(5).
           05  LINE 18 COLUMN 01 PIC X(52)
                   FROM CTR-WS-LIST-LINE(6).
           05  LINE 19 COLUMN 01 PIC X(30)
                   FROM CTR-WS-LIST-MORE.
           05  LINE 20 COLUMN 01 PIC X(45) FROM CTR-WS-MESSAGE.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           PERFORM 9300-LOAD-SECURITY THRU 9300-EXIT.
           PERFORM 1000-LOAD-REGISTER THRU 1000-EXIT.
           MOVE SPACES TO CTR-WS-MESSAGE.
           PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
                   UNTIL CTR-WS-EXIT-WANTED.
           STOP RUN.

      ******************************************************************
      *  1000-LOAD-REGISTER
      *
      *  Loads the void register into the working table.  An absent
      *  or empty CTRVOIDR is a valid starting point: the first ADD
      *  creates it.
      ******************************************************************
       1000-LOAD-REGISTER.
           OPEN INPUT CTR-VOID-FILE.
           IF CTR-VOID-STATUS NOT = "00" AND CTR-VOID-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRVOIDR" TO CTR-WS-ERROR-FILE
               MOVE CTR-VOID-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 1100-READ-REGISTER THRU 1100-EXIT
                   UNTIL CTR-VOID-EOF.
           CLOSE CTR-VOID-FILE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-READ-REGISTER
      *
      *  A register too big for the table ends the transaction: a
      *  rewrite from a truncated table would silently drop voids.
      ******************************************************************
       1100-READ-REGISTER.
           READ CTR-VOID-FILE
               AT END
                   MOVE "Y" TO CTR-WS-VOID-EOF-SWITCH
                   GO TO 1100-EXIT
           END-READ.
           IF CTR-VOID-STATUS NOT = "00" AND CTR-VOID-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRVOIDR" TO CTR-WS-ERROR-FILE
               MOVE CTR-VOID-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-WS-VOID-COUNT = 2000
               DISPLAY "HELLOVOD: CTRVOIDR HAS MORE THAN 2000 ENTRIES "
                       "- TRANSACTION ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CTR-WS-VOID-COUNT.
           MOVE CTR-VOID-RUN-DATE      TO
                   CTR-WS-VT-RUN-DATE(CTR-WS-VOID-COUNT).
           MOVE CTR-VOID-RUN-ID        TO
                   CTR-WS-VT-RUN-ID(CTR-WS-VOID-COUNT).
           MOVE CTR-VOID-LOW-VALUE     TO
                   CTR-WS-VT-LOW(CTR-WS-VOID-COUNT).
           MOVE CTR-VOID-HIGH-VALUE    TO
                   CTR-WS-VT-HIGH(CTR-WS-VOID-COUNT).
           MOVE CTR-VOID-VALUE-COUNT   TO
                   CTR-WS-VT-COUNT(CTR-WS-VOID-COUNT).
           MOVE CTR-VOID-REASON        TO
                   CTR-WS-VT-REASON(CTR-WS-VOID-COUNT).
           MOVE CTR-VOID-REPORTED-BY   TO
                   CTR-WS-VT-REPORTED-BY(CTR-WS-VOID-COUNT).
           MOVE CTR-VOID-SOURCE        TO
                   CTR-WS-VT-SOURCE(CTR-WS-VOID-COUNT).
           MOVE CTR-VOID-GEN-NUMBER    TO
                   CTR-WS-VT-GEN(CTR-WS-VOID-COUNT).
           MOVE CTR-VOID-ENTERED-DATE  TO
                   CTR-WS-VT-ENTERED-DATE(CTR-WS-VOID-COUNT).
           MOVE CTR-VOID-ENTERED-TIME  TO
                   CTR-WS-VT-ENTERED-TIME(CTR-WS-VOID-COUNT).
           MOVE CTR-VOID-OPERATOR      TO
                   CTR-WS-VT-OPERATOR(CTR-WS-VOID-COUNT).
           MOVE CTR-VOID-NOTE          TO
                   CTR-WS-VT-NOTE(CTR-WS-VOID-COUNT).
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PROCESS-ACTION
      *
      *  One screen round trip: rebuild the on-screen void list,
      *  show the screen, and route the keyed action.  Any message
      *  set by the prior iteration is left in CTR-WS-MESSAGE so this
      *  DISPLAY still shows it.  An add or delete is only routed
      *  once the operator has signed on.
      ******************************************************************
       2000-PROCESS-ACTION.
           PERFORM 2900-BUILD-LIST THRU 2900-EXIT.
           DISPLAY CTR-VOID-SCREEN.
           ACCEPT CTR-VOID-SCREEN.
           MOVE SPACES TO CTR-WS-MESSAGE.
           IF CTR-ACTION-ADD OR CTR-ACTION-DELETE
               PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT
               IF NOT CTR-OPERATOR-SIGNED-ON
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CTR-ACTION-EXIT
                   MOVE "Y" TO CTR-WS-EXIT-SWITCH
               WHEN CTR-ACTION-ADD
                   PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
               WHEN CTR-ACTION-DELETE
                   PERFORM 5000-DELETE-ENTRY THRU 5000-EXIT
               WHEN OTHER
                   MOVE "ACTION MUST BE A, D OR X" TO CTR-WS-MESSAGE
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
      *  Formats the six most recently keyed voids for the screen's
      *  list area - for the keyed run ID when one is on the screen,
      *  otherwise across the whole register - with a MORE line when
      *  there are more than the screen holds.
      ******************************************************************
       2900-BUILD-LIST.
           MOVE SPACES TO CTR-WS-LIST-AREA.
           MOVE SPACES TO CTR-WS-LIST-MORE.
           MOVE ZERO   TO CTR-WS-LIST-MATCHES.
           IF CTR-WS-VOID-COUNT = ZERO
               MOVE "(REGISTER IS EMPTY)" TO CTR-WS-LIST-LINE(1)
               GO TO 2900-EXIT
           END-IF.
           PERFORM 2910-FORMAT-ONE-LINE THRU 2910-EXIT
                   VARYING CTR-WS-VOID-SCAN FROM CTR-WS-VOID-COUNT
                   BY -1
                   UNTIL CTR-WS-VOID-SCAN < 1.
           IF CTR-WS-LIST-MATCHES = ZERO
               MOVE "(NO VOIDS FOR THIS RUN ID)" TO CTR-WS-LIST-LINE(1)
           END-IF.
           IF CTR-WS-LIST-MATCHES > 6
               MOVE "(MORE ENTRIES NOT SHOWN)" TO CTR-WS-LIST-MORE
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *  2910-FORMAT-ONE-LINE
      ******************************************************************
       2910-FORMAT-ONE-LINE.
           IF CTR-WS-RUN-ID NOT = SPACES
                   AND CTR-WS-VT-RUN-ID(CTR-WS-VOID-SCAN)
                       NOT = CTR-WS-RUN-ID
               GO TO 2910-EXIT
           END-IF.
           ADD 1 TO CTR-WS-LIST-MATCHES.
           IF CTR-WS-LIST-MATCHES > 6
               GO TO 2910-EXIT
           END-IF.
           MOVE CTR-WS-LIST-MATCHES TO CTR-WS-LIST-SUB.
           MOVE CTR-WS-VT-RUN-ID(CTR-WS-VOID-SCAN)
                   TO CTR-WS-LD-RUN-ID.
           MOVE CTR-WS-VT-RUN-DATE(CTR-WS-VOID-SCAN)
                   TO CTR-WS-LD-RUN-DATE.
           MOVE CTR-WS-VT-LOW(CTR-WS-VOID-SCAN)
                   TO CTR-WS-LD-LOW.
           MOVE CTR-WS-VT-HIGH(CTR-WS-VOID-SCAN)
                   TO CTR-WS-LD-HIGH.
           MOVE CTR-WS-VT-COUNT(CTR-WS-VOID-SCAN)
                   TO CTR-WS-LD-COUNT.
           MOVE CTR-WS-VT-REASON(CTR-WS-VOID-SCAN)
                   TO CTR-WS-LD-REASON.
           MOVE CTR-WS-VT-SOURCE(CTR-WS-VOID-SCAN)
                   TO CTR-WS-LD-SOURCE.
           MOVE CTR-WS-LIST-DETAIL
                   TO CTR-WS-LIST-LINE(CTR-WS-LIST-SUB).
       2910-EXIT.
           EXIT.

      ******************************************************************
      *  3000-ADD-ENTRY
      *
      *  Adds one void after the full edit set.  The value count is
      *  computed from the range and the run's increment, so the
      *  register can never claim more values than the range holds.
      *  A blank REPORTED BY is taken to mean the operator found the
      *  spoilage.
      ******************************************************************
       3000-ADD-ENTRY.
           PERFORM 6000-VALIDATE-ENTRY THRU 6000-EXIT.
           IF NOT CTR-WS-DATA-VALID
               GO TO 3000-EXIT
           END-IF.
           IF CTR-WS-VOID-COUNT = 2000
               MOVE "VOID REGISTER IS FULL (2000 ENTRIES)"
                       TO CTR-WS-MESSAGE
               GO TO 3000-EXIT
           END-IF.
           IF CTR-WS-REPORTED-BY = SPACES
               MOVE CTR-WS-OPERATOR TO CTR-WS-REPORTED-BY
           END-IF.
           ADD 1 TO CTR-WS-VOID-COUNT.
           MOVE CTR-WS-VOID-COUNT TO CTR-WS-MATCH-SUB.
           MOVE SPACES TO CTR-WS-BEFORE-IMAGE.
           PERFORM 6800-STORE-ENTRY THRU 6800-EXIT.
           PERFORM 6900-IMAGE-ENTRY THRU 6900-EXIT.
           MOVE CTR-WS-VOID-IMAGE TO CTR-WS-AFTER-IMAGE.
           MOVE "VOID-ADD" TO CTR-WS-AUDIT-EVENT.
           PERFORM 7000-COMMIT-CHANGE THRU 7000-EXIT.
           MOVE SPACES TO CTR-WS-MESSAGE.
           STRING "VOID ADDED - "     DELIMITED BY SIZE
                   CTR-WS-VOID-VALUES DELIMITED BY SIZE
                   " VALUES"          DELIMITED BY SIZE
                   INTO CTR-WS-MESSAGE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  5000-DELETE-ENTRY
      *
      *  A void keyed in error is deleted by run ID, run date and
      *  low value; the other screen fields are left as keyed and
      *  ignored.
      ******************************************************************
       5000-DELETE-ENTRY.
           EVALUATE TRUE
               WHEN CTR-WS-RUN-ID = SPACES
                   MOVE "RUN ID IS REQUIRED" TO CTR-WS-MESSAGE
                   GO TO 5000-EXIT
               WHEN CTR-WS-RUN-DATE = ZERO
                   MOVE "RUN DATE IS REQUIRED" TO CTR-WS-MESSAGE
                   GO TO 5000-EXIT
           END-EVALUATE.
           MOVE ZERO TO CTR-WS-MATCH-SUB.
           PERFORM 5200-MATCH-ONE-ENTRY THRU 5200-EXIT
                   VARYING CTR-WS-VOID-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-VOID-SCAN > CTR-WS-VOID-COUNT
                       OR CTR-WS-MATCH-SUB NOT = ZERO.
           IF CTR-WS-MATCH-SUB = ZERO
               MOVE "NO VOID STARTS AT THAT VALUE FOR THE RUN"
                       TO CTR-WS-MESSAGE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 6900-IMAGE-ENTRY THRU 6900-EXIT.
           MOVE CTR-WS-VOID-IMAGE TO CTR-WS-BEFORE-IMAGE.
           MOVE CTR-WS-VT-HIGH(CTR-WS-MATCH-SUB) TO CTR-WS-HIGH-VALUE.
           PERFORM 5100-CLOSE-THE-GAP THRU 5100-EXIT
                   VARYING CTR-WS-VOID-SCAN FROM CTR-WS-MATCH-SUB BY 1
                   UNTIL CTR-WS-VOID-SCAN NOT < CTR-WS-VOID-COUNT.
           SUBTRACT 1 FROM CTR-WS-VOID-COUNT.
           MOVE ZERO TO CTR-WS-MATCH-SUB.
           MOVE "VOID-DELETE" TO CTR-WS-AUDIT-EVENT.
           PERFORM 7000-COMMIT-CHANGE THRU 7000-EXIT.
           MOVE "VOID ENTRY DELETED" TO CTR-WS-MESSAGE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-CLOSE-THE-GAP
      ******************************************************************
       5100-CLOSE-THE-GAP.
           MOVE CTR-WS-VOID-ENTRY(CTR-WS-VOID-SCAN + 1)
                   TO CTR-WS-VOID-ENTRY(CTR-WS-VOID-SCAN).
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5200-MATCH-ONE-ENTRY
      ******************************************************************
       5200-MATCH-ONE-ENTRY.
           IF CTR-WS-VT-RUN-ID(CTR-WS-VOID-SCAN) = CTR-WS-RUN-ID
                   AND CTR-WS-VT-RUN-DATE(CTR-WS-VOID-SCAN)
                       = CTR-WS-RUN-DATE
                   AND CTR-WS-VT-LOW(CTR-WS-VOID-SCAN)
                       = CTR-WS-LOW-VALUE
               MOVE CTR-WS-VOID-SCAN TO CTR-WS-MATCH-SUB
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  6000-VALIDATE-ENTRY
      *
      *  The full edit set for an added void.  The keyed fields are
      *  edited first; only then is the issued range looked up, so a
      *  blank run ID never costs a history or archive read.  The
      *  voided values must sit inside the issued range and on its
      *  increment - a value the run could never have produced is
      *  not a void, it is a keying error.
      ******************************************************************
       6000-VALIDATE-ENTRY.
           MOVE "N" TO CTR-WS-VALID-SWITCH.
           EVALUATE TRUE
               WHEN CTR-WS-RUN-ID = SPACES
                   MOVE "RUN ID IS REQUIRED" TO CTR-WS-MESSAGE
                   GO TO 6000-EXIT
               WHEN CTR-WS-RUN-DATE = ZERO
                   MOVE "RUN DATE IS REQUIRED" TO CTR-WS-MESSAGE
                   GO TO 6000-EXIT
               WHEN CTR-WS-LOW-VALUE > CTR-WS-HIGH-VALUE
                   MOVE "LOW VALUE MUST NOT EXCEED HIGH VALUE"
                           TO CTR-WS-MESSAGE
                   GO TO 6000-EXIT
               WHEN NOT CTR-SCR-REASON-VALID
                   MOVE "REASON MUST BE SP, DM, CN, NU, TS OR OT"
                           TO CTR-WS-MESSAGE
                   GO TO 6000-EXIT
           END-EVALUATE.
           PERFORM 6100-FIND-IN-HISTORY THRU 6100-EXIT.
           IF NOT CTR-ISSUED-FOUND
               PERFORM 6200-FIND-IN-ARCHIVE THRU 6200-EXIT
           END-IF.
           IF NOT CTR-ISSUED-FOUND
               MOVE "RUN ID WAS NOT ISSUED ON THAT RUN DATE"
                       TO CTR-WS-MESSAGE
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6400-CHECK-RANGE THRU 6400-EXIT.
           MOVE ZERO TO CTR-WS-OVERLAP-SUB.
           PERFORM 6500-CHECK-OVERLAP THRU 6500-EXIT
                   VARYING CTR-WS-VOID-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-VOID-SCAN > CTR-WS-VOID-COUNT
                       OR CTR-WS-OVERLAP-SUB NOT = ZERO.
           EVALUATE TRUE
               WHEN CTR-WS-ISSUED-COUNT = ZERO
                   MOVE "RUN ISSUED NO VALUES ON THAT DATE"
                           TO CTR-WS-MESSAGE
               WHEN CTR-WS-LOW-VALUE < CTR-WS-ISSUED-LOW
                       OR CTR-WS-HIGH-VALUE > CTR-WS-ISSUED-HIGH
                   MOVE SPACES TO CTR-WS-MESSAGE
                   STRING "NOT ISSUED - RANGE WAS "
                                               DELIMITED BY SIZE
                           CTR-WS-ISSUED-LOW   DELIMITED BY SIZE
                           "-"                 DELIMITED BY SIZE
                           CTR-WS-ISSUED-HIGH  DELIMITED BY SIZE
                           INTO CTR-WS-MESSAGE
               WHEN CTR-WS-LOW-REM NOT = ZERO
                       OR CTR-WS-HIGH-REM NOT = ZERO
                   MOVE SPACES TO CTR-WS-MESSAGE
                   STRING "VALUES NOT ON RUN INCREMENT OF "
                                                   DELIMITED BY SIZE
                           CTR-WS-ISSUED-INCREMENT DELIMITED BY SIZE
                           INTO CTR-WS-MESSAGE
               WHEN CTR-WS-OVERLAP-SUB NOT = ZERO
                   MOVE SPACES TO CTR-WS-MESSAGE
                   STRING "ALREADY VOIDED "    DELIMITED BY SIZE
                           CTR-WS-VT-LOW(CTR-WS-OVERLAP-SUB)
                                               DELIMITED BY SIZE
                           "-"                 DELIMITED BY SIZE
                           CTR-WS-VT-HIGH(CTR-WS-OVERLAP-SUB)
                                               DELIMITED BY SIZE
                           INTO CTR-WS-MESSAGE
               WHEN OTHER
                   MOVE "Y" TO CTR-WS-VALID-SWITCH
           END-EVALUATE.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  6100-FIND-IN-HISTORY
      *
      *  Reads the run's posting straight off CTRHIST by its run
      *  date/run ID key.  The posting carries the count and the
      *  lowest and highest value issued; the increment is derived
      *  from them.  A history that does not exist yet, or has no
      *  posting for the run, sends the lookup on to the archive.
      ******************************************************************
       6100-FIND-IN-HISTORY.
           MOVE "N" TO CTR-WS-ISSUED-SWITCH.
           OPEN INPUT CTR-HIST-FILE.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-STATUS = "05"
               CLOSE CTR-HIST-FILE
               GO TO 6100-EXIT
           END-IF.
           MOVE CTR-WS-RUN-DATE TO CTR-HIST-RUN-DATE.
           MOVE CTR-WS-RUN-ID   TO CTR-HIST-RUN-ID.
           READ CTR-HIST-FILE
               KEY IS CTR-HIST-KEY
               INVALID KEY
                   CLOSE CTR-HIST-FILE
                   GO TO 6100-EXIT
           END-READ.
           IF CTR-HIST-STATUS NOT = "00"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           CLOSE CTR-HIST-FILE.
           MOVE ZERO                  TO CTR-WS-ISSUED-INCREMENT.
           MOVE "Y"                   TO CTR-WS-ISSUED-SWITCH.
           MOVE "H"                   TO CTR-WS-ISSUED-SOURCE.
           MOVE ZERO                  TO CTR-WS-ISSUED-GEN.
           MOVE CTR-HIST-LOW-VALUE    TO CTR-WS-ISSUED-LOW.
           MOVE CTR-HIST-HIGH-VALUE   TO CTR-WS-ISSUED-HIGH.
           MOVE CTR-HIST-RECORD-COUNT TO CTR-WS-ISSUED-COUNT.
           IF CTR-WS-ISSUED-COUNT > 1
               COMPUTE CTR-WS-ISSUED-INCREMENT =
                       (CTR-WS-ISSUED-HIGH - CTR-WS-ISSUED-LOW)
                       / (CTR-WS-ISSUED-COUNT - 1)
           END-IF.
           IF CTR-WS-ISSUED-INCREMENT = ZERO
               MOVE 1 TO CTR-WS-ISSUED-INCREMENT
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  6200-FIND-IN-ARCHIVE
      *
      *  Falls back to the archived CTROUT generations.  The index is
      *  appended in generation order, so the last active hit for
      *  the run date is the newest generation for it, the one
      *  HELLORSD would re-send.  The run ID's header gives its
      *  increment and its trailer the count and the lowest and
      *  highest value written.
      ******************************************************************
       6200-FIND-IN-ARCHIVE.
           MOVE ZERO   TO CTR-WS-PICK-GEN.
           MOVE SPACES TO CTR-WS-PICK-NAME.
           MOVE "N"    TO CTR-WS-IDX-EOF-SWITCH.
           OPEN INPUT CTR-INDEX-FILE.
           IF CTR-IDX-STATUS NOT = "00" AND CTR-IDX-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRARCIX" TO CTR-WS-ERROR-FILE
               MOVE CTR-IDX-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 6210-READ-INDEX THRU 6210-EXIT
                   UNTIL CTR-IDX-EOF.
           CLOSE CTR-INDEX-FILE.
           IF CTR-WS-PICK-GEN = ZERO
               GO TO 6200-EXIT
           END-IF.
           MOVE CTR-WS-PICK-NAME TO CTR-WS-ARCHIVE-NAME.
           MOVE "N" TO CTR-WS-ARC-HEADER-SWITCH.
           MOVE "N" TO CTR-WS-ARC-EOF-SWITCH.
           OPEN INPUT CTR-ARCHIVE-FILE.
           IF CTR-ARC-STATUS NOT = "00"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "ARCHIVE" TO CTR-WS-ERROR-FILE
               MOVE CTR-ARC-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 6220-READ-ARCHIVE THRU 6220-EXIT
                   UNTIL CTR-ARC-EOF.
           CLOSE CTR-ARCHIVE-FILE.
       6200-EXIT.
           EXIT.

      ******************************************************************
      *  6210-READ-INDEX
      ******************************************************************
       6210-READ-INDEX.
           READ CTR-INDEX-FILE
               AT END
                   MOVE "Y" TO CTR-WS-IDX-EOF-SWITCH
                   GO TO 6210-EXIT
           END-READ.
           IF CTR-IDX-STATUS NOT = "00" AND CTR-IDX-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRARCIX" TO CTR-WS-ERROR-FILE
               MOVE CTR-IDX-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-ARC-RUN-DATE = CTR-WS-RUN-DATE
                   AND CTR-ARC-GEN-ACTIVE
               MOVE CTR-ARC-GEN-NUMBER TO CTR-WS-PICK-GEN
               MOVE CTR-ARC-FILE-NAME  TO CTR-WS-PICK-NAME
           END-IF.
       6210-EXIT.
           EXIT.

      ******************************************************************
      *  6220-READ-ARCHIVE
      *
      *  Only a trailer that follows the run ID's header is taken,
      *  so a generation missing the header proves nothing.
      ******************************************************************
       6220-READ-ARCHIVE.
           READ CTR-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO CTR-WS-ARC-EOF-SWITCH
                   GO TO 6220-EXIT
           END-READ.
           IF CTR-ARC-STATUS NOT = "00" AND CTR-ARC-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "ARCHIVE" TO CTR-WS-ERROR-FILE
               MOVE CTR-ARC-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-REC-RUN-ID NOT = CTR-WS-RUN-ID
               GO TO 6220-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CTR-REC-IS-HEADER
                   MOVE "Y" TO CTR-WS-ARC-HEADER-SWITCH
                   MOVE CTR-HDR-INCREMENT TO CTR-WS-ISSUED-INCREMENT
                   IF CTR-WS-ISSUED-INCREMENT = ZERO
                       MOVE 1 TO CTR-WS-ISSUED-INCREMENT
                   END-IF
               WHEN CTR-REC-IS-TRAILER AND CTR-ARC-HEADER-FOUND
                   MOVE "Y"                  TO CTR-WS-ISSUED-SWITCH
                   MOVE "A"                  TO CTR-WS-ISSUED-SOURCE
                   MOVE CTR-WS-PICK-GEN      TO CTR-WS-ISSUED-GEN
                   MOVE CTR-TRL-LOW-VALUE    TO CTR-WS-ISSUED-LOW
                   MOVE CTR-TRL-HIGH-VALUE   TO CTR-WS-ISSUED-HIGH
                   MOVE CTR-TRL-RECORD-COUNT TO CTR-WS-ISSUED-COUNT
                   MOVE "Y" TO CTR-WS-ARC-EOF-SWITCH
           END-EVALUATE.
       6220-EXIT.
           EXIT.

      ******************************************************************
      *  6400-CHECK-RANGE
      *
      *  Works out how far each end of the keyed range sits off the
      *  run's increment, and how many of the run's values the range
      *  covers.  Only meaningful once the range is known to lie
      *  inside the issued range; 6000 edits that first.
      ******************************************************************
       6400-CHECK-RANGE.
           MOVE ZERO TO CTR-WS-LOW-REM.
           MOVE ZERO TO CTR-WS-HIGH-REM.
           MOVE ZERO TO CTR-WS-VOID-VALUES.
           IF CTR-WS-LOW-VALUE < CTR-WS-ISSUED-LOW
                   OR CTR-WS-HIGH-VALUE > CTR-WS-ISSUED-HIGH
               GO TO 6400-EXIT
           END-IF.
           SUBTRACT CTR-WS-ISSUED-LOW FROM CTR-WS-LOW-VALUE
                   GIVING CTR-WS-STEP-QUOT.
           DIVIDE CTR-WS-STEP-QUOT BY CTR-WS-ISSUED-INCREMENT
                   GIVING CTR-WS-STEP-QUOT
                   REMAINDER CTR-WS-LOW-REM.
           SUBTRACT CTR-WS-ISSUED-LOW FROM CTR-WS-HIGH-VALUE
                   GIVING CTR-WS-STEP-QUOT.
           DIVIDE CTR-WS-STEP-QUOT BY CTR-WS-ISSUED-INCREMENT
                   GIVING CTR-WS-STEP-QUOT
                   REMAINDER CTR-WS-HIGH-REM.
           SUBTRACT CTR-WS-LOW-VALUE FROM CTR-WS-HIGH-VALUE
                   GIVING CTR-WS-STEP-QUOT.
           DIVIDE CTR-WS-STEP-QUOT BY CTR-WS-ISSUED-INCREMENT
                   GIVING CTR-WS-VOID-VALUES
                   REMAINDER CTR-WS-STEP-REM.
           ADD 1 TO CTR-WS-VOID-VALUES.
       6400-EXIT.
           EXIT.

      ******************************************************************
      *  6500-CHECK-OVERLAP
      ******************************************************************
       6500-CHECK-OVERLAP.
           IF CTR-WS-VT-RUN-ID(CTR-WS-VOID-SCAN) = CTR-WS-RUN-ID
                   AND CTR-WS-VT-RUN-DATE(CTR-WS-VOID-SCAN)
                       = CTR-WS-RUN-DATE
                   AND CTR-WS-VT-LOW(CTR-WS-VOID-SCAN)
                       NOT > CTR-WS-HIGH-VALUE
                   AND CTR-WS-VT-HIGH(CTR-WS-VOID-SCAN)
                       NOT < CTR-WS-LOW-VALUE
               MOVE CTR-WS-VOID-SCAN TO CTR-WS-OVERLAP-SUB
           END-IF.
       6500-EXIT.
           EXIT.

      ******************************************************************
      *  6800-STORE-ENTRY
      *
      *  Moves the keyed void, its computed count, where it was
      *  proved and who keyed it when into table slot
      *  CTR-WS-MATCH-SUB.
      ******************************************************************
       6800-STORE-ENTRY.
           ACCEPT CTR-WS-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-ALERT-TIME FROM TIME.
           MOVE CTR-WS-RUN-DATE      TO
                   CTR-WS-VT-RUN-DATE(CTR-WS-MATCH-SUB).
           MOVE CTR-WS-RUN-ID        TO
                   CTR-WS-VT-RUN-ID(CTR-WS-MATCH-SUB).
           MOVE CTR-WS-LOW-VALUE     TO
                   CTR-WS-VT-LOW(CTR-WS-MATCH-SUB).
           MOVE CTR-WS-HIGH-VALUE    TO
                   CTR-WS-VT-HIGH(CTR-WS-MATCH-SUB).
           MOVE CTR-WS-VOID-VALUES   TO
                   CTR-WS-VT-COUNT(CTR-WS-MATCH-SUB).
           MOVE CTR-WS-REASON        TO
                   CTR-WS-VT-REASON(CTR-WS-MATCH-SUB).
           MOVE CTR-WS-REPORTED-BY   TO
                   CTR-WS-VT-REPORTED-BY(CTR-WS-MATCH-SUB).
           MOVE CTR-WS-ISSUED-SOURCE TO
                   CTR-WS-VT-SOURCE(CTR-WS-MATCH-SUB).
           MOVE CTR-WS-ISSUED-GEN    TO
                   CTR-WS-VT-GEN(CTR-WS-MATCH-SUB).
           MOVE CTR-WS-ALERT-DATE    TO
                   CTR-WS-VT-ENTERED-DATE(CTR-WS-MATCH-SUB).
           MOVE CTR-WS-ALERT-HHMMSS  TO
                   CTR-WS-VT-ENTERED-TIME(CTR-WS-MATCH-SUB).
           MOVE CTR-WS-OPERATOR      TO
                   CTR-WS-VT-OPERATOR(CTR-WS-MATCH-SUB).
           MOVE CTR-WS-NOTE          TO
                   CTR-WS-VT-NOTE(CTR-WS-MATCH-SUB).
       6800-EXIT.
           EXIT.

      ******************************************************************
      *  6900-IMAGE-ENTRY
      *
      *  Builds the audit image of table slot CTR-WS-MATCH-SUB.
      ******************************************************************
       6900-IMAGE-ENTRY.
           MOVE CTR-WS-VT-RUN-ID(CTR-WS-MATCH-SUB)
                   TO CTR-WS-VI-RUN-ID.
           MOVE CTR-WS-VT-RUN-DATE(CTR-WS-MATCH-SUB)
                   TO CTR-WS-VI-RUN-DATE.
           MOVE CTR-WS-VT-LOW(CTR-WS-MATCH-SUB)
                   TO CTR-WS-VI-LOW.
           MOVE CTR-WS-VT-HIGH(CTR-WS-MATCH-SUB)
                   TO CTR-WS-VI-HIGH.
           MOVE CTR-WS-VT-COUNT(CTR-WS-MATCH-SUB)
                   TO CTR-WS-VI-COUNT.
           MOVE CTR-WS-VT-REASON(CTR-WS-MATCH-SUB)
                   TO CTR-WS-VI-REASON.
           MOVE CTR-WS-VT-SOURCE(CTR-WS-MATCH-SUB)
                   TO CTR-WS-VI-SOURCE.
           MOVE CTR-WS-VT-GEN(CTR-WS-MATCH-SUB)
                   TO CTR-WS-VI-GEN.
       6900-EXIT.
           EXIT.

      ******************************************************************
      *  7000-COMMIT-CHANGE
      *
      *  Rewrites the whole CTRVOIDR file from the table, then appends
      *  the audit record and the alert.  The rewrite happens first:
      *  an audit of a change that failed to reach disk would be
      *  worse than no audit at all.
      ******************************************************************
       7000-COMMIT-CHANGE.
           OPEN OUTPUT CTR-VOID-FILE.
           IF CTR-VOID-STATUS NOT = "00" AND CTR-VOID-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRVOIDR" TO CTR-WS-ERROR-FILE
               MOVE CTR-VOID-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 7100-WRITE-ONE-ENTRY THRU 7100-EXIT
                   VARYING CTR-WS-VOID-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-VOID-SCAN > CTR-WS-VOID-COUNT.
           CLOSE CTR-VOID-FILE.
           PERFORM 9600-WRITE-AUDIT THRU 9600-EXIT.
           MOVE "CTR0030" TO CTR-WS-ALERT-MSG-ID.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING CTR-WS-AUDIT-EVENT  DELIMITED BY SPACE
                   " RUN ID "         DELIMITED BY SIZE
                   CTR-WS-RUN-ID      DELIMITED BY SIZE
                   " DATE "           DELIMITED BY SIZE
                   CTR-WS-RUN-DATE    DELIMITED BY SIZE
                   " BY "             DELIMITED BY SIZE
                   CTR-WS-OPERATOR    DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  7100-WRITE-ONE-ENTRY
      ******************************************************************
       7100-WRITE-ONE-ENTRY.
           MOVE SPACES TO CTR-VOID-RECORD.
           MOVE CTR-WS-VT-RUN-DATE(CTR-WS-VOID-SCAN)
                   TO CTR-VOID-RUN-DATE.
           MOVE CTR-WS-VT-RUN-ID(CTR-WS-VOID-SCAN)
                   TO CTR-VOID-RUN-ID.
           MOVE CTR-WS-VT-LOW(CTR-WS-VOID-SCAN)
                   TO CTR-VOID-LOW-VALUE.
           MOVE CTR-WS-VT-HIGH(CTR-WS-VOID-SCAN)
                   TO CTR-VOID-HIGH-VALUE.
           MOVE CTR-WS-VT-COUNT(CTR-WS-VOID-SCAN)
                   TO CTR-VOID-VALUE-COUNT.
           MOVE CTR-WS-VT-REASON(CTR-WS-VOID-SCAN)
                   TO CTR-VOID-REASON.
           MOVE CTR-WS-VT-REPORTED-BY(CTR-WS-VOID-SCAN)
                   TO CTR-VOID-REPORTED-BY.
           MOVE CTR-WS-VT-SOURCE(CTR-WS-VOID-SCAN)
                   TO CTR-VOID-SOURCE.
           MOVE CTR-WS-VT-GEN(CTR-WS-VOID-SCAN)
                   TO CTR-VOID-GEN-NUMBER.
           MOVE CTR-WS-VT-ENTERED-DATE(CTR-WS-VOID-SCAN)
                   TO CTR-VOID-ENTERED-DATE.
           MOVE CTR-WS-VT-ENTERED-TIME(CTR-WS-VOID-SCAN)
                   TO CTR-VOID-ENTERED-TIME.
           MOVE CTR-WS-VT-OPERATOR(CTR-WS-VOID-SCAN)
                   TO CTR-VOID-OPERATOR.
           MOVE CTR-WS-VT-NOTE(CTR-WS-VOID-SCAN)
                   TO CTR-VOID-NOTE.
           WRITE CTR-VOID-RECORD.
           IF CTR-VOID-STATUS NOT = "00"
               MOVE "WRITE"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRVOIDR" TO CTR-WS-ERROR-FILE
               MOVE CTR-VOID-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       7100-EXIT.
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
               DISPLAY "HELLOVOD: CTRSECM IS MISSING OR EMPTY - ALL "
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
               DISPLAY "HELLOVOD: CTRSECM HAS MORE THAN 200 USERS - "
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
           MOVE "HELLOVOD"           TO CTR-AUDIT-PROGRAM.
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
               DISPLAY "HELLOVOD: THREE SIGN-ONS REFUSED - "
                       "TRANSACTION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       9370-EXIT.
           EXIT.

      ******************************************************************
      *  9600-WRITE-AUDIT
      *
      *  Appends the before/after image of the register change, the
      *  operator who keyed it and a fresh timestamp to the
      *  cumulative CTRAUDIT trail.  EXTEND creates the trail on the
      *  first ever change; a write failure abends through the common
      *  error paragraph - an unaudited void is exactly
      *  what the trail exists to prevent.
      ******************************************************************
       9600-WRITE-AUDIT.
           ACCEPT CTR-WS-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-ALERT-TIME FROM TIME.
           MOVE SPACES TO CTR-WS-AUDIT-DETAIL.
           STRING "RUN ID "           DELIMITED BY SIZE
                   CTR-WS-RUN-ID      DELIMITED BY SIZE
                   " VOID "           DELIMITED BY SIZE
                   CTR-WS-LOW-VALUE   DELIMITED BY SIZE
                   " TO "             DELIMITED BY SIZE
                   CTR-WS-HIGH-VALUE  DELIMITED BY SIZE
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
           MOVE "HELLOVOD"           TO CTR-AUDIT-PROGRAM.
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
               DISPLAY "HELLOVOD: CTRMSGC CANNOT BE OPENED - STATUS "
                       CTR-MSG-STATUS " - ALERT TEXTS DEFAULTED"
               GO TO 9700-EXIT
           END-IF.
           PERFORM 9710-READ-CATALOG THRU 9710-EXIT
                   UNTIL CTR-MSG-EOF.
           CLOSE CTR-MSG-FILE.
           IF CTR-WS-MSG-COUNT = ZERO
               DISPLAY "HELLOVOD: CTRMSGC IS EMPTY - ALERT TEXTS "
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
               DISPLAY "HELLOVOD: CTRMSGC READ FAILED - STATUS "
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
           MOVE "HELLOVOD"           TO CTR-ALERT-PROGRAM.
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
               DISPLAY "HELLOVOD: CTRALERT CANNOT BE OPENED - STATUS "
                       CTR-ALERT-STATUS " - ALERT LOST"
               GO TO 9800-EXIT
           END-IF.
           WRITE CTR-ALERT-RECORD.
           IF CTR-ALERT-STATUS NOT = "00"
               DISPLAY "HELLOVOD: CTRALERT WRITE FAILED - STATUS "
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
      *  letting a bad write pass as a false "VOID ADDED" message.
      ******************************************************************
       9900-FILE-ERROR.
           DISPLAY "HELLOVOD: I/O ERROR ON " CTR-WS-ERROR-FILE
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
