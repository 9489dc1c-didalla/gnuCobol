      ******************************************************************
      *  HELLOSWP is the nightly cross-file control sweep.  Each step
      *  of the HELLO stream checks its own totals; this one ties the
      *  files together for the run date and lists every place they
      *  disagree:
      *
      *    CTROUT    each sequence's trailer against the details
      *              actually on the file;
      *    HISTORY   each trailer against its CTRHIST posting, and
      *              every posting for the run date against CTROUT;
      *    AUDIT     the RECONCILE counts HELLO audited to CTRAUDIT
      *              for the run date against the trailers, and the
      *              run's RUN-START/RUN-END lifecycle against the
      *              history postings;
      *    ARCHIVE   the generation HELLOARC catalogued last on
      *              CTRARCIX: its catalog count against the records
      *              on the file and the totals its trailers foot to,
      *              and each archived trailer against CTRHIST;
      *    EXTRACT   each consumer's trigger count and its ORIGINAL
      *              CTRSHPL shipment against the trailer counts of
      *              that consumer's run IDs on CTRCONSM.
      *
      *  Every discrepancy prints as one line of the CTRSWRP break
      *  report and raises a CTRALERT.
      *
      *  The run date is CTRSWPDT when given, otherwise the run date
      *  on CTROUT's first header.
      *
      *  Return codes: 0 every file cross-foots; 8 one or more
      *  breaks; 20 I/O error.
      *
      *  Maintenance history:
      *    2026-10-15  Original program.
      *    2026-10-15  A run ID mapped to two consumers is footed to
      *                the last mapping on CTRCONSM, the one HELLOEXT
      *                ships it to.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELLOSWP.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT CTR-INPUT-FILE ASSIGN TO "CTROUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-IN-STATUS.

           SELECT OPTIONAL CTR-HIST-FILE ASSIGN TO "CTRHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-HIST-KEY
                   ALTERNATE RECORD KEY IS CTR-HIST-RUN-ID
                       WITH DUPLICATES
                   FILE STATUS IS CTR-HIST-STATUS.

           SELECT OPTIONAL CTR-AUDIT-FILE ASSIGN TO "CTRAUDIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-AUDIT-STATUS.

           SELECT OPTIONAL CTR-INDEX-FILE ASSIGN TO "CTRARCIX"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-IDX-STATUS.

           SELECT CTR-ARCHIVE-FILE ASSIGN TO DYNAMIC
                                             CTR-WS-ARCHIVE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-ARC-STATUS.

           SELECT CTR-CONSUMER-FILE ASSIGN TO "CTRCONSM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-CON-STATUS.

           SELECT CTR-TRIGGER-FILE ASSIGN TO DYNAMIC CTR-WS-TRIG-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-TRG-STATUS.

           SELECT OPTIONAL CTR-SHIP-FILE ASSIGN TO "CTRSHPL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SHP-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRSWRP"
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
       FD  CTR-INPUT-FILE.
       COPY CTRREC.

       FD  CTR-HIST-FILE.
       COPY CTRHIST.

       FD  CTR-AUDIT-FILE.
       COPY CTRAUDT.

       FD  CTR-INDEX-FILE.
       COPY CTRARCX.

       FD  CTR-ARCHIVE-FILE.
       01  CTR-ARCHIVE-RECORD          PIC X(45).

       FD  CTR-CONSUMER-FILE.
       COPY CTRCONS.

       FD  CTR-TRIGGER-FILE.
       01  CTR-TRIGGER-LINE            PIC X(40).

       FD  CTR-SHIP-FILE.
       COPY CTRSHPL.

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE             PIC X(80).

       FD  CTR-MSG-FILE.
       COPY CTRMSG.

       FD  CTR-ALERT-FILE.
       COPY CTRALRT.

       WORKING-STORAGE             SECTION.
       01  CTR-IN-STATUS               PIC X(02).
       01  CTR-HIST-STATUS             PIC X(02).
       01  CTR-AUDIT-STATUS            PIC X(02).
       01  CTR-IDX-STATUS              PIC X(02).
       01  CTR-ARC-STATUS              PIC X(02).
       01  CTR-CON-STATUS              PIC X(02).
       01  CTR-TRG-STATUS              PIC X(02).
       01  CTR-SHP-STATUS              PIC X(02).
       01  CTR-RPT-STATUS              PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
       01  CTR-WS-ERROR-FILE           PIC X(10).
       01  CTR-WS-ERROR-STATUS         PIC X(02).
       01  CTR-WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  CTR-EOF                     VALUE "Y".
       01  CTR-WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
           88  CTR-HIST-EOF                VALUE "Y".
       01  CTR-WS-HIST-ABSENT-SWITCH   PIC X(01) VALUE "N".
           88  CTR-HIST-ABSENT             VALUE "Y".
       01  CTR-WS-AUD-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-AUD-EOF                 VALUE "Y".
       01  CTR-WS-IDX-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-IDX-EOF                 VALUE "Y".
       01  CTR-WS-ARC-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-ARC-EOF                 VALUE "Y".
       01  CTR-WS-CON-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-CON-EOF                 VALUE "Y".
       01  CTR-WS-SHP-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-SHP-EOF                 VALUE "Y".
       01  CTR-WS-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  CTR-FOUND                   VALUE "Y".
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
       01  CTR-WS-KNOB-TEXT            PIC X(08) VALUE SPACES.
       01  CTR-WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  CTR-WS-RUN-DATE-X REDEFINES CTR-WS-RUN-DATE
                                       PIC X(08).
      *
      *  One entry per sequence group on CTROUT for the run date,
      *  with what each of the other files says about it.
      *
       01  CTR-WS-GROUP-COUNT          PIC 9(03) VALUE ZERO.
       01  CTR-WS-GROUP-SUB            PIC 9(03) VALUE ZERO.
       01  CTR-WS-GROUP-SCAN           PIC 9(03) VALUE ZERO.
       01  CTR-WS-GROUP-SWITCH         PIC X(01) VALUE "N".
           88  CTR-GROUP-OPEN              VALUE "Y".
       01  CTR-WS-SKIP-SWITCH          PIC X(01) VALUE "N".
           88  CTR-SKIPPING-GROUP          VALUE "Y".
       01  CTR-WS-FIND-RUN-ID          PIC X(08) VALUE SPACES.
       01  CTR-WS-GROUP-TABLE.
           05  CTR-WS-GROUP-ENTRY OCCURS 50 TIMES.
               10  CTR-WS-GRP-RUN-ID       PIC X(08).
               10  CTR-WS-GRP-DTL-COUNT    PIC 9(09).
               10  CTR-WS-GRP-TRL-FLAG     PIC X(01).
                   88  CTR-GRP-HAS-TRAILER     VALUE "Y".
               10  CTR-WS-GRP-COUNT        PIC 9(09).
               10  CTR-WS-GRP-LOW          PIC 9(09).
               10  CTR-WS-GRP-HIGH         PIC 9(09).
               10  CTR-WS-GRP-AUD-FLAG     PIC X(01).
                   88  CTR-GRP-AUDITED         VALUE "Y".
               10  CTR-WS-GRP-AUD-COUNT    PIC 9(09).
      *
      *  History and lifecycle figures for the run date.
      *
       01  CTR-WS-POSTING-COUNT        PIC 9(05) VALUE ZERO.
       01  CTR-WS-START-COUNT          PIC 9(05) VALUE ZERO.
       01  CTR-WS-END-COUNT            PIC 9(05) VALUE ZERO.
       01  CTR-WS-IN-RUN-SWITCH        PIC X(01) VALUE "N".
           88  CTR-IN-RUN-DATE             VALUE "Y".
       01  CTR-WS-LAST-END-SWITCH      PIC X(01) VALUE "N".
           88  CTR-LAST-RUN-ENDED          VALUE "Y".
       01  CTR-WS-BLOCK-START          PIC X(09) VALUE SPACES.
      *
      *  RUN-START after-image: the run date and the range start of
      *  the first (or only) sequence HELLO loaded.
      *
       01  CTR-WS-START-IMAGE.
           05  CTR-WS-SI-RUN-DATE          PIC X(08).
           05  CTR-WS-SI-START             PIC X(09).
           05  FILLER                      PIC X(34).
      *
      *  RECONCILE event detail, balanced and out-of-balance forms.
      *
       01  CTR-WS-RECON-DETAIL         PIC X(60) VALUE SPACES.
       01  CTR-WS-RECON-OK REDEFINES CTR-WS-RECON-DETAIL.
           05  FILLER                      PIC X(07).
           05  CTR-WS-RO-RUN-ID            PIC X(08).
           05  CTR-WS-RO-TAG               PIC X(09).
           05  CTR-WS-RO-WRITTEN           PIC X(09).
           05  FILLER                      PIC X(27).
       01  CTR-WS-RECON-BAD REDEFINES CTR-WS-RECON-DETAIL.
           05  FILLER                      PIC X(07).
           05  CTR-WS-RB-RUN-ID            PIC X(08).
           05  CTR-WS-RB-TAG               PIC X(05).
           05  CTR-WS-RB-EXPECTED          PIC X(09).
           05  FILLER                      PIC X(05).
           05  CTR-WS-RB-WRITTEN           PIC X(09).
           05  FILLER                      PIC X(17).
       01  CTR-WS-AUD-RUN-ID           PIC X(08) VALUE SPACES.
       01  CTR-WS-AUD-WRITTEN          PIC 9(09) VALUE ZERO.
      *
      *  Audited RECONCILE counts for the run date, one entry per run
      *  ID per HELLO run range.  A later RECONCILE for the same run
      *  ID under the same RUN-START range is a rerun or restart of
      *  that range and replaces the earlier count; different ranges
      *  (the partitions of a split run) add together.
      *
       01  CTR-WS-AUD-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-AUD-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-AUD-SCAN             PIC 9(03) VALUE ZERO.
       01  CTR-WS-AUD-OVERFLOW         PIC 9(05) VALUE ZERO.
       01  CTR-WS-AUD-TABLE.
           05  CTR-WS-AUD-ENTRY OCCURS 200 TIMES.
               10  CTR-WS-AUD-TBL-RUN-ID   PIC X(08).
               10  CTR-WS-AUD-TBL-START    PIC X(09).
               10  CTR-WS-AUD-TBL-WRITTEN  PIC 9(09).
               10  CTR-WS-AUD-TBL-FIRST    PIC X(01).
                   88  CTR-AUD-FIRST-FOR-RUN   VALUE "Y".
      *
      *  The archive generation checked: the last active one on the
      *  catalog, which is the one HELLOARC rolled off most recently.
      *
       01  CTR-WS-ARCHIVE-NAME         PIC X(20) VALUE SPACES.
       01  CTR-WS-ARC-GEN              PIC 9(05) VALUE ZERO.
       01  CTR-WS-ARC-RUN-DATE         PIC 9(08) VALUE ZERO.
       01  CTR-WS-ARC-CATALOG-COUNT    PIC 9(09) VALUE ZERO.
       01  CTR-WS-ARC-READ-COUNT       PIC 9(09) VALUE ZERO.
       01  CTR-WS-ARC-FOOT-COUNT       PIC 9(09) VALUE ZERO.
       01  CTR-WS-ARC-RUN-ID           PIC X(08) VALUE SPACES.
       01  CTR-WS-ARC-KEY              PIC X(08) VALUE SPACES.
       01  CTR-WS-ARC-HEADER-SWITCH    PIC X(01) VALUE "N".
           88  CTR-ARC-HEADER-FOUND        VALUE "Y".
       01  CTR-WS-ARC-CHECKED-SWITCH   PIC X(01) VALUE "N".
           88  CTR-ARC-CHECKED             VALUE "Y".
      *
      *  Consumers from CTRCONSM and the run IDs mapped to them, as
      *  HELLOEXT distributes them.
      *
       01  CTR-WS-CON-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-CON-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-CON-SCAN             PIC 9(03) VALUE ZERO.
       01  CTR-WS-CON-CHECKED          PIC 9(03) VALUE ZERO.
       01  CTR-WS-CON-TABLE.
           05  CTR-WS-CON-ENTRY OCCURS 20 TIMES.
               10  CTR-WS-CON-TBL-ID       PIC X(08).
               10  CTR-WS-CON-TBL-TRIG     PIC X(20).
               10  CTR-WS-CON-TBL-DELIM    PIC X(01).
               10  CTR-WS-CON-TBL-WANTS    PIC X(01).
               10  CTR-WS-CON-TBL-USED     PIC X(01).
                   88  CTR-CON-HAS-DATA        VALUE "Y".
               10  CTR-WS-CON-TBL-EXPECTED PIC 9(09).
               10  CTR-WS-CON-TBL-SHIPPED  PIC X(01).
                   88  CTR-CON-SHIPMENT-LOGGED VALUE "Y".
               10  CTR-WS-CON-TBL-SHP-COUNT PIC 9(09).
       01  CTR-WS-MAP-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-MAP-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-MAP-TABLE.
           05  CTR-WS-MAP-ENTRY OCCURS 50 TIMES.
               10  CTR-WS-MAP-RUN-ID       PIC X(08).
               10  CTR-WS-MAP-CON-SUB      PIC 9(03).
      *
      *  Trigger work fields.
      *
       01  CTR-WS-TRIG-NAME            PIC X(20) VALUE SPACES.
       01  CTR-WS-DELIM-CHAR           PIC X(01) VALUE "|".
       01  CTR-WS-TRG-DATE-TEXT        PIC X(08) VALUE SPACES.
       01  CTR-WS-TRG-COUNT-TEXT       PIC X(09) VALUE SPACES.
       01  CTR-WS-TRG-TYPE             PIC X(08) VALUE SPACES.
       01  CTR-WS-TRG-COUNT            PIC 9(09) VALUE ZERO.
      *
      *  The break being reported.
      *
       01  CTR-WS-BRK-CHECK            PIC X(08) VALUE SPACES.
       01  CTR-WS-BRK-KEY              PIC X(08) VALUE SPACES.
       01  CTR-WS-BRK-TEXT             PIC X(62) VALUE SPACES.
       01  CTR-WS-BREAK-COUNT          PIC 9(05) VALUE ZERO.
       01  CTR-WS-COUNT-EDIT           PIC ZZZZ9.
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

       01  CTR-WS-ARC-INPUT-RECORD.
           05  CTR-WS-AIN-REC-TYPE         PIC X(01).
               88  CTR-AIN-IS-HEADER           VALUE "1".
               88  CTR-AIN-IS-TRAILER          VALUE "9".
           05  CTR-WS-AIN-RUN-ID           PIC X(08).
           05  CTR-WS-AIN-DATA             PIC X(36).
           05  CTR-WS-AIN-TRAILER REDEFINES CTR-WS-AIN-DATA.
               10  CTR-WS-AIN-RECORD-COUNT    PIC 9(09).
               10  CTR-WS-AIN-LOW-VALUE       PIC 9(09).
               10  CTR-WS-AIN-HIGH-VALUE      PIC 9(09).
               10  FILLER                     PIC X(09).

       01  CTR-HEADING-LINE-2.
           05  FILLER                  PIC X(09) VALUE "CHECK".
           05  FILLER                  PIC X(09) VALUE "KEY".
           05  FILLER                  PIC X(62) VALUE "DISCREPANCY".

       01  CTR-DETAIL-LINE.
           05  CTR-DTL-CHECK           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-KEY             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-DTL-TEXT            PIC X(62).

       01  CTR-SUMMARY-LINE.
           05  CTR-SUM-LABEL           PIC X(33).
           05  CTR-SUM-VALUE           PIC X(47).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
           PERFORM 2000-CHECK-OUTPUT THRU 2000-EXIT.
           PERFORM 3000-CHECK-HISTORY THRU 3000-EXIT.
           PERFORM 4000-CHECK-AUDIT THRU 4000-EXIT.
           PERFORM 5000-CHECK-ARCHIVE THRU 5000-EXIT.
           CLOSE CTR-HIST-FILE.
           PERFORM 6000-CHECK-EXTRACT THRU 6000-EXIT.
           PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT.
           CLOSE CTR-REPORT-FILE.
           DISPLAY "HELLOSWP: RUN DATE " CTR-WS-RUN-DATE " - "
                   CTR-WS-GROUP-COUNT " SEQUENCE(S) CROSS-FOOTED, "
                   CTR-WS-BREAK-COUNT " BREAK(S)".
           IF CTR-WS-BREAK-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE
      *
      *  Resolves the run date: CTRSWPDT when it is eight digits,
      *  otherwise the run date on CTROUT's first header, otherwise
      *  today (and CTROUT will then show as carrying nothing for
      *  it).
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT CTR-WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-SYS-TIME FROM TIME.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           MOVE SPACES TO CTR-WS-KNOB-TEXT.
           ACCEPT CTR-WS-KNOB-TEXT FROM ENVIRONMENT "CTRSWPDT".
           IF CTR-WS-KNOB-TEXT IS NUMERIC
               MOVE CTR-WS-KNOB-TEXT TO CTR-WS-RUN-DATE
           ELSE
               PERFORM 1100-FIND-RUN-DATE THRU 1100-EXIT
           END-IF.
           IF CTR-WS-RUN-DATE = ZERO
               MOVE CTR-WS-SYS-DATE TO CTR-WS-RUN-DATE
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-FIND-RUN-DATE
      ******************************************************************
       1100-FIND-RUN-DATE.
           OPEN INPUT CTR-INPUT-FILE.
           IF CTR-IN-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           PERFORM 1110-READ-FOR-DATE THRU 1110-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-INPUT-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1110-READ-FOR-DATE
      ******************************************************************
       1110-READ-FOR-DATE.
           READ CTR-INPUT-FILE
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ.
           IF CTR-IN-STATUS NOT = "00" AND CTR-IN-STATUS NOT = "10"
               MOVE "READ"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTROUT" TO CTR-WS-ERROR-FILE
               MOVE CTR-IN-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-REC-IS-HEADER AND CTR-HDR-RUN-DATE IS NUMERIC
               MOVE CTR-HDR-RUN-DATE TO CTR-WS-RUN-DATE
               MOVE "Y" TO CTR-WS-EOF-SWITCH
           END-IF.
       1110-EXIT.
           EXIT.

      ******************************************************************
      *  2000-CHECK-OUTPUT
      *
      *  Reads CTROUT into the group table: one entry per sequence
      *  for the run date, with its trailer figures and the number of
      *  details actually found under it.  A sequence for any other
      *  run date, a header with no trailer and a trailer with no
      *  header are breaks in their own right.
      ******************************************************************
       2000-CHECK-OUTPUT.
           OPEN INPUT CTR-INPUT-FILE.
           IF CTR-IN-STATUS = "35"
               MOVE "CTROUT"   TO CTR-WS-BRK-CHECK
               MOVE SPACES     TO CTR-WS-BRK-KEY
               MOVE "CTROUT NOT ON DISK - NOTHING TO CROSS-FOOT"
                       TO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF CTR-IN-STATUS NOT = "00"
               MOVE "OPEN"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTROUT" TO CTR-WS-ERROR-FILE
               MOVE CTR-IN-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           PERFORM 2100-READ-OUTPUT THRU 2100-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-INPUT-FILE.
           IF CTR-GROUP-OPEN
               PERFORM 2400-NO-TRAILER THRU 2400-EXIT
           END-IF.
           IF CTR-WS-GROUP-COUNT = ZERO
               MOVE "CTROUT"   TO CTR-WS-BRK-CHECK
               MOVE SPACES     TO CTR-WS-BRK-KEY
               MOVE "NO SEQUENCE ON CTROUT FOR THE RUN DATE"
                       TO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-READ-OUTPUT
      ******************************************************************
       2100-READ-OUTPUT.
           READ CTR-INPUT-FILE
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           IF CTR-IN-STATUS NOT = "00" AND CTR-IN-STATUS NOT = "10"
               MOVE "READ"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTROUT" TO CTR-WS-ERROR-FILE
               MOVE CTR-IN-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CTR-REC-IS-HEADER
                   PERFORM 2200-START-GROUP THRU 2200-EXIT
               WHEN CTR-REC-IS-DETAIL
                   IF CTR-GROUP-OPEN
                       ADD 1 TO CTR-WS-GRP-DTL-COUNT
                               (CTR-WS-GROUP-COUNT)
                   END-IF
               WHEN CTR-REC-IS-TRAILER
                   PERFORM 2300-FINISH-GROUP THRU 2300-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-START-GROUP
      ******************************************************************
       2200-START-GROUP.
           IF CTR-GROUP-OPEN
               PERFORM 2400-NO-TRAILER THRU 2400-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-SKIP-SWITCH.
           IF CTR-HDR-RUN-DATE NOT = CTR-WS-RUN-DATE
               MOVE "Y" TO CTR-WS-SKIP-SWITCH
               MOVE "CTROUT"       TO CTR-WS-BRK-CHECK
               MOVE CTR-REC-RUN-ID TO CTR-WS-BRK-KEY
               MOVE SPACES         TO CTR-WS-BRK-TEXT
               STRING "SEQUENCE ON CTROUT IS FOR RUN DATE "
                                       DELIMITED BY SIZE
                       CTR-HDR-RUN-DATE DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF CTR-WS-GROUP-COUNT = 50
               MOVE "Y" TO CTR-WS-SKIP-SWITCH
               MOVE "CTROUT"       TO CTR-WS-BRK-CHECK
               MOVE CTR-REC-RUN-ID TO CTR-WS-BRK-KEY
               MOVE "MORE THAN 50 SEQUENCES ON CTROUT - NOT CHECKED"
                       TO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO CTR-WS-GROUP-COUNT.
           MOVE CTR-REC-RUN-ID
                   TO CTR-WS-GRP-RUN-ID(CTR-WS-GROUP-COUNT).
           MOVE ZERO TO CTR-WS-GRP-DTL-COUNT(CTR-WS-GROUP-COUNT).
           MOVE "N"  TO CTR-WS-GRP-TRL-FLAG(CTR-WS-GROUP-COUNT).
           MOVE ZERO TO CTR-WS-GRP-COUNT(CTR-WS-GROUP-COUNT).
           MOVE ZERO TO CTR-WS-GRP-LOW(CTR-WS-GROUP-COUNT).
           MOVE ZERO TO CTR-WS-GRP-HIGH(CTR-WS-GROUP-COUNT).
           MOVE "N"  TO CTR-WS-GRP-AUD-FLAG(CTR-WS-GROUP-COUNT).
           MOVE ZERO TO CTR-WS-GRP-AUD-COUNT(CTR-WS-GROUP-COUNT).
           MOVE "Y"  TO CTR-WS-GROUP-SWITCH.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2300-FINISH-GROUP
      ******************************************************************
       2300-FINISH-GROUP.
           IF CTR-SKIPPING-GROUP
               MOVE "N" TO CTR-WS-SKIP-SWITCH
               GO TO 2300-EXIT
           END-IF.
           IF NOT CTR-GROUP-OPEN
               MOVE "CTROUT"       TO CTR-WS-BRK-CHECK
               MOVE CTR-REC-RUN-ID TO CTR-WS-BRK-KEY
               MOVE "TRAILER ON CTROUT WITH NO HEADER"
                       TO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-GROUP-SWITCH.
           MOVE "Y" TO CTR-WS-GRP-TRL-FLAG(CTR-WS-GROUP-COUNT).
           MOVE CTR-TRL-RECORD-COUNT
                   TO CTR-WS-GRP-COUNT(CTR-WS-GROUP-COUNT).
           MOVE CTR-TRL-LOW-VALUE
                   TO CTR-WS-GRP-LOW(CTR-WS-GROUP-COUNT).
           MOVE CTR-TRL-HIGH-VALUE
                   TO CTR-WS-GRP-HIGH(CTR-WS-GROUP-COUNT).
           IF CTR-WS-GRP-DTL-COUNT(CTR-WS-GROUP-COUNT)
                   NOT = CTR-WS-GRP-COUNT(CTR-WS-GROUP-COUNT)
               MOVE "CTROUT"       TO CTR-WS-BRK-CHECK
               MOVE CTR-WS-GRP-RUN-ID(CTR-WS-GROUP-COUNT)
                       TO CTR-WS-BRK-KEY
               MOVE SPACES         TO CTR-WS-BRK-TEXT
               STRING "TRAILER COUNT "  DELIMITED BY SIZE
                       CTR-WS-GRP-COUNT(CTR-WS-GROUP-COUNT)
                                        DELIMITED BY SIZE
                       " DETAILS ON CTROUT "
                                        DELIMITED BY SIZE
                       CTR-WS-GRP-DTL-COUNT(CTR-WS-GROUP-COUNT)
                                        DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  2400-NO-TRAILER
      *
      *  The sequence stays in the table so the other files are still
      *  checked against it, but with no trailer it has no figures to
      *  compare.
      ******************************************************************
       2400-NO-TRAILER.
           MOVE "N" TO CTR-WS-GROUP-SWITCH.
           MOVE "CTROUT"  TO CTR-WS-BRK-CHECK.
           MOVE CTR-WS-GRP-RUN-ID(CTR-WS-GROUP-COUNT)
                   TO CTR-WS-BRK-KEY.
           MOVE "SEQUENCE ON CTROUT HAS NO TRAILER"
                   TO CTR-WS-BRK-TEXT.
           PERFORM 7100-REPORT-BREAK THRU 7100-EXIT.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CHECK-HISTORY
      *
      *  Looks each CTROUT sequence up on CTRHIST by key and compares
      *  the posted count and low/high values with its trailer, then
      *  reads every posting for the run date for any that CTROUT
      *  does not carry.  History stays open for the archive check.
      ******************************************************************
       3000-CHECK-HISTORY.
           PERFORM 3900-OPEN-HISTORY THRU 3900-EXIT.
           PERFORM 3100-CHECK-ONE-GROUP THRU 3100-EXIT
                   VARYING CTR-WS-GROUP-SUB FROM 1 BY 1
                   UNTIL CTR-WS-GROUP-SUB > CTR-WS-GROUP-COUNT.
           IF CTR-HIST-ABSENT
               GO TO 3000-EXIT
           END-IF.
           MOVE CTR-WS-RUN-DATE TO CTR-HIST-RUN-DATE.
           MOVE LOW-VALUES      TO CTR-HIST-RUN-ID.
           MOVE "N" TO CTR-WS-HIST-EOF-SWITCH.
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
           PERFORM 3200-CHECK-ONE-POSTING THRU 3200-EXIT
                   UNTIL CTR-HIST-EOF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-CHECK-ONE-GROUP
      ******************************************************************
       3100-CHECK-ONE-GROUP.
           MOVE "HISTORY" TO CTR-WS-BRK-CHECK.
           MOVE CTR-WS-GRP-RUN-ID(CTR-WS-GROUP-SUB) TO CTR-WS-BRK-KEY.
           IF CTR-HIST-ABSENT
               MOVE "NOT POSTED TO CTRHIST - NO HISTORY ON DISK"
                       TO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE CTR-WS-RUN-DATE TO CTR-HIST-RUN-DATE.
           MOVE CTR-WS-GRP-RUN-ID(CTR-WS-GROUP-SUB) TO CTR-HIST-RUN-ID.
           READ CTR-HIST-FILE
               KEY IS CTR-HIST-KEY
               INVALID KEY
                   MOVE "SEQUENCE ON CTROUT NOT POSTED TO CTRHIST"
                           TO CTR-WS-BRK-TEXT
                   PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
                   GO TO 3100-EXIT
           END-READ.
           IF CTR-HIST-STATUS NOT = "00"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF NOT CTR-GRP-HAS-TRAILER(CTR-WS-GROUP-SUB)
               GO TO 3100-EXIT
           END-IF.
           IF CTR-HIST-RECORD-COUNT
                   NOT = CTR-WS-GRP-COUNT(CTR-WS-GROUP-SUB)
               MOVE SPACES TO CTR-WS-BRK-TEXT
               STRING "CTRHIST COUNT "  DELIMITED BY SIZE
                       CTR-HIST-RECORD-COUNT DELIMITED BY SIZE
                       " TRAILER COUNT " DELIMITED BY SIZE
                       CTR-WS-GRP-COUNT(CTR-WS-GROUP-SUB)
                                         DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
           IF CTR-HIST-LOW-VALUE
                   NOT = CTR-WS-GRP-LOW(CTR-WS-GROUP-SUB)
               MOVE SPACES TO CTR-WS-BRK-TEXT
               STRING "CTRHIST LOW "    DELIMITED BY SIZE
                       CTR-HIST-LOW-VALUE DELIMITED BY SIZE
                       " TRAILER LOW "  DELIMITED BY SIZE
                       CTR-WS-GRP-LOW(CTR-WS-GROUP-SUB)
                                        DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
           IF CTR-HIST-HIGH-VALUE
                   NOT = CTR-WS-GRP-HIGH(CTR-WS-GROUP-SUB)
               MOVE SPACES TO CTR-WS-BRK-TEXT
               STRING "CTRHIST HIGH "   DELIMITED BY SIZE
                       CTR-HIST-HIGH-VALUE DELIMITED BY SIZE
                       " TRAILER HIGH " DELIMITED BY SIZE
                       CTR-WS-GRP-HIGH(CTR-WS-GROUP-SUB)
                                        DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-CHECK-ONE-POSTING
      ******************************************************************
       3200-CHECK-ONE-POSTING.
           PERFORM 3910-READ-HISTORY THRU 3910-EXIT.
           IF CTR-HIST-EOF
               GO TO 3200-EXIT
           END-IF.
           IF CTR-HIST-RUN-DATE NOT = CTR-WS-RUN-DATE
               MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO CTR-WS-POSTING-COUNT.
           MOVE CTR-HIST-RUN-ID TO CTR-WS-FIND-RUN-ID.
           PERFORM 3300-FIND-GROUP THRU 3300-EXIT.
           IF CTR-WS-GROUP-SCAN = ZERO
               MOVE "HISTORY"       TO CTR-WS-BRK-CHECK
               MOVE CTR-HIST-RUN-ID TO CTR-WS-BRK-KEY
               MOVE "POSTED TO CTRHIST BUT NOT ON CTROUT"
                       TO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-FIND-GROUP
      *
      *  Leaves the group table subscript of CTR-WS-FIND-RUN-ID in
      *  CTR-WS-GROUP-SCAN, zero when CTROUT does not carry it.
      ******************************************************************
       3300-FIND-GROUP.
           MOVE ZERO TO CTR-WS-GROUP-SCAN.
           PERFORM 3310-MATCH-GROUP THRU 3310-EXIT
                   VARYING CTR-WS-GROUP-SUB FROM 1 BY 1
                   UNTIL CTR-WS-GROUP-SUB > CTR-WS-GROUP-COUNT
                       OR CTR-WS-GROUP-SCAN > ZERO.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  3310-MATCH-GROUP
      ******************************************************************
       3310-MATCH-GROUP.
           IF CTR-WS-GRP-RUN-ID(CTR-WS-GROUP-SUB) = CTR-WS-FIND-RUN-ID
               MOVE CTR-WS-GROUP-SUB TO CTR-WS-GROUP-SCAN
           END-IF.
       3310-EXIT.
           EXIT.

      ******************************************************************
      *  3900-OPEN-HISTORY
      *
      *  The history is OPTIONAL: before the first posting it simply
      *  holds nothing, and every sequence shows as not posted.
      ******************************************************************
       3900-OPEN-HISTORY.
           OPEN INPUT CTR-HIST-FILE.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-STATUS = "05"
               MOVE "Y" TO CTR-WS-HIST-ABSENT-SWITCH
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
      *  4000-CHECK-AUDIT
      *
      *  Reads HELLO's lifecycle events off CTRAUDIT.  Audit records
      *  carry the date they were written, not the run date, so a
      *  HELLO run belongs to the run date its RUN-START image names,
      *  and every RECONCILE and RUN-END up to the next RUN-START
      *  belongs to that run.  The audited counts per run ID are then
      *  compared with the trailers; the run date must have been
      *  started, its last run must have reached RUN-END, and a
      *  RUN-END must have something posted to history behind it.
      ******************************************************************
       4000-CHECK-AUDIT.
           OPEN INPUT CTR-AUDIT-FILE.
           IF CTR-AUDIT-STATUS NOT = "00"
                   AND CTR-AUDIT-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRAUDIT" TO CTR-WS-ERROR-FILE
               MOVE CTR-AUDIT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 4100-READ-AUDIT THRU 4100-EXIT
                   UNTIL CTR-AUD-EOF.
           CLOSE CTR-AUDIT-FILE.
           MOVE "AUDIT" TO CTR-WS-BRK-CHECK.
           MOVE "HELLO" TO CTR-WS-BRK-KEY.
           IF CTR-WS-AUD-OVERFLOW > ZERO
               MOVE SPACES TO CTR-WS-BRK-TEXT
               MOVE CTR-WS-AUD-OVERFLOW TO CTR-WS-COUNT-EDIT
               STRING CTR-WS-COUNT-EDIT DELIMITED BY SIZE
                       " RECONCILE EVENT(S) PAST THE 200 TABLE LIMIT"
                                        DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
           IF CTR-WS-START-COUNT = ZERO
               MOVE "NO RUN-START ON CTRAUDIT FOR THE RUN DATE"
                       TO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           ELSE
               IF NOT CTR-LAST-RUN-ENDED
                   MOVE "LAST RUN FOR THE RUN DATE HAS NO RUN-END"
                           TO CTR-WS-BRK-TEXT
                   PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
               END-IF
           END-IF.
           IF CTR-WS-END-COUNT > ZERO AND CTR-WS-POSTING-COUNT = ZERO
               MOVE "RUN-END ON CTRAUDIT BUT NOTHING POSTED TO CTRHIST"
                       TO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
           PERFORM 4300-FOOT-AUDIT-ENTRY THRU 4300-EXIT
                   VARYING CTR-WS-AUD-SUB FROM 1 BY 1
                   UNTIL CTR-WS-AUD-SUB > CTR-WS-AUD-COUNT.
           PERFORM 4400-CHECK-GROUP-AUDIT THRU 4400-EXIT
                   VARYING CTR-WS-GROUP-SUB FROM 1 BY 1
                   UNTIL CTR-WS-GROUP-SUB > CTR-WS-GROUP-COUNT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4100-READ-AUDIT
      ******************************************************************
       4100-READ-AUDIT.
           READ CTR-AUDIT-FILE
               AT END
                   MOVE "Y" TO CTR-WS-AUD-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ.
           IF CTR-AUDIT-STATUS NOT = "00"
                   AND CTR-AUDIT-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRAUDIT" TO CTR-WS-ERROR-FILE
               MOVE CTR-AUDIT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-AUDIT-PROGRAM NOT = "HELLO"
               GO TO 4100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CTR-AUDIT-RUN-START
                   MOVE CTR-AUDIT-AFTER-IMAGE TO CTR-WS-START-IMAGE
                   MOVE "N" TO CTR-WS-IN-RUN-SWITCH
                   IF CTR-WS-SI-RUN-DATE = CTR-WS-RUN-DATE-X
                       MOVE "Y" TO CTR-WS-IN-RUN-SWITCH
                       MOVE "N" TO CTR-WS-LAST-END-SWITCH
                       MOVE CTR-WS-SI-START TO CTR-WS-BLOCK-START
                       ADD 1 TO CTR-WS-START-COUNT
                   END-IF
               WHEN CTR-AUDIT-RECONCILE AND CTR-IN-RUN-DATE
                   PERFORM 4200-TAKE-RECONCILE THRU 4200-EXIT
               WHEN CTR-AUDIT-RUN-END AND CTR-IN-RUN-DATE
                   MOVE "Y" TO CTR-WS-LAST-END-SWITCH
                   ADD 1 TO CTR-WS-END-COUNT
           END-EVALUATE.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  4200-TAKE-RECONCILE
      *
      *  Picks the run ID and the count written out of the event
      *  detail - "RUN ID x WRITTEN n STATUS OK" when the sequence
      *  balanced, "RUN ID x EXP n WRT n MISMATCH" when it did not -
      *  and files it under the run's RUN-START range.
      ******************************************************************
       4200-TAKE-RECONCILE.
           MOVE CTR-AUDIT-DETAIL TO CTR-WS-RECON-DETAIL.
           EVALUATE TRUE
               WHEN CTR-WS-RO-TAG = " WRITTEN "
                       AND CTR-WS-RO-WRITTEN IS NUMERIC
                   MOVE CTR-WS-RO-RUN-ID  TO CTR-WS-AUD-RUN-ID
                   MOVE CTR-WS-RO-WRITTEN TO CTR-WS-AUD-WRITTEN
               WHEN CTR-WS-RB-TAG = " EXP "
                       AND CTR-WS-RB-WRITTEN IS NUMERIC
                   MOVE CTR-WS-RB-RUN-ID  TO CTR-WS-AUD-RUN-ID
                   MOVE CTR-WS-RB-WRITTEN TO CTR-WS-AUD-WRITTEN
               WHEN OTHER
                   GO TO 4200-EXIT
           END-EVALUATE.
           MOVE ZERO TO CTR-WS-AUD-SCAN.
           MOVE "N" TO CTR-WS-FOUND-SWITCH.
           PERFORM 4210-MATCH-AUDIT THRU 4210-EXIT
                   VARYING CTR-WS-AUD-SUB FROM 1 BY 1
                   UNTIL CTR-WS-AUD-SUB > CTR-WS-AUD-COUNT.
           IF CTR-WS-AUD-SCAN > ZERO
               MOVE CTR-WS-AUD-WRITTEN
                       TO CTR-WS-AUD-TBL-WRITTEN(CTR-WS-AUD-SCAN)
               GO TO 4200-EXIT
           END-IF.
           IF CTR-WS-AUD-COUNT = 200
               ADD 1 TO CTR-WS-AUD-OVERFLOW
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO CTR-WS-AUD-COUNT.
           MOVE CTR-WS-AUD-RUN-ID
                   TO CTR-WS-AUD-TBL-RUN-ID(CTR-WS-AUD-COUNT).
           MOVE CTR-WS-BLOCK-START
                   TO CTR-WS-AUD-TBL-START(CTR-WS-AUD-COUNT).
           MOVE CTR-WS-AUD-WRITTEN
                   TO CTR-WS-AUD-TBL-WRITTEN(CTR-WS-AUD-COUNT).
           IF CTR-FOUND
               MOVE "N" TO CTR-WS-AUD-TBL-FIRST(CTR-WS-AUD-COUNT)
           ELSE
               MOVE "Y" TO CTR-WS-AUD-TBL-FIRST(CTR-WS-AUD-COUNT)
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  4210-MATCH-AUDIT
      *
      *  CTR-WS-AUD-SCAN is the entry for this run ID and range, and
      *  the found switch says whether the run ID has any entry yet.
      ******************************************************************
       4210-MATCH-AUDIT.
           IF CTR-WS-AUD-TBL-RUN-ID(CTR-WS-AUD-SUB) = CTR-WS-AUD-RUN-ID
               MOVE "Y" TO CTR-WS-FOUND-SWITCH
               IF CTR-WS-AUD-TBL-START(CTR-WS-AUD-SUB)
                       = CTR-WS-BLOCK-START
                   MOVE CTR-WS-AUD-SUB TO CTR-WS-AUD-SCAN
               END-IF
           END-IF.
       4210-EXIT.
           EXIT.

      ******************************************************************
      *  4300-FOOT-AUDIT-ENTRY
      *
      *  Adds each audited count to its CTROUT sequence.  A run ID
      *  audited for the run date that CTROUT does not carry is
      *  reported once, on its first entry.
      ******************************************************************
       4300-FOOT-AUDIT-ENTRY.
           MOVE CTR-WS-AUD-TBL-RUN-ID(CTR-WS-AUD-SUB)
                   TO CTR-WS-FIND-RUN-ID.
           PERFORM 3300-FIND-GROUP THRU 3300-EXIT.
           IF CTR-WS-GROUP-SCAN > ZERO
               MOVE "Y" TO CTR-WS-GRP-AUD-FLAG(CTR-WS-GROUP-SCAN)
               ADD CTR-WS-AUD-TBL-WRITTEN(CTR-WS-AUD-SUB)
                       TO CTR-WS-GRP-AUD-COUNT(CTR-WS-GROUP-SCAN)
               GO TO 4300-EXIT
           END-IF.
           IF CTR-AUD-FIRST-FOR-RUN(CTR-WS-AUD-SUB)
               MOVE "AUDIT"            TO CTR-WS-BRK-CHECK
               MOVE CTR-WS-FIND-RUN-ID TO CTR-WS-BRK-KEY
               MOVE "RECONCILED ON CTRAUDIT BUT NOT ON CTROUT"
                       TO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *  4400-CHECK-GROUP-AUDIT
      ******************************************************************
       4400-CHECK-GROUP-AUDIT.
           MOVE "AUDIT" TO CTR-WS-BRK-CHECK.
           MOVE CTR-WS-GRP-RUN-ID(CTR-WS-GROUP-SUB) TO CTR-WS-BRK-KEY.
           IF NOT CTR-GRP-AUDITED(CTR-WS-GROUP-SUB)
               MOVE "NO RECONCILE EVENT ON CTRAUDIT FOR THE SEQUENCE"
                       TO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
               GO TO 4400-EXIT
           END-IF.
           IF NOT CTR-GRP-HAS-TRAILER(CTR-WS-GROUP-SUB)
               GO TO 4400-EXIT
           END-IF.
           IF CTR-WS-GRP-AUD-COUNT(CTR-WS-GROUP-SUB)
                   NOT = CTR-WS-GRP-COUNT(CTR-WS-GROUP-SUB)
               MOVE SPACES TO CTR-WS-BRK-TEXT
               STRING "RECONCILE WRITTEN " DELIMITED BY SIZE
                       CTR-WS-GRP-AUD-COUNT(CTR-WS-GROUP-SUB)
                                           DELIMITED BY SIZE
                       " TRAILER COUNT "   DELIMITED BY SIZE
                       CTR-WS-GRP-COUNT(CTR-WS-GROUP-SUB)
                                           DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
       4400-EXIT.
           EXIT.

      ******************************************************************
      *  5000-CHECK-ARCHIVE
      *
      *  Tonight's CTROUT is archived by tomorrow's HELLOARC, so the
      *  generation checked is the last active one on CTRARCIX - the
      *  index is appended in generation order.  Its catalogued
      *  record count must match the records on the file and what
      *  its trailers foot to (every detail plus a header and a
      *  trailer per sequence), and each archived sequence must match
      *  its CTRHIST posting.  No active generation, as before the
      *  first archive, is not a break.
      ******************************************************************
       5000-CHECK-ARCHIVE.
           OPEN INPUT CTR-INDEX-FILE.
           IF CTR-IDX-STATUS NOT = "00" AND CTR-IDX-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRARCIX" TO CTR-WS-ERROR-FILE
               MOVE CTR-IDX-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 5100-READ-INDEX THRU 5100-EXIT
                   UNTIL CTR-IDX-EOF.
           CLOSE CTR-INDEX-FILE.
           IF CTR-WS-ARC-GEN = ZERO
               GO TO 5000-EXIT
           END-IF.
           MOVE "Y" TO CTR-WS-ARC-CHECKED-SWITCH.
           MOVE SPACES TO CTR-WS-ARC-KEY.
           STRING "GEN"           DELIMITED BY SIZE
                   CTR-WS-ARC-GEN DELIMITED BY SIZE
                   INTO CTR-WS-ARC-KEY.
           OPEN INPUT CTR-ARCHIVE-FILE.
           IF CTR-ARC-STATUS = "35"
               MOVE "ARCHIVE"      TO CTR-WS-BRK-CHECK
               MOVE CTR-WS-ARC-KEY TO CTR-WS-BRK-KEY
               MOVE SPACES         TO CTR-WS-BRK-TEXT
               STRING "CATALOGUED ACTIVE BUT "  DELIMITED BY SIZE
                       CTR-WS-ARCHIVE-NAME      DELIMITED BY SPACE
                       " IS NOT ON DISK"        DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF CTR-ARC-STATUS NOT = "00"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "ARCHIVE" TO CTR-WS-ERROR-FILE
               MOVE CTR-ARC-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 5200-READ-ARCHIVE THRU 5200-EXIT
                   UNTIL CTR-ARC-EOF.
           CLOSE CTR-ARCHIVE-FILE.
           MOVE "ARCHIVE"      TO CTR-WS-BRK-CHECK.
           MOVE CTR-WS-ARC-KEY TO CTR-WS-BRK-KEY.
           IF CTR-WS-ARC-CATALOG-COUNT NOT = CTR-WS-ARC-READ-COUNT
               MOVE SPACES TO CTR-WS-BRK-TEXT
               STRING "CTRARCIX COUNT "     DELIMITED BY SIZE
                       CTR-WS-ARC-CATALOG-COUNT DELIMITED BY SIZE
                       " RECORDS ON FILE "  DELIMITED BY SIZE
                       CTR-WS-ARC-READ-COUNT DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
           IF CTR-WS-ARC-CATALOG-COUNT NOT = CTR-WS-ARC-FOOT-COUNT
               MOVE SPACES TO CTR-WS-BRK-TEXT
               STRING "CTRARCIX COUNT "     DELIMITED BY SIZE
                       CTR-WS-ARC-CATALOG-COUNT DELIMITED BY SIZE
                       " TRAILERS FOOT TO " DELIMITED BY SIZE
                       CTR-WS-ARC-FOOT-COUNT DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-READ-INDEX
      ******************************************************************
       5100-READ-INDEX.
           READ CTR-INDEX-FILE
               AT END
                   MOVE "Y" TO CTR-WS-IDX-EOF-SWITCH
                   GO TO 5100-EXIT
           END-READ.
           IF CTR-IDX-STATUS NOT = "00" AND CTR-IDX-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRARCIX" TO CTR-WS-ERROR-FILE
               MOVE CTR-IDX-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-ARC-GEN-ACTIVE
               MOVE CTR-ARC-GEN-NUMBER   TO CTR-WS-ARC-GEN
               MOVE CTR-ARC-RUN-DATE     TO CTR-WS-ARC-RUN-DATE
               MOVE CTR-ARC-FILE-NAME    TO CTR-WS-ARCHIVE-NAME
               MOVE CTR-ARC-RECORD-COUNT TO CTR-WS-ARC-CATALOG-COUNT
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5200-READ-ARCHIVE
      *
      *  Counts every record on the generation and foots its
      *  trailers.  Each trailer that follows its own header is
      *  checked against the archived run's history posting.
      ******************************************************************
       5200-READ-ARCHIVE.
           READ CTR-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO CTR-WS-ARC-EOF-SWITCH
                   GO TO 5200-EXIT
           END-READ.
           IF CTR-ARC-STATUS NOT = "00" AND CTR-ARC-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "ARCHIVE" TO CTR-WS-ERROR-FILE
               MOVE CTR-ARC-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-ARC-READ-COUNT.
           MOVE CTR-ARCHIVE-RECORD TO CTR-WS-ARC-INPUT-RECORD.
           EVALUATE TRUE
               WHEN CTR-AIN-IS-HEADER
                   ADD 1 TO CTR-WS-ARC-FOOT-COUNT
                   MOVE "Y" TO CTR-WS-ARC-HEADER-SWITCH
                   MOVE CTR-WS-AIN-RUN-ID TO CTR-WS-ARC-RUN-ID
               WHEN CTR-AIN-IS-TRAILER
                   ADD 1 TO CTR-WS-ARC-FOOT-COUNT
                   IF CTR-WS-AIN-RECORD-COUNT IS NUMERIC
                       ADD CTR-WS-AIN-RECORD-COUNT
                               TO CTR-WS-ARC-FOOT-COUNT
                   END-IF
                   IF CTR-ARC-HEADER-FOUND
                           AND CTR-WS-AIN-RUN-ID = CTR-WS-ARC-RUN-ID
                       PERFORM 5300-CHECK-ARCHIVED-RUN THRU 5300-EXIT
                   END-IF
                   MOVE "N" TO CTR-WS-ARC-HEADER-SWITCH
           END-EVALUATE.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  5300-CHECK-ARCHIVED-RUN
      ******************************************************************
       5300-CHECK-ARCHIVED-RUN.
           MOVE "ARCHIVE"         TO CTR-WS-BRK-CHECK.
           MOVE CTR-WS-ARC-RUN-ID TO CTR-WS-BRK-KEY.
           IF CTR-HIST-ABSENT
               GO TO 5310-NOT-POSTED
           END-IF.
           MOVE CTR-WS-ARC-RUN-DATE TO CTR-HIST-RUN-DATE.
           MOVE CTR-WS-ARC-RUN-ID   TO CTR-HIST-RUN-ID.
           READ CTR-HIST-FILE
               KEY IS CTR-HIST-KEY
               INVALID KEY
                   GO TO 5310-NOT-POSTED
           END-READ.
           IF CTR-HIST-STATUS NOT = "00"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-RECORD-COUNT NOT = CTR-WS-AIN-RECORD-COUNT
                   OR CTR-HIST-LOW-VALUE NOT = CTR-WS-AIN-LOW-VALUE
                   OR CTR-HIST-HIGH-VALUE NOT = CTR-WS-AIN-HIGH-VALUE
               MOVE SPACES TO CTR-WS-BRK-TEXT
               STRING CTR-WS-ARC-KEY    DELIMITED BY SIZE
                       " RUN DATE "     DELIMITED BY SIZE
                       CTR-WS-ARC-RUN-DATE DELIMITED BY SIZE
                       " TRAILER DIFFERS FROM CTRHIST"
                                        DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
           GO TO 5300-EXIT.
       5310-NOT-POSTED.
           MOVE SPACES TO CTR-WS-BRK-TEXT.
           STRING CTR-WS-ARC-KEY        DELIMITED BY SIZE
                   " RUN DATE "         DELIMITED BY SIZE
                   CTR-WS-ARC-RUN-DATE  DELIMITED BY SIZE
                   " NOT POSTED TO CTRHIST"
                                        DELIMITED BY SIZE
                   INTO CTR-WS-BRK-TEXT.
           PERFORM 7100-REPORT-BREAK THRU 7100-EXIT.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *  6000-CHECK-EXTRACT
      *
      *  Foots each consumer's expected feed count from the trailer
      *  counts of its run IDs on CTROUT, mapped through CTRCONSM as
      *  HELLOEXT maps them, and checks it against the count on the
      *  consumer's trigger (when it wants one) and on its ORIGINAL
      *  shipment for the run date on CTRSHPL.  A run ID with no
      *  consumer is held back by HELLOEXT and alerted there, so it
      *  is not counted here.
      ******************************************************************
       6000-CHECK-EXTRACT.
           OPEN INPUT CTR-CONSUMER-FILE.
           IF CTR-CON-STATUS NOT = "00"
               MOVE "EXTRACT"  TO CTR-WS-BRK-CHECK
               MOVE SPACES     TO CTR-WS-BRK-KEY
               MOVE SPACES     TO CTR-WS-BRK-TEXT
               STRING "CTRCONSM CANNOT BE OPENED - STATUS "
                                       DELIMITED BY SIZE
                       CTR-CON-STATUS  DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-READ-CONSUMER THRU 6100-EXIT
                   UNTIL CTR-CON-EOF.
           CLOSE CTR-CONSUMER-FILE.
           PERFORM 6200-FOOT-GROUP THRU 6200-EXIT
                   VARYING CTR-WS-GROUP-SUB FROM 1 BY 1
                   UNTIL CTR-WS-GROUP-SUB > CTR-WS-GROUP-COUNT.
           OPEN INPUT CTR-SHIP-FILE.
           IF CTR-SHP-STATUS NOT = "00" AND CTR-SHP-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSHPL" TO CTR-WS-ERROR-FILE
               MOVE CTR-SHP-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 6300-READ-SHIPMENT THRU 6300-EXIT
                   UNTIL CTR-SHP-EOF.
           CLOSE CTR-SHIP-FILE.
           PERFORM 6400-CHECK-CONSUMER THRU 6400-EXIT
                   VARYING CTR-WS-CON-SUB FROM 1 BY 1
                   UNTIL CTR-WS-CON-SUB > CTR-WS-CON-COUNT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  6100-READ-CONSUMER
      *
      *  Same mapping rules as HELLOEXT: blank entries are ignored
      *  and the first record for a consumer carries its trigger.
      ******************************************************************
       6100-READ-CONSUMER.
           READ CTR-CONSUMER-FILE
               AT END
                   MOVE "Y" TO CTR-WS-CON-EOF-SWITCH
                   GO TO 6100-EXIT
           END-READ.
           IF CTR-CON-STATUS NOT = "00" AND CTR-CON-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCONSM" TO CTR-WS-ERROR-FILE
               MOVE CTR-CON-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-CON-RUN-ID = SPACES OR CTR-CON-CONSUMER-ID = SPACES
                   OR CTR-CON-FEED-NAME = SPACES
               GO TO 6100-EXIT
           END-IF.
           MOVE ZERO TO CTR-WS-CON-SCAN.
           PERFORM 6110-FIND-CONSUMER THRU 6110-EXIT
                   VARYING CTR-WS-CON-SUB FROM 1 BY 1
                   UNTIL CTR-WS-CON-SUB > CTR-WS-CON-COUNT.
           IF CTR-WS-CON-SCAN = ZERO
               IF CTR-WS-CON-COUNT = 20
                   GO TO 6100-EXIT
               END-IF
               ADD 1 TO CTR-WS-CON-COUNT
               MOVE CTR-WS-CON-COUNT TO CTR-WS-CON-SCAN
               MOVE CTR-CON-CONSUMER-ID
                       TO CTR-WS-CON-TBL-ID(CTR-WS-CON-SCAN)
               MOVE CTR-CON-TRIGGER-NAME
                       TO CTR-WS-CON-TBL-TRIG(CTR-WS-CON-SCAN)
               MOVE CTR-CON-DELIMITER-FLAG
                       TO CTR-WS-CON-TBL-DELIM(CTR-WS-CON-SCAN)
               MOVE CTR-CON-TRIGGER-FLAG
                       TO CTR-WS-CON-TBL-WANTS(CTR-WS-CON-SCAN)
               MOVE "N"  TO CTR-WS-CON-TBL-USED(CTR-WS-CON-SCAN)
               MOVE ZERO TO CTR-WS-CON-TBL-EXPECTED(CTR-WS-CON-SCAN)
               MOVE "N"  TO CTR-WS-CON-TBL-SHIPPED(CTR-WS-CON-SCAN)
               MOVE ZERO TO CTR-WS-CON-TBL-SHP-COUNT(CTR-WS-CON-SCAN)
           END-IF.
           IF CTR-WS-MAP-COUNT = 50
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO CTR-WS-MAP-COUNT.
           MOVE CTR-CON-RUN-ID TO CTR-WS-MAP-RUN-ID(CTR-WS-MAP-COUNT).
           MOVE CTR-WS-CON-SCAN
                   TO CTR-WS-MAP-CON-SUB(CTR-WS-MAP-COUNT).
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  6110-FIND-CONSUMER
      ******************************************************************
       6110-FIND-CONSUMER.
           IF CTR-WS-CON-TBL-ID(CTR-WS-CON-SUB) = CTR-CON-CONSUMER-ID
               MOVE CTR-WS-CON-SUB TO CTR-WS-CON-SCAN
           END-IF.
       6110-EXIT.
           EXIT.

      ******************************************************************
      *  6200-FOOT-GROUP
      *
      *  Adds one CTROUT sequence's trailer count to the consumer its
      *  run ID maps to.  The last mapping on the master wins, as in
      *  HELLOEXT.
      ******************************************************************
       6200-FOOT-GROUP.
           MOVE ZERO TO CTR-WS-CON-SCAN.
           PERFORM 6210-MATCH-RUN-ID THRU 6210-EXIT
                   VARYING CTR-WS-MAP-SUB FROM 1 BY 1
                   UNTIL CTR-WS-MAP-SUB > CTR-WS-MAP-COUNT.
           IF CTR-WS-CON-SCAN = ZERO
               GO TO 6200-EXIT
           END-IF.
           MOVE "Y" TO CTR-WS-CON-TBL-USED(CTR-WS-CON-SCAN).
           IF CTR-GRP-HAS-TRAILER(CTR-WS-GROUP-SUB)
               ADD CTR-WS-GRP-COUNT(CTR-WS-GROUP-SUB)
                       TO CTR-WS-CON-TBL-EXPECTED(CTR-WS-CON-SCAN)
           ELSE
               ADD CTR-WS-GRP-DTL-COUNT(CTR-WS-GROUP-SUB)
                       TO CTR-WS-CON-TBL-EXPECTED(CTR-WS-CON-SCAN)
           END-IF.
       6200-EXIT.
           EXIT.

      ******************************************************************
      *  6210-MATCH-RUN-ID
      ******************************************************************
       6210-MATCH-RUN-ID.
           IF CTR-WS-MAP-RUN-ID(CTR-WS-MAP-SUB)
                   = CTR-WS-GRP-RUN-ID(CTR-WS-GROUP-SUB)
               MOVE CTR-WS-MAP-CON-SUB(CTR-WS-MAP-SUB)
                       TO CTR-WS-CON-SCAN
           END-IF.
       6210-EXIT.
           EXIT.

      ******************************************************************
      *  6300-READ-SHIPMENT
      *
      *  Keeps the count of each consumer's last ORIGINAL shipment
      *  for the run date: a rerun of the extract logs a second one,
      *  and the later feed is the one the consumer holds.
      ******************************************************************
       6300-READ-SHIPMENT.
           READ CTR-SHIP-FILE
               AT END
                   MOVE "Y" TO CTR-WS-SHP-EOF-SWITCH
                   GO TO 6300-EXIT
           END-READ.
           IF CTR-SHP-STATUS NOT = "00" AND CTR-SHP-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSHPL" TO CTR-WS-ERROR-FILE
               MOVE CTR-SHP-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF NOT CTR-SHP-TYPE-ORIGINAL
                   OR CTR-SHP-FEED-DATE NOT = CTR-WS-RUN-DATE
               GO TO 6300-EXIT
           END-IF.
           MOVE ZERO TO CTR-WS-CON-SCAN.
           PERFORM 6310-MATCH-SHIPMENT THRU 6310-EXIT
                   VARYING CTR-WS-CON-SUB FROM 1 BY 1
                   UNTIL CTR-WS-CON-SUB > CTR-WS-CON-COUNT.
           IF CTR-WS-CON-SCAN = ZERO
               GO TO 6300-EXIT
           END-IF.
           MOVE "Y" TO CTR-WS-CON-TBL-SHIPPED(CTR-WS-CON-SCAN).
           MOVE CTR-SHP-RECORD-COUNT
                   TO CTR-WS-CON-TBL-SHP-COUNT(CTR-WS-CON-SCAN).
       6300-EXIT.
           EXIT.

      ******************************************************************
      *  6310-MATCH-SHIPMENT
      ******************************************************************
       6310-MATCH-SHIPMENT.
           IF CTR-WS-CON-TBL-ID(CTR-WS-CON-SUB) = CTR-SHP-CONSUMER-ID
               MOVE CTR-WS-CON-SUB TO CTR-WS-CON-SCAN
           END-IF.
       6310-EXIT.
           EXIT.

      ******************************************************************
      *  6400-CHECK-CONSUMER
      ******************************************************************
       6400-CHECK-CONSUMER.
           IF NOT CTR-CON-HAS-DATA(CTR-WS-CON-SUB)
               GO TO 6400-EXIT
           END-IF.
           ADD 1 TO CTR-WS-CON-CHECKED.
           MOVE "EXTRACT" TO CTR-WS-BRK-CHECK.
           MOVE CTR-WS-CON-TBL-ID(CTR-WS-CON-SUB) TO CTR-WS-BRK-KEY.
           IF CTR-WS-CON-TBL-WANTS(CTR-WS-CON-SUB) = "Y"
                   AND CTR-WS-CON-TBL-TRIG(CTR-WS-CON-SUB) NOT = SPACES
               PERFORM 6500-CHECK-TRIGGER THRU 6500-EXIT
           END-IF.
           MOVE "EXTRACT" TO CTR-WS-BRK-CHECK.
           IF NOT CTR-CON-SHIPMENT-LOGGED(CTR-WS-CON-SUB)
               MOVE "NO ORIGINAL SHIPMENT ON CTRSHPL FOR THE RUN DATE"
                       TO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
               GO TO 6400-EXIT
           END-IF.
           IF CTR-WS-CON-TBL-SHP-COUNT(CTR-WS-CON-SUB)
                   NOT = CTR-WS-CON-TBL-EXPECTED(CTR-WS-CON-SUB)
               MOVE SPACES TO CTR-WS-BRK-TEXT
               STRING "CTRSHPL COUNT "   DELIMITED BY SIZE
                       CTR-WS-CON-TBL-SHP-COUNT(CTR-WS-CON-SUB)
                                         DELIMITED BY SIZE
                       " CTROUT TRAILERS " DELIMITED BY SIZE
                       CTR-WS-CON-TBL-EXPECTED(CTR-WS-CON-SUB)
                                         DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
       6400-EXIT.
           EXIT.

      ******************************************************************
      *  6500-CHECK-TRIGGER
      *
      *  The trigger is a heading line and one data line: run date,
      *  record count and feed type in the consumer's delimiter.
      ******************************************************************
       6500-CHECK-TRIGGER.
           MOVE CTR-WS-CON-TBL-TRIG(CTR-WS-CON-SUB) TO CTR-WS-TRIG-NAME.
           EVALUATE TRUE
               WHEN CTR-WS-CON-TBL-DELIM(CTR-WS-CON-SUB) = "C"
                   MOVE "," TO CTR-WS-DELIM-CHAR
               WHEN CTR-WS-CON-TBL-DELIM(CTR-WS-CON-SUB) = "S"
                   MOVE ";" TO CTR-WS-DELIM-CHAR
               WHEN OTHER
                   MOVE "|" TO CTR-WS-DELIM-CHAR
           END-EVALUATE.
           OPEN INPUT CTR-TRIGGER-FILE.
           IF CTR-TRG-STATUS = "35"
               MOVE SPACES TO CTR-WS-BRK-TEXT
               STRING "TRIGGER "         DELIMITED BY SIZE
                       CTR-WS-TRIG-NAME  DELIMITED BY SPACE
                       " IS NOT ON DISK" DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
               GO TO 6500-EXIT
           END-IF.
           IF CTR-TRG-STATUS NOT = "00"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRXTRG" TO CTR-WS-ERROR-FILE
               MOVE CTR-TRG-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE SPACES TO CTR-TRIGGER-LINE.
           PERFORM 6510-READ-TRIGGER THRU 6510-EXIT.
           IF CTR-TRG-STATUS = "00"
               MOVE SPACES TO CTR-TRIGGER-LINE
               PERFORM 6510-READ-TRIGGER THRU 6510-EXIT
           END-IF.
           CLOSE CTR-TRIGGER-FILE.
           MOVE SPACES TO CTR-WS-TRG-DATE-TEXT CTR-WS-TRG-COUNT-TEXT
                          CTR-WS-TRG-TYPE.
           UNSTRING CTR-TRIGGER-LINE DELIMITED BY CTR-WS-DELIM-CHAR
                   INTO CTR-WS-TRG-DATE-TEXT
                        CTR-WS-TRG-COUNT-TEXT
                        CTR-WS-TRG-TYPE.
           IF CTR-WS-TRG-DATE-TEXT IS NOT NUMERIC
                   OR CTR-WS-TRG-COUNT-TEXT IS NOT NUMERIC
               MOVE SPACES TO CTR-WS-BRK-TEXT
               STRING "TRIGGER "         DELIMITED BY SIZE
                       CTR-WS-TRIG-NAME  DELIMITED BY SPACE
                       " HAS NO RUN DATE AND COUNT LINE"
                                         DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
               GO TO 6500-EXIT
           END-IF.
           IF CTR-WS-TRG-DATE-TEXT NOT = CTR-WS-RUN-DATE-X
                   OR CTR-WS-TRG-TYPE NOT = "ORIGINAL"
               MOVE SPACES TO CTR-WS-BRK-TEXT
               STRING "TRIGGER IS A "     DELIMITED BY SIZE
                       CTR-WS-TRG-TYPE    DELIMITED BY SPACE
                       " FEED FOR RUN DATE " DELIMITED BY SIZE
                       CTR-WS-TRG-DATE-TEXT DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
               GO TO 6500-EXIT
           END-IF.
           MOVE CTR-WS-TRG-COUNT-TEXT TO CTR-WS-TRG-COUNT.
           IF CTR-WS-TRG-COUNT
                   NOT = CTR-WS-CON-TBL-EXPECTED(CTR-WS-CON-SUB)
               MOVE SPACES TO CTR-WS-BRK-TEXT
               STRING "TRIGGER COUNT "   DELIMITED BY SIZE
                       CTR-WS-TRG-COUNT  DELIMITED BY SIZE
                       " CTROUT TRAILERS " DELIMITED BY SIZE
                       CTR-WS-CON-TBL-EXPECTED(CTR-WS-CON-SUB)
                                         DELIMITED BY SIZE
                       INTO CTR-WS-BRK-TEXT
               PERFORM 7100-REPORT-BREAK THRU 7100-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

      ******************************************************************
      *  6510-READ-TRIGGER
      ******************************************************************
       6510-READ-TRIGGER.
           READ CTR-TRIGGER-FILE
               AT END
                   MOVE SPACES TO CTR-TRIGGER-LINE
                   GO TO 6510-EXIT
           END-READ.
           IF CTR-TRG-STATUS NOT = "00"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRXTRG" TO CTR-WS-ERROR-FILE
               MOVE CTR-TRG-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       6510-EXIT.
           EXIT.

      ******************************************************************
      *  7000-PRINT-HEADINGS
      ******************************************************************
       7000-PRINT-HEADINGS.
           OPEN OUTPUT CTR-REPORT-FILE.
           IF CTR-RPT-STATUS NOT = "00"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSWRP" TO CTR-WS-ERROR-FILE
               MOVE CTR-RPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "HELLO CROSS-FILE CONTROL SWEEP - RUN DATE "
                           DELIMITED BY SIZE
                   CTR-WS-RUN-DATE DELIMITED BY SIZE
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
           STRING "FILES      : CTROUT CTRHIST CTRAUDIT CTRARCIX "
                           DELIMITED BY SIZE
                   "CTRCONSM CTRSHPL TRIGGERS"
                           DELIMITED BY SIZE
                   INTO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE CTR-HEADING-LINE-2 TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  7100-REPORT-BREAK
      *
      *  One break: a line on the report built from the check, key
      *  and text the caller placed in CTR-WS-BRK-CHECK/-KEY/-TEXT,
      *  and a CTRALERT carrying the key and text.
      ******************************************************************
       7100-REPORT-BREAK.
           ADD 1 TO CTR-WS-BREAK-COUNT.
           MOVE CTR-WS-BRK-CHECK TO CTR-DTL-CHECK.
           MOVE CTR-WS-BRK-KEY   TO CTR-DTL-KEY.
           MOVE CTR-WS-BRK-TEXT  TO CTR-DTL-TEXT.
           MOVE CTR-DETAIL-LINE  TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE "CTR0031" TO CTR-WS-ALERT-MSG-ID.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           IF CTR-WS-BRK-KEY = SPACES
               MOVE CTR-WS-BRK-TEXT TO CTR-WS-ALERT-DETAIL
           ELSE
               STRING CTR-WS-BRK-KEY  DELIMITED BY SPACE
                       " "            DELIMITED BY SIZE
                       CTR-WS-BRK-TEXT DELIMITED BY SIZE
                       INTO CTR-WS-ALERT-DETAIL
           END-IF.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
       7100-EXIT.
           EXIT.

      ******************************************************************
      *  7500-PRINT-TOTALS
      ******************************************************************
       7500-PRINT-TOTALS.
           IF CTR-WS-BREAK-COUNT = ZERO
               MOVE SPACES TO CTR-REPORT-LINE
               MOVE "NO BREAKS - ALL FILES CROSS-FOOT"
                       TO CTR-REPORT-LINE
               PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
           END-IF.
           MOVE SPACES TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "SEQUENCES ON CTROUT             :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-GROUP-COUNT TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "POSTINGS ON CTRHIST             :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-POSTING-COUNT TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "HELLO RUNS STARTED / ENDED      :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-START-COUNT TO CTR-WS-COUNT-EDIT.
           STRING CTR-WS-COUNT-EDIT DELIMITED BY SIZE
                   " /"             DELIMITED BY SIZE
                   INTO CTR-SUM-VALUE.
           MOVE CTR-WS-END-COUNT TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE(8:5).
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "ARCHIVE GENERATION CHECKED      :" TO CTR-SUM-LABEL.
           IF CTR-ARC-CHECKED
               STRING CTR-WS-ARC-KEY      DELIMITED BY SIZE
                       " RUN DATE "       DELIMITED BY SIZE
                       CTR-WS-ARC-RUN-DATE DELIMITED BY SIZE
                       INTO CTR-SUM-VALUE
           ELSE
               MOVE "NONE ACTIVE ON CTRARCIX" TO CTR-SUM-VALUE
           END-IF.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "CONSUMERS CROSS-FOOTED          :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-CON-CHECKED TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-SUMMARY-LINE.
           MOVE "BREAKS                          :" TO CTR-SUM-LABEL.
           MOVE CTR-WS-BREAK-COUNT TO CTR-WS-COUNT-EDIT.
           MOVE CTR-WS-COUNT-EDIT TO CTR-SUM-VALUE.
           MOVE CTR-SUMMARY-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       7500-EXIT.
           EXIT.

      ******************************************************************
      *  7900-WRITE-REPORT-LINE
      ******************************************************************
       7900-WRITE-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           IF CTR-RPT-STATUS NOT = "00"
               MOVE "WRITE"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSWRP" TO CTR-WS-ERROR-FILE
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
               DISPLAY "HELLOSWP: CTRMSGC CANNOT BE OPENED - STATUS "
                       CTR-MSG-STATUS " - ALERT TEXTS DEFAULTED"
               GO TO 9700-EXIT
           END-IF.
           PERFORM 9710-READ-CATALOG THRU 9710-EXIT
                   UNTIL CTR-MSG-EOF.
           CLOSE CTR-MSG-FILE.
           IF CTR-WS-MSG-COUNT = ZERO
               DISPLAY "HELLOSWP: CTRMSGC IS EMPTY - ALERT TEXTS "
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
               DISPLAY "HELLOSWP: CTRMSGC READ FAILED - STATUS "
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
           MOVE "HELLOSWP"           TO CTR-ALERT-PROGRAM.
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
               DISPLAY "HELLOSWP: CTRALERT CANNOT BE OPENED - STATUS "
                       CTR-ALERT-STATUS " - ALERT LOST"
               GO TO 9800-EXIT
           END-IF.
           WRITE CTR-ALERT-RECORD.
           IF CTR-ALERT-STATUS NOT = "00"
               DISPLAY "HELLOSWP: CTRALERT WRITE FAILED - STATUS "
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
           DISPLAY "HELLOSWP: I/O ERROR ON " CTR-WS-ERROR-FILE
                   " DURING " CTR-WS-ERROR-OPERATION
                   " - FILE STATUS " CTR-WS-ERROR-STATUS.
           MOVE 20 TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.
