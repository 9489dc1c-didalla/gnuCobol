      ******************************************************************
      *  HELLOCNF matches the downstream consumers' load confirmations
      *  against the CTRSHPL shipment log and chases the feeds nobody
      *  has confirmed.  HELLOEXT and HELLORSD log every feed they
      *  ship, per consumer; each consumer's loader drops back a
      *  confirmation file (named on the CTRCONSM consumer master)
      *  with one line per feed it loaded, in the consumer's own
      *  delimiter and with a named-column heading, like the trigger:
      *
      *      FEED_DATE|FEED_TYPE|LOADED_COUNT|LOAD_STATUS
      *      20261015|ORIGINAL|1500|ACCEPTED
      *
      *  LOAD_STATUS is ACCEPTED or REJECTED.  Each line settles the
      *  latest logged shipment to that consumer with the same feed
      *  date and feed type: confirmed when accepted with the count
      *  shipped, count mismatch when the count loaded differs, or
      *  rejected.  Mismatches and rejections raise a CTRALERT and
      *  print on the exception section of the CTRCNFR report.  A
      *  line already taken on an earlier run is passed over, as is
      *  a line for a feed older than the CTRCNFK keep period, so
      *  the consumer may leave old lines in its file.
      *
      *  Every shipment still pending is then listed, with its age
      *  in hours against the consumer's confirmation deadline on
      *  CTRCONSM (24 hours when none is given).  A feed past its
      *  deadline raises a CTRALERT on every run until it is
      *  confirmed.  Each line shows the CTRARCIX archive generation
      *  a HELLORSD re-send by run date (CTRSNDD) would pick - the
      *  newest generation for the feed's run date - or that none is
      *  catalogued yet, or that it has been purged.
      *
      *  The shipment log is written back with the new statuses.
      *  Settled entries drop off once their shipment is older than
      *  the CTRCNFK keep period in days (default 30); pending
      *  entries never drop off.  A confirmed entry that drops off
      *  is appended to the CTRSHPH shipment history first, so
      *  HELLOUTL can still count its values used over any period.
      *
      *  Maintenance history:
      *    2026-10-15  Original program.
      *    2026-10-15  Confirmed entries dropped from CTRSHPL are kept
      *                on the CTRSHPH shipment history for HELLOUTL.
      *    2026-10-15  A confirmation line for a feed older than the
      *                keep period no longer reports as an exception
      *                once its log entry has dropped off.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELLOCNF.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT CTR-CONSUMER-FILE ASSIGN TO "CTRCONSM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-CON-STATUS.

           SELECT OPTIONAL CTR-SHIP-FILE ASSIGN TO "CTRSHPL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SHP-STATUS.

           SELECT OPTIONAL CTR-SHPH-FILE ASSIGN TO "CTRSHPH"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SHH-STATUS.

           SELECT OPTIONAL CTR-CONFIRM-FILE ASSIGN TO DYNAMIC
                                               CTR-WS-CONF-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-CNF-STATUS.

           SELECT OPTIONAL CTR-INDEX-FILE ASSIGN TO "CTRARCIX"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-IDX-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRCNFR"
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
       FD  CTR-CONSUMER-FILE.
       COPY CTRCONS.

       FD  CTR-SHIP-FILE.
       COPY CTRSHPL.

       FD  CTR-SHPH-FILE.
       01  CTR-SHPH-LINE               PIC X(106).

       FD  CTR-CONFIRM-FILE.
       01  CTR-CONFIRM-LINE            PIC X(80).

       FD  CTR-INDEX-FILE.
       COPY CTRARCX.

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE             PIC X(80).

       FD  CTR-MSG-FILE.
       COPY CTRMSG.

       FD  CTR-ALERT-FILE.
       COPY CTRALRT.

       WORKING-STORAGE             SECTION.
       01  CTR-CON-STATUS              PIC X(02).
       01  CTR-SHP-STATUS              PIC X(02).
       01  CTR-SHH-STATUS              PIC X(02).
       01  CTR-CNF-STATUS              PIC X(02).
       01  CTR-IDX-STATUS              PIC X(02).
       01  CTR-RPT-STATUS              PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
       01  CTR-WS-ERROR-FILE           PIC X(10).
       01  CTR-WS-ERROR-STATUS         PIC X(02).
       01  CTR-WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  CTR-EOF                     VALUE "Y".
       01  CTR-WS-CON-EOF-SWITCH       PIC X(01) VALUE "N".
           88  CTR-CON-EOF                 VALUE "Y".
       01  CTR-WS-KEEP-TEXT            PIC X(03) VALUE SPACES.
       01  CTR-WS-KEEP-SUB             PIC 9(01) VALUE ZERO.
       01  CTR-WS-KEEP-DIGIT           PIC 9(01) VALUE ZERO.
       01  CTR-WS-KEEP-BAD-SWITCH      PIC X(01) VALUE "N".
           88  CTR-KEEP-BAD                VALUE "Y".
       01  CTR-WS-KEEP-DAYS            PIC 9(03) VALUE ZERO.
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
       01  CTR-WS-TODAY-NUMBER         PIC 9(07) VALUE ZERO.
       01  CTR-WS-NOW-MINUTES          PIC 9(05) VALUE ZERO.
       01  CTR-WS-CUTOFF-NUMBER        PIC 9(07) VALUE ZERO.
      *
      *  Day-number work area for 9500-DAY-NUMBER: the date in,
      *  a running day count out, so two dates subtract to days.
      *
       01  CTR-WS-DN-DATE              PIC 9(08) VALUE ZERO.
       01  CTR-WS-DN-DATE-R REDEFINES CTR-WS-DN-DATE.
           05  CTR-WS-DN-YYYY              PIC 9(04).
           05  CTR-WS-DN-MM                PIC 9(02).
           05  CTR-WS-DN-DD                PIC 9(02).
       01  CTR-WS-DN-YEAR              PIC 9(04) VALUE ZERO.
       01  CTR-WS-DN-MONTH             PIC 9(02) VALUE ZERO.
       01  CTR-WS-DN-QUOT-4            PIC 9(04) VALUE ZERO.
       01  CTR-WS-DN-QUOT-100          PIC 9(04) VALUE ZERO.
       01  CTR-WS-DN-QUOT-400          PIC 9(04) VALUE ZERO.
       01  CTR-WS-DN-MONTH-DAYS        PIC 9(04) VALUE ZERO.
       01  CTR-WS-DN-NUMBER            PIC 9(07) VALUE ZERO.
      *
      *  Consumers that confirm: one entry per distinct consumer on
      *  the master, first master record wins.
      *
       01  CTR-WS-CON-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-CON-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-CON-SCAN             PIC 9(03) VALUE ZERO.
       01  CTR-WS-CON-TABLE.
           05  CTR-WS-CON-ENTRY OCCURS 20 TIMES.
               10  CTR-WS-CON-TBL-ID       PIC X(08).
               10  CTR-WS-CON-TBL-CONF     PIC X(20).
               10  CTR-WS-CON-TBL-HOURS    PIC 9(03).
               10  CTR-WS-CON-TBL-DELIM    PIC X(01).
      *
      *  The shipment log, held whole and written back.
      *
       01  CTR-WS-SHP-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-SHP-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-SHP-SCAN             PIC 9(03) VALUE ZERO.
       01  CTR-WS-SHP-TABLE.
           05  CTR-WS-SHP-ENTRY OCCURS 500 TIMES.
               10  CTR-WS-SHP-IMAGE        PIC X(106).
       01  CTR-WS-SHP-WORK.
           05  CTR-WS-SHW-CONSUMER-ID      PIC X(08).
           05  CTR-WS-SHW-FEED-DATE        PIC 9(08).
           05  CTR-WS-SHW-FEED-TYPE        PIC X(08).
           05  FILLER                      PIC X(48).
           05  CTR-WS-SHW-STATUS-FLAG      PIC X(01).
               88  CTR-WS-SHW-PENDING          VALUE "P".
               88  CTR-WS-SHW-SUPERSEDED       VALUE "S".
           05  FILLER                      PIC X(33).
      *
      *  The archive index, for the generation a re-send would use.
      *
       01  CTR-WS-ARC-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-ARC-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-ARC-SCAN             PIC 9(03) VALUE ZERO.
       01  CTR-WS-ARC-TABLE.
           05  CTR-WS-ARC-ENTRY OCCURS 500 TIMES.
               10  CTR-WS-ARC-TBL-GEN      PIC 9(05).
               10  CTR-WS-ARC-TBL-DATE     PIC 9(08).
               10  CTR-WS-ARC-TBL-FLAG     PIC X(01).
      *
      *  One confirmation line, taken apart.
      *
       01  CTR-WS-CONF-NAME            PIC X(20) VALUE SPACES.
       01  CTR-WS-DELIM-CHAR           PIC X(01) VALUE "|".
       01  CTR-WS-CNF-DATE-TEXT        PIC X(08) VALUE SPACES.
       01  CTR-WS-CNF-TYPE             PIC X(08) VALUE SPACES.
       01  CTR-WS-CNF-COUNT-TEXT       PIC X(09) VALUE SPACES.
       01  CTR-WS-CNF-RESULT           PIC X(08) VALUE SPACES.
           88  CTR-CNF-ACCEPTED            VALUE "ACCEPTED".
           88  CTR-CNF-REJECTED            VALUE "REJECTED".
       01  CTR-WS-CNF-DATE             PIC 9(08) VALUE ZERO.
       01  CTR-WS-CNF-COUNT            PIC 9(09) VALUE ZERO.
       01  CTR-WS-CNF-SUB              PIC 9(02) VALUE ZERO.
       01  CTR-WS-CNF-DIGIT            PIC 9(01) VALUE ZERO.
       01  CTR-WS-CNF-BAD-SWITCH       PIC X(01) VALUE "N".
           88  CTR-CNF-BAD                 VALUE "Y".
       01  CTR-WS-NEW-FLAG             PIC X(01) VALUE SPACES.
      *
      *  Chase work fields.
      *
       01  CTR-WS-HOURS                PIC 9(03) VALUE ZERO.
       01  CTR-WS-SHIP-NUMBER          PIC 9(07) VALUE ZERO.
       01  CTR-WS-SHIP-MINUTES         PIC 9(05) VALUE ZERO.
       01  CTR-WS-SHIP-HHMMSS          PIC 9(06) VALUE ZERO.
       01  CTR-WS-SHIP-HHMMSS-R REDEFINES CTR-WS-SHIP-HHMMSS.
           05  CTR-WS-SHIP-HH              PIC 9(02).
           05  CTR-WS-SHIP-MM              PIC 9(02).
           05  CTR-WS-SHIP-SS              PIC 9(02).
       01  CTR-WS-AGE-MINUTES          PIC S9(09) VALUE ZERO.
       01  CTR-WS-AGE-HOURS            PIC S9(07) VALUE ZERO.
       01  CTR-WS-DEADLINE-MINUTES     PIC 9(07) VALUE ZERO.
       01  CTR-WS-RESEND-TEXT          PIC X(08) VALUE SPACES.
       01  CTR-WS-GEN-EDIT             PIC 9(05) VALUE ZERO.
      *
      *  Run totals.
      *
       01  CTR-WS-MATCHED-COUNT        PIC 9(05) VALUE ZERO.
       01  CTR-WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
       01  CTR-WS-PENDING-COUNT        PIC 9(05) VALUE ZERO.
       01  CTR-WS-OVERDUE-COUNT        PIC 9(05) VALUE ZERO.
       01  CTR-WS-DROPPED-COUNT        PIC 9(05) VALUE ZERO.
       01  CTR-WS-HISTORY-COUNT        PIC 9(05) VALUE ZERO.
       01  CTR-WS-NOT-ARCHIVED-SWITCH  PIC X(01) VALUE "N".
           88  CTR-NOT-ARCHIVED-SEEN       VALUE "Y".

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

       01  CTR-HEADING-LINE-1.
           05  FILLER                  PIC X(40)
                   VALUE "HELLO CONSUMER LOAD CONFIRMATION REPORT".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  CTR-EXC-HEADING-1.
           05  FILLER                  PIC X(40)
                   VALUE "CONFIRMATION EXCEPTIONS".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  CTR-EXC-HEADING-2.
           05  FILLER                  PIC X(09) VALUE "CONSUMER".
           05  FILLER                  PIC X(09) VALUE "RUN DATE".
           05  FILLER                  PIC X(09) VALUE "FEED TYPE".
           05  FILLER                  PIC X(10) VALUE "  SHIPPED".
           05  FILLER                  PIC X(10) VALUE "   LOADED".
           05  FILLER                  PIC X(20) VALUE "EXCEPTION".
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  CTR-EXC-DETAIL-LINE.
           05  CTR-EXC-CONSUMER-ID     PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-EXC-FEED-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-EXC-FEED-TYPE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-EXC-SHIPPED         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-EXC-LOADED          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-EXC-REMARK          PIC X(20).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  CTR-UNC-HEADING-1.
           05  FILLER                  PIC X(40)
                   VALUE "UNCONFIRMED FEEDS".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  CTR-UNC-HEADING-2.
           05  FILLER                  PIC X(09) VALUE "CONSUMER".
           05  FILLER                  PIC X(09) VALUE "RUN DATE".
           05  FILLER                  PIC X(09) VALUE "FEED TYPE".
           05  FILLER                  PIC X(10) VALUE "    COUNT".
           05  FILLER                  PIC X(09) VALUE "SHIPPED".
           05  FILLER                  PIC X(07) VALUE "AT".
           05  FILLER                  PIC X(06) VALUE "  AGE".
           05  FILLER                  PIC X(04) VALUE "DUE".
           05  FILLER                  PIC X(08) VALUE "STATE".
           05  FILLER                  PIC X(09) VALUE "RESEND".

       01  CTR-UNC-DETAIL-LINE.
           05  CTR-UNC-CONSUMER-ID     PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-UNC-FEED-DATE       PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-UNC-FEED-TYPE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-UNC-SHIPPED         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-UNC-SHIP-DATE       PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-UNC-SHIP-TIME       PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-UNC-AGE-HOURS       PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-UNC-DUE-HOURS       PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-UNC-STATE           PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-UNC-RESEND          PIC X(08).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-CONSUMERS THRU 2000-EXIT.
           PERFORM 3000-LOAD-SHIPMENTS THRU 3000-EXIT.
           PERFORM 4000-LOAD-ARCHIVE-INDEX THRU 4000-EXIT.
           PERFORM 5000-TAKE-CONFIRMATIONS THRU 5000-EXIT.
           PERFORM 6000-CHASE-PENDING THRU 6000-EXIT.
           PERFORM 7000-REWRITE-SHIPMENTS THRU 7000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE
      *
      *  Takes the run timestamp, resolves the CTRCNFK keep period
      *  and opens the report with its heading.  CTRCNFK is keyed
      *  left-justified by operations; anything missing, non-numeric
      *  or zero falls back to the standard 30 days.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT CTR-WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-SYS-TIME FROM TIME.
           MOVE CTR-WS-SYS-DATE TO CTR-WS-DN-DATE.
           PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
           MOVE CTR-WS-DN-NUMBER TO CTR-WS-TODAY-NUMBER.
           COMPUTE CTR-WS-NOW-MINUTES =
                   CTR-WS-TIME-HH * 60 + CTR-WS-TIME-MM.
           ACCEPT CTR-WS-KEEP-TEXT FROM ENVIRONMENT "CTRCNFK".
           PERFORM 1100-EDIT-KEEP THRU 1100-EXIT
                   VARYING CTR-WS-KEEP-SUB FROM 1 BY 1
                   UNTIL CTR-WS-KEEP-SUB > 3.
           IF CTR-KEEP-BAD OR CTR-WS-KEEP-DAYS = ZERO
               MOVE 30 TO CTR-WS-KEEP-DAYS
           END-IF.
           MOVE ZERO TO CTR-WS-CUTOFF-NUMBER.
           IF CTR-WS-TODAY-NUMBER > CTR-WS-KEEP-DAYS
               COMPUTE CTR-WS-CUTOFF-NUMBER =
                       CTR-WS-TODAY-NUMBER - CTR-WS-KEEP-DAYS
           END-IF.
           OPEN OUTPUT CTR-REPORT-FILE.
           IF CTR-RPT-STATUS NOT = "00"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCNFR" TO CTR-WS-ERROR-FILE
               MOVE CTR-RPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE CTR-HEADING-LINE-1 TO CTR-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
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
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE SPACES TO CTR-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE CTR-EXC-HEADING-1 TO CTR-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE CTR-EXC-HEADING-2 TO CTR-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-EDIT-KEEP
      ******************************************************************
       1100-EDIT-KEEP.
           EVALUATE TRUE
               WHEN CTR-WS-KEEP-TEXT(CTR-WS-KEEP-SUB:1) = SPACE
                   CONTINUE
               WHEN CTR-WS-KEEP-TEXT(CTR-WS-KEEP-SUB:1) IS NUMERIC
                   MOVE CTR-WS-KEEP-TEXT(CTR-WS-KEEP-SUB:1)
                           TO CTR-WS-KEEP-DIGIT
                   COMPUTE CTR-WS-KEEP-DAYS =
                           CTR-WS-KEEP-DAYS * 10 + CTR-WS-KEEP-DIGIT
               WHEN OTHER
                   MOVE "Y" TO CTR-WS-KEEP-BAD-SWITCH
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LOAD-CONSUMERS
      *
      *  Loads each distinct consumer on CTRCONSM with its
      *  confirmation file, deadline and delimiter.  A deadline that
      *  is blank, non-numeric or zero is taken as 24 hours.  A
      *  missing or empty master aborts the step, as it does in
      *  HELLOEXT.
      ******************************************************************
       2000-LOAD-CONSUMERS.
           OPEN INPUT CTR-CONSUMER-FILE.
           IF CTR-CON-STATUS NOT = "00"
               DISPLAY "HELLOCNF: CTRCONSM CONSUMER MASTER CANNOT BE "
                       "OPENED - STATUS " CTR-CON-STATUS
                       " - JOB ABORTED"
               MOVE "CTR0005" TO CTR-WS-ALERT-MSG-ID
               MOVE "CTRCONSM CONSUMER MASTER NOT AVAILABLE"
                       TO CTR-WS-ALERT-DETAIL
               PERFORM 9800-WRITE-ALERT THRU 9800-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2100-READ-CONSUMER THRU 2100-EXIT
                   UNTIL CTR-CON-EOF.
           CLOSE CTR-CONSUMER-FILE.
           IF CTR-WS-CON-COUNT = ZERO
               DISPLAY "HELLOCNF: CTRCONSM CONSUMER MASTER IS EMPTY "
                       "- JOB ABORTED"
               MOVE "CTR0005" TO CTR-WS-ALERT-MSG-ID
               MOVE "CTRCONSM CONSUMER MASTER IS EMPTY"
                       TO CTR-WS-ALERT-DETAIL
               PERFORM 9800-WRITE-ALERT THRU 9800-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
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
           IF CTR-CON-CONSUMER-ID = SPACES
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-FIND-CONSUMER THRU 2200-EXIT.
           IF CTR-WS-CON-SCAN NOT = ZERO
               GO TO 2100-EXIT
           END-IF.
           IF CTR-WS-CON-COUNT = 20
               DISPLAY "HELLOCNF: CTRCONSM HAS MORE THAN 20 "
                       "CONSUMERS - JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               CLOSE CTR-CONSUMER-FILE
               STOP RUN
           END-IF.
           ADD 1 TO CTR-WS-CON-COUNT.
           MOVE CTR-CON-CONSUMER-ID
                   TO CTR-WS-CON-TBL-ID(CTR-WS-CON-COUNT).
           MOVE CTR-CON-CONFIRM-NAME
                   TO CTR-WS-CON-TBL-CONF(CTR-WS-CON-COUNT).
           IF CTR-CON-CONFIRM-HOURS IS NUMERIC
                   AND CTR-CON-CONFIRM-HOURS NOT = ZERO
               MOVE CTR-CON-CONFIRM-HOURS
                       TO CTR-WS-CON-TBL-HOURS(CTR-WS-CON-COUNT)
           ELSE
               MOVE 24 TO CTR-WS-CON-TBL-HOURS(CTR-WS-CON-COUNT)
           END-IF.
           MOVE CTR-CON-DELIMITER-FLAG
                   TO CTR-WS-CON-TBL-DELIM(CTR-WS-CON-COUNT).
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2200-FIND-CONSUMER
      *
      *  Looks up CTR-CON-CONSUMER-ID on the consumer table; leaves
      *  its subscript in CTR-WS-CON-SCAN, zero when not tabled.
      ******************************************************************
       2200-FIND-CONSUMER.
           MOVE ZERO TO CTR-WS-CON-SCAN.
           PERFORM 2210-MATCH-CONSUMER THRU 2210-EXIT
                   VARYING CTR-WS-CON-SUB FROM 1 BY 1
                   UNTIL CTR-WS-CON-SUB > CTR-WS-CON-COUNT
                       OR CTR-WS-CON-SCAN NOT = ZERO.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2210-MATCH-CONSUMER
      ******************************************************************
       2210-MATCH-CONSUMER.
           IF CTR-WS-CON-TBL-ID(CTR-WS-CON-SUB) = CTR-CON-CONSUMER-ID
               MOVE CTR-WS-CON-SUB TO CTR-WS-CON-SCAN
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LOAD-SHIPMENTS
      *
      *  Loads the whole shipment log, oldest first as HELLOEXT and
      *  HELLORSD append it.  A pending entry is superseded by a
      *  later pending shipment of the same feed to the same
      *  consumer, and a pending entry for a consumer that names no
      *  confirmation file is marked not chased.
      ******************************************************************
       3000-LOAD-SHIPMENTS.
           OPEN INPUT CTR-SHIP-FILE.
           IF CTR-SHP-STATUS NOT = "00" AND CTR-SHP-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSHPL" TO CTR-WS-ERROR-FILE
               MOVE CTR-SHP-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           PERFORM 3100-READ-SHIPMENT THRU 3100-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-SHIP-FILE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-READ-SHIPMENT
      ******************************************************************
       3100-READ-SHIPMENT.
           READ CTR-SHIP-FILE
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           IF CTR-SHP-STATUS NOT = "00" AND CTR-SHP-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSHPL" TO CTR-WS-ERROR-FILE
               MOVE CTR-SHP-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-WS-SHP-COUNT = 500
               DISPLAY "HELLOCNF: SHIPMENT LOG EXCEEDS 500 ENTRIES "
                       "- JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               CLOSE CTR-SHIP-FILE
               STOP RUN
           END-IF.
           IF CTR-SHP-PENDING
               PERFORM 3200-SUPERSEDE-EARLIER THRU 3200-EXIT
                       VARYING CTR-WS-SHP-SUB FROM 1 BY 1
                       UNTIL CTR-WS-SHP-SUB > CTR-WS-SHP-COUNT
               MOVE CTR-SHP-CONSUMER-ID TO CTR-CON-CONSUMER-ID
               PERFORM 2200-FIND-CONSUMER THRU 2200-EXIT
               IF CTR-WS-CON-SCAN = ZERO
                   MOVE "N" TO CTR-SHP-STATUS-FLAG
               ELSE
                   IF CTR-WS-CON-TBL-CONF(CTR-WS-CON-SCAN) = SPACES
                       MOVE "N" TO CTR-SHP-STATUS-FLAG
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO CTR-WS-SHP-COUNT.
           MOVE CTR-SHP-RECORD TO CTR-WS-SHP-IMAGE(CTR-WS-SHP-COUNT).
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-SUPERSEDE-EARLIER
      ******************************************************************
       3200-SUPERSEDE-EARLIER.
           MOVE CTR-WS-SHP-IMAGE(CTR-WS-SHP-SUB) TO CTR-WS-SHP-WORK.
           IF CTR-WS-SHW-PENDING
                   AND CTR-WS-SHW-CONSUMER-ID = CTR-SHP-CONSUMER-ID
                   AND CTR-WS-SHW-FEED-DATE = CTR-SHP-FEED-DATE
                   AND CTR-WS-SHW-FEED-TYPE = CTR-SHP-FEED-TYPE
               MOVE "S" TO CTR-WS-SHW-STATUS-FLAG
               MOVE CTR-WS-SHP-WORK TO CTR-WS-SHP-IMAGE(CTR-WS-SHP-SUB)
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  4000-LOAD-ARCHIVE-INDEX
      *
      *  Tables the CTRARCIX catalog - generation, run date and
      *  active/purged flag - in generation order, as HELLOARC
      *  appends it.  No index yet simply means no generation is
      *  available to re-send.
      ******************************************************************
       4000-LOAD-ARCHIVE-INDEX.
           OPEN INPUT CTR-INDEX-FILE.
           IF CTR-IDX-STATUS NOT = "00" AND CTR-IDX-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRARCIX" TO CTR-WS-ERROR-FILE
               MOVE CTR-IDX-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           PERFORM 4100-READ-INDEX THRU 4100-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-INDEX-FILE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4100-READ-INDEX
      ******************************************************************
       4100-READ-INDEX.
           READ CTR-INDEX-FILE
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ.
           IF CTR-IDX-STATUS NOT = "00" AND CTR-IDX-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRARCIX" TO CTR-WS-ERROR-FILE
               MOVE CTR-IDX-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-WS-ARC-COUNT = 500
               DISPLAY "HELLOCNF: ARCHIVE INDEX EXCEEDS 500 ENTRIES "
                       "- JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               CLOSE CTR-INDEX-FILE
               STOP RUN
           END-IF.
           ADD 1 TO CTR-WS-ARC-COUNT.
           MOVE CTR-ARC-GEN-NUMBER
                   TO CTR-WS-ARC-TBL-GEN(CTR-WS-ARC-COUNT).
           MOVE CTR-ARC-RUN-DATE
                   TO CTR-WS-ARC-TBL-DATE(CTR-WS-ARC-COUNT).
           MOVE CTR-ARC-STATUS-FLAG
                   TO CTR-WS-ARC-TBL-FLAG(CTR-WS-ARC-COUNT).
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  5000-TAKE-CONFIRMATIONS
      *
      *  Reads each confirming consumer's confirmation file in turn.
      *  A consumer that has not dropped its file yet is simply
      *  passed over: its feeds stay pending and are chased below.
      ******************************************************************
       5000-TAKE-CONFIRMATIONS.
           PERFORM 5100-READ-ONE-CONSUMER THRU 5100-EXIT
                   VARYING CTR-WS-CON-SUB FROM 1 BY 1
                   UNTIL CTR-WS-CON-SUB > CTR-WS-CON-COUNT.
           IF CTR-WS-EXCEPTION-COUNT = ZERO
               MOVE "  NONE" TO CTR-REPORT-LINE
               PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-READ-ONE-CONSUMER
      ******************************************************************
       5100-READ-ONE-CONSUMER.
           IF CTR-WS-CON-TBL-CONF(CTR-WS-CON-SUB) = SPACES
               GO TO 5100-EXIT
           END-IF.
           MOVE CTR-WS-CON-TBL-CONF(CTR-WS-CON-SUB)
                   TO CTR-WS-CONF-NAME.
           EVALUATE TRUE
               WHEN CTR-WS-CON-TBL-DELIM(CTR-WS-CON-SUB) = "C"
                   MOVE "," TO CTR-WS-DELIM-CHAR
               WHEN CTR-WS-CON-TBL-DELIM(CTR-WS-CON-SUB) = "S"
                   MOVE ";" TO CTR-WS-DELIM-CHAR
               WHEN OTHER
                   MOVE "|" TO CTR-WS-DELIM-CHAR
           END-EVALUATE.
           OPEN INPUT CTR-CONFIRM-FILE.
           IF CTR-CNF-STATUS = "05"
               CLOSE CTR-CONFIRM-FILE
               GO TO 5100-EXIT
           END-IF.
           IF CTR-CNF-STATUS NOT = "00"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE CTR-WS-CONF-NAME TO CTR-WS-ERROR-FILE
               MOVE CTR-CNF-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           PERFORM 5200-READ-CONFIRMATION THRU 5200-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-CONFIRM-FILE.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5200-READ-CONFIRMATION
      *
      *  Takes one confirmation line apart.  The heading and blank
      *  lines pass by; a line that cannot be read as a feed date,
      *  feed type, count and ACCEPTED/REJECTED is an exception in
      *  its own right - the consumer's loader is sending something
      *  other than what was agreed.
      ******************************************************************
       5200-READ-CONFIRMATION.
           READ CTR-CONFIRM-FILE
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 5200-EXIT
           END-READ.
           IF CTR-CNF-STATUS NOT = "00" AND CTR-CNF-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE CTR-WS-CONF-NAME TO CTR-WS-ERROR-FILE
               MOVE CTR-CNF-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-CONFIRM-LINE = SPACES
                   OR CTR-CONFIRM-LINE(1:9) = "FEED_DATE"
               GO TO 5200-EXIT
           END-IF.
           MOVE SPACES TO CTR-WS-CNF-DATE-TEXT CTR-WS-CNF-TYPE
                          CTR-WS-CNF-COUNT-TEXT CTR-WS-CNF-RESULT.
           UNSTRING CTR-CONFIRM-LINE DELIMITED BY CTR-WS-DELIM-CHAR
                   INTO CTR-WS-CNF-DATE-TEXT
                        CTR-WS-CNF-TYPE
                        CTR-WS-CNF-COUNT-TEXT
                        CTR-WS-CNF-RESULT.
           MOVE "N" TO CTR-WS-CNF-BAD-SWITCH.
           MOVE ZERO TO CTR-WS-CNF-COUNT.
           PERFORM 5210-EDIT-COUNT THRU 5210-EXIT
                   VARYING CTR-WS-CNF-SUB FROM 1 BY 1
                   UNTIL CTR-WS-CNF-SUB > 9.
           IF CTR-WS-CNF-COUNT-TEXT = SPACES
               MOVE "Y" TO CTR-WS-CNF-BAD-SWITCH
           END-IF.
           IF CTR-WS-CNF-DATE-TEXT IS NOT NUMERIC
               MOVE "Y" TO CTR-WS-CNF-BAD-SWITCH
           ELSE
               MOVE CTR-WS-CNF-DATE-TEXT TO CTR-WS-CNF-DATE
           END-IF.
           IF CTR-WS-CNF-TYPE NOT = "ORIGINAL"
                   AND CTR-WS-CNF-TYPE NOT = "RESEND"
               MOVE "Y" TO CTR-WS-CNF-BAD-SWITCH
           END-IF.
           IF NOT CTR-CNF-ACCEPTED AND NOT CTR-CNF-REJECTED
               MOVE "Y" TO CTR-WS-CNF-BAD-SWITCH
           END-IF.
           IF CTR-CNF-BAD
               DISPLAY "HELLOCNF: CONSUMER "
                       CTR-WS-CON-TBL-ID(CTR-WS-CON-SUB)
                       " CONFIRMATION LINE CANNOT BE READ: "
                       CTR-CONFIRM-LINE(1:40)
               MOVE SPACES TO CTR-SHP-RECORD
               MOVE CTR-WS-CON-TBL-ID(CTR-WS-CON-SUB)
                       TO CTR-SHP-CONSUMER-ID
               MOVE ZERO TO CTR-SHP-RECORD-COUNT
               MOVE "CONFIRMATION INVALID" TO CTR-EXC-REMARK
               PERFORM 5800-PRINT-EXCEPTION THRU 5800-EXIT
               GO TO 5200-EXIT
           END-IF.
           PERFORM 5300-MATCH-SHIPMENT THRU 5300-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  5210-EDIT-COUNT
      *
      *  De-edits one character of the loaded count, which the
      *  loader writes left-justified without leading zeros.
      ******************************************************************
       5210-EDIT-COUNT.
           EVALUATE TRUE
               WHEN CTR-WS-CNF-COUNT-TEXT(CTR-WS-CNF-SUB:1) = SPACE
                   CONTINUE
               WHEN CTR-WS-CNF-COUNT-TEXT(CTR-WS-CNF-SUB:1)
                       IS NUMERIC
                   MOVE CTR-WS-CNF-COUNT-TEXT(CTR-WS-CNF-SUB:1)
                           TO CTR-WS-CNF-DIGIT
                   COMPUTE CTR-WS-CNF-COUNT =
                           CTR-WS-CNF-COUNT * 10 + CTR-WS-CNF-DIGIT
               WHEN OTHER
                   MOVE "Y" TO CTR-WS-CNF-BAD-SWITCH
           END-EVALUATE.
       5210-EXIT.
           EXIT.

      ******************************************************************
      *  5300-MATCH-SHIPMENT
      *
      *  Finds the latest logged shipment of this feed to this
      *  consumer, superseded entries aside.  A line repeating what
      *  an earlier run already took - same count, same outcome -
      *  is passed over; anything else settles the entry afresh, so
      *  a consumer that reloads after a rejection can confirm the
      *  reload.  A confirmation for a feed never logged is an
      *  exception - unless its feed date is older than the CTRCNFK
      *  keep period: the entry it settled has since dropped off the
      *  log, and the consumer's old line is ignored.
      ******************************************************************
       5300-MATCH-SHIPMENT.
           MOVE ZERO TO CTR-WS-SHP-SCAN.
           PERFORM 5310-FIND-SHIPMENT THRU 5310-EXIT
                   VARYING CTR-WS-SHP-SUB FROM CTR-WS-SHP-COUNT BY -1
                   UNTIL CTR-WS-SHP-SUB < 1
                       OR CTR-WS-SHP-SCAN NOT = ZERO.
           IF CTR-WS-SHP-SCAN = ZERO
               MOVE CTR-WS-CNF-DATE TO CTR-WS-DN-DATE
               PERFORM 9500-DAY-NUMBER THRU 9500-EXIT
               IF CTR-WS-DN-NUMBER < CTR-WS-CUTOFF-NUMBER
                   GO TO 5300-EXIT
               END-IF
               DISPLAY "HELLOCNF: CONSUMER "
                       CTR-WS-CON-TBL-ID(CTR-WS-CON-SUB)
                       " CONFIRMS " CTR-WS-CNF-TYPE " FEED OF "
                       CTR-WS-CNF-DATE " - NO SUCH SHIPMENT LOGGED"
               MOVE SPACES TO CTR-SHP-RECORD
               MOVE CTR-WS-CON-TBL-ID(CTR-WS-CON-SUB)
                       TO CTR-SHP-CONSUMER-ID
               MOVE CTR-WS-CNF-DATE TO CTR-SHP-FEED-DATE
               MOVE CTR-WS-CNF-TYPE TO CTR-SHP-FEED-TYPE
               MOVE ZERO TO CTR-SHP-RECORD-COUNT
               MOVE "NO SHIPMENT LOGGED" TO CTR-EXC-REMARK
               PERFORM 5800-PRINT-EXCEPTION THRU 5800-EXIT
               GO TO 5300-EXIT
           END-IF.
           MOVE CTR-WS-SHP-IMAGE(CTR-WS-SHP-SCAN) TO CTR-SHP-RECORD.
           EVALUATE TRUE
               WHEN CTR-CNF-REJECTED
                   MOVE "R" TO CTR-WS-NEW-FLAG
               WHEN CTR-WS-CNF-COUNT NOT = CTR-SHP-RECORD-COUNT
                   MOVE "M" TO CTR-WS-NEW-FLAG
               WHEN OTHER
                   MOVE "C" TO CTR-WS-NEW-FLAG
           END-EVALUATE.
           IF CTR-SHP-STATUS-FLAG = CTR-WS-NEW-FLAG
                   AND CTR-SHP-LOADED-COUNT = CTR-WS-CNF-COUNT
               GO TO 5300-EXIT
           END-IF.
           MOVE CTR-WS-NEW-FLAG       TO CTR-SHP-STATUS-FLAG.
           MOVE CTR-WS-CNF-COUNT      TO CTR-SHP-LOADED-COUNT.
           MOVE CTR-WS-SYS-DATE       TO CTR-SHP-CONFIRM-DATE.
           MOVE CTR-WS-SYS-TIME(1:6)  TO CTR-SHP-CONFIRM-TIME.
           MOVE CTR-SHP-RECORD TO CTR-WS-SHP-IMAGE(CTR-WS-SHP-SCAN).
           ADD 1 TO CTR-WS-MATCHED-COUNT.
           IF CTR-SHP-CONFIRMED
               GO TO 5300-EXIT
           END-IF.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING CTR-SHP-CONSUMER-ID    DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   CTR-SHP-FEED-DATE     DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   CTR-SHP-FEED-TYPE     DELIMITED BY SIZE
                   " SENT "              DELIMITED BY SIZE
                   CTR-SHP-RECORD-COUNT  DELIMITED BY SIZE
                   " LOADED "            DELIMITED BY SIZE
                   CTR-SHP-LOADED-COUNT  DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           IF CTR-SHP-REJECTED
               DISPLAY "HELLOCNF: CONSUMER " CTR-SHP-CONSUMER-ID
                       " REJECTED THE " CTR-SHP-FEED-TYPE
                       " FEED OF " CTR-SHP-FEED-DATE
               MOVE "CTR0020" TO CTR-WS-ALERT-MSG-ID
               MOVE "REJECTED" TO CTR-EXC-REMARK
           ELSE
               DISPLAY "HELLOCNF: CONSUMER " CTR-SHP-CONSUMER-ID
                       " LOADED " CTR-SHP-LOADED-COUNT " OF "
                       CTR-SHP-RECORD-COUNT " FROM THE "
                       CTR-SHP-FEED-TYPE " FEED OF "
                       CTR-SHP-FEED-DATE
               MOVE "CTR0021" TO CTR-WS-ALERT-MSG-ID
               MOVE "COUNT MISMATCH" TO CTR-EXC-REMARK
           END-IF.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
           PERFORM 5800-PRINT-EXCEPTION THRU 5800-EXIT.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *  5310-FIND-SHIPMENT
      ******************************************************************
       5310-FIND-SHIPMENT.
           MOVE CTR-WS-SHP-IMAGE(CTR-WS-SHP-SUB) TO CTR-WS-SHP-WORK.
           IF CTR-WS-SHW-CONSUMER-ID = CTR-WS-CON-TBL-ID(CTR-WS-CON-SUB)
                   AND CTR-WS-SHW-FEED-DATE = CTR-WS-CNF-DATE
                   AND CTR-WS-SHW-FEED-TYPE = CTR-WS-CNF-TYPE
                   AND NOT CTR-WS-SHW-SUPERSEDED
               MOVE CTR-WS-SHP-SUB TO CTR-WS-SHP-SCAN
           END-IF.
       5310-EXIT.
           EXIT.

      ******************************************************************
      *  5800-PRINT-EXCEPTION
      *
      *  Prints one exception line from the shipment fields in
      *  CTR-SHP-RECORD, the loaded count just taken and the remark
      *  the caller placed in CTR-EXC-REMARK.
      ******************************************************************
       5800-PRINT-EXCEPTION.
           MOVE CTR-SHP-CONSUMER-ID  TO CTR-EXC-CONSUMER-ID.
           IF CTR-SHP-FEED-DATE IS NUMERIC
               MOVE CTR-SHP-FEED-DATE TO CTR-EXC-FEED-DATE
           ELSE
               MOVE CTR-WS-CNF-DATE-TEXT TO CTR-EXC-FEED-DATE
           END-IF.
           IF CTR-SHP-FEED-TYPE = SPACES
               MOVE CTR-WS-CNF-TYPE  TO CTR-EXC-FEED-TYPE
           ELSE
               MOVE CTR-SHP-FEED-TYPE TO CTR-EXC-FEED-TYPE
           END-IF.
           MOVE CTR-SHP-RECORD-COUNT TO CTR-EXC-SHIPPED.
           MOVE CTR-WS-CNF-COUNT     TO CTR-EXC-LOADED.
           MOVE CTR-EXC-DETAIL-LINE  TO CTR-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           ADD 1 TO CTR-WS-EXCEPTION-COUNT.
       5800-EXIT.
           EXIT.

      ******************************************************************
      *  6000-CHASE-PENDING
      *
      *  Lists every shipment still pending, oldest first, and
      *  raises the overdue alert for each one past its consumer's
      *  deadline.
      ******************************************************************
       6000-CHASE-PENDING.
           MOVE SPACES TO CTR-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE CTR-UNC-HEADING-1 TO CTR-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE CTR-UNC-HEADING-2 TO CTR-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           PERFORM 6100-CHASE-ONE-SHIPMENT THRU 6100-EXIT
                   VARYING CTR-WS-SHP-SUB FROM 1 BY 1
                   UNTIL CTR-WS-SHP-SUB > CTR-WS-SHP-COUNT.
           IF CTR-WS-PENDING-COUNT = ZERO
               MOVE "  NONE" TO CTR-REPORT-LINE
               PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
           END-IF.
           IF CTR-NOT-ARCHIVED-SEEN
               MOVE SPACES TO CTR-REPORT-LINE
               PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
               MOVE "  RESEND NONE: RUN DATE NOT YET ON CTRARCIX - "
                       TO CTR-REPORT-LINE
               MOVE "STILL THE CURRENT CTROUT"
                       TO CTR-REPORT-LINE(47:24)
               PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  6100-CHASE-ONE-SHIPMENT
      *
      *  Age is whole calendar days between the shipment and now in
      *  minutes, plus the difference in time of day; the deadline
      *  is the consumer's hours from CTRCONSM.  A shipment logged
      *  for a consumer since dropped from the master is chased
      *  against the standard 24 hours.
      ******************************************************************
       6100-CHASE-ONE-SHIPMENT.
           MOVE CTR-WS-SHP-IMAGE(CTR-WS-SHP-SUB) TO CTR-SHP-RECORD.
           IF NOT CTR-SHP-PENDING
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO CTR-WS-PENDING-COUNT.
           MOVE CTR-SHP-CONSUMER-ID TO CTR-CON-CONSUMER-ID.
           PERFORM 2200-FIND-CONSUMER THRU 2200-EXIT.
           IF CTR-WS-CON-SCAN = ZERO
               MOVE 24 TO CTR-WS-HOURS
           ELSE
               MOVE CTR-WS-CON-TBL-HOURS(CTR-WS-CON-SCAN)
                       TO CTR-WS-HOURS
           END-IF.
           MOVE CTR-SHP-SHIP-DATE TO CTR-WS-DN-DATE.
           PERFORM 9500-DAY-NUMBER THRU 9500-EXIT.
           MOVE CTR-WS-DN-NUMBER TO CTR-WS-SHIP-NUMBER.
           MOVE CTR-SHP-SHIP-TIME TO CTR-WS-SHIP-HHMMSS.
           COMPUTE CTR-WS-SHIP-MINUTES =
                   CTR-WS-SHIP-HH * 60 + CTR-WS-SHIP-MM.
           COMPUTE CTR-WS-AGE-MINUTES =
                   (CTR-WS-TODAY-NUMBER - CTR-WS-SHIP-NUMBER) * 1440
                   + CTR-WS-NOW-MINUTES - CTR-WS-SHIP-MINUTES.
           IF CTR-WS-AGE-MINUTES < ZERO
               MOVE ZERO TO CTR-WS-AGE-MINUTES
           END-IF.
           DIVIDE CTR-WS-AGE-MINUTES BY 60
                   GIVING CTR-WS-AGE-HOURS.
           COMPUTE CTR-WS-DEADLINE-MINUTES = CTR-WS-HOURS * 60.
           PERFORM 6200-FIND-RESEND-GEN THRU 6200-EXIT.
           MOVE CTR-SHP-CONSUMER-ID  TO CTR-UNC-CONSUMER-ID.
           MOVE CTR-SHP-FEED-DATE    TO CTR-UNC-FEED-DATE.
           MOVE CTR-SHP-FEED-TYPE    TO CTR-UNC-FEED-TYPE.
           MOVE CTR-SHP-RECORD-COUNT TO CTR-UNC-SHIPPED.
           MOVE CTR-SHP-SHIP-DATE    TO CTR-UNC-SHIP-DATE.
           MOVE CTR-SHP-SHIP-TIME    TO CTR-UNC-SHIP-TIME.
           MOVE CTR-WS-AGE-HOURS     TO CTR-UNC-AGE-HOURS.
           MOVE CTR-WS-HOURS         TO CTR-UNC-DUE-HOURS.
           MOVE CTR-WS-RESEND-TEXT   TO CTR-UNC-RESEND.
           IF CTR-WS-AGE-MINUTES NOT > CTR-WS-DEADLINE-MINUTES
               MOVE "WAITING" TO CTR-UNC-STATE
               MOVE CTR-UNC-DETAIL-LINE TO CTR-REPORT-LINE
               PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
               GO TO 6100-EXIT
           END-IF.
           MOVE "OVERDUE" TO CTR-UNC-STATE.
           MOVE CTR-UNC-DETAIL-LINE TO CTR-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           ADD 1 TO CTR-WS-OVERDUE-COUNT.
           DISPLAY "HELLOCNF: CONSUMER " CTR-SHP-CONSUMER-ID
                   " HAS NOT CONFIRMED THE " CTR-SHP-FEED-TYPE
                   " FEED OF " CTR-SHP-FEED-DATE " - RESEND "
                   CTR-WS-RESEND-TEXT.
           MOVE "CTR0022" TO CTR-WS-ALERT-MSG-ID.
           MOVE SPACES TO CTR-WS-ALERT-DETAIL.
           STRING CTR-SHP-CONSUMER-ID    DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   CTR-SHP-FEED-DATE     DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   CTR-SHP-FEED-TYPE     DELIMITED BY SIZE
                   " SENT "              DELIMITED BY SIZE
                   CTR-SHP-RECORD-COUNT  DELIMITED BY SIZE
                   " RESEND "            DELIMITED BY SIZE
                   CTR-WS-RESEND-TEXT    DELIMITED BY SIZE
                   INTO CTR-WS-ALERT-DETAIL.
           PERFORM 9800-WRITE-ALERT THRU 9800-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  6200-FIND-RESEND-GEN
      *
      *  Picks the generation HELLORSD would take for a re-send by
      *  run date: the last CTRARCIX entry for the feed's run date.
      *  HELLORSD refuses a purged generation, so that is shown as
      *  PURGED rather than as a number.
      ******************************************************************
       6200-FIND-RESEND-GEN.
           MOVE ZERO TO CTR-WS-ARC-SCAN.
           PERFORM 6210-MATCH-RUN-DATE THRU 6210-EXIT
                   VARYING CTR-WS-ARC-SUB FROM 1 BY 1
                   UNTIL CTR-WS-ARC-SUB > CTR-WS-ARC-COUNT.
           EVALUATE TRUE
               WHEN CTR-WS-ARC-SCAN = ZERO
                   MOVE "NONE" TO CTR-WS-RESEND-TEXT
                   MOVE "Y" TO CTR-WS-NOT-ARCHIVED-SWITCH
               WHEN CTR-WS-ARC-TBL-FLAG(CTR-WS-ARC-SCAN) = "P"
                   MOVE "PURGED" TO CTR-WS-RESEND-TEXT
               WHEN OTHER
                   MOVE CTR-WS-ARC-TBL-GEN(CTR-WS-ARC-SCAN)
                           TO CTR-WS-GEN-EDIT
                   MOVE SPACES TO CTR-WS-RESEND-TEXT
                   STRING "G"              DELIMITED BY SIZE
                           CTR-WS-GEN-EDIT DELIMITED BY SIZE
                           INTO CTR-WS-RESEND-TEXT
           END-EVALUATE.
       6200-EXIT.
           EXIT.

      ******************************************************************
      *  6210-MATCH-RUN-DATE
      ******************************************************************
       6210-MATCH-RUN-DATE.
           IF CTR-WS-ARC-TBL-DATE(CTR-WS-ARC-SUB) = CTR-SHP-FEED-DATE
               MOVE CTR-WS-ARC-SUB TO CTR-WS-ARC-SCAN
           END-IF.
       6210-EXIT.
           EXIT.

      ******************************************************************
      *  7000-REWRITE-SHIPMENTS
      *
      *  Writes the shipment log back with tonight's statuses,
      *  leaving out settled entries shipped before the keep
      *  period; a confirmed one is appended to CTRSHPH as it goes.
      *  Nothing is rewritten when there was no log.
      ******************************************************************
       7000-REWRITE-SHIPMENTS.
           IF CTR-WS-SHP-COUNT = ZERO
               GO TO 7000-EXIT
           END-IF.
           OPEN OUTPUT CTR-SHIP-FILE.
           IF CTR-SHP-STATUS NOT = "00" AND CTR-SHP-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSHPL" TO CTR-WS-ERROR-FILE
               MOVE CTR-SHP-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           OPEN EXTEND CTR-SHPH-FILE.
           IF CTR-SHH-STATUS NOT = "00" AND CTR-SHH-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSHPH" TO CTR-WS-ERROR-FILE
               MOVE CTR-SHH-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 7100-WRITE-ONE-SHIPMENT THRU 7100-EXIT
                   VARYING CTR-WS-SHP-SUB FROM 1 BY 1
                   UNTIL CTR-WS-SHP-SUB > CTR-WS-SHP-COUNT.
           CLOSE CTR-SHPH-FILE.
           CLOSE CTR-SHIP-FILE.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  7100-WRITE-ONE-SHIPMENT
      ******************************************************************
       7100-WRITE-ONE-SHIPMENT.
           MOVE CTR-WS-SHP-IMAGE(CTR-WS-SHP-SUB) TO CTR-SHP-RECORD.
           IF NOT CTR-SHP-PENDING
               MOVE CTR-SHP-SHIP-DATE TO CTR-WS-DN-DATE
               PERFORM 9500-DAY-NUMBER THRU 9500-EXIT
               IF CTR-WS-DN-NUMBER < CTR-WS-CUTOFF-NUMBER
                   ADD 1 TO CTR-WS-DROPPED-COUNT
                   PERFORM 7200-KEEP-HISTORY THRU 7200-EXIT
                   GO TO 7100-EXIT
               END-IF
           END-IF.
           WRITE CTR-SHP-RECORD.
           IF CTR-SHP-STATUS NOT = "00"
               MOVE "WRITE"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSHPL" TO CTR-WS-ERROR-FILE
               MOVE CTR-SHP-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       7100-EXIT.
           EXIT.

      ******************************************************************
      *  7200-KEEP-HISTORY
      *
      *  Appends a confirmed entry leaving the log to CTRSHPH.  Only
      *  a confirmation proves values used; the other settled
      *  statuses are not kept.
      ******************************************************************
       7200-KEEP-HISTORY.
           IF NOT CTR-SHP-CONFIRMED
               GO TO 7200-EXIT
           END-IF.
           MOVE CTR-SHP-RECORD TO CTR-SHPH-LINE.
           WRITE CTR-SHPH-LINE.
           IF CTR-SHH-STATUS NOT = "00"
               MOVE "WRITE"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSHPH" TO CTR-WS-ERROR-FILE
               MOVE CTR-SHH-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-HISTORY-COUNT.
       7200-EXIT.
           EXIT.

      ******************************************************************
      *  8900-WRITE-REPORT-LINE
      *
      *  Common write for every CTRCNFR line, so a write failure is
      *  reported instead of silently truncating the report.
      ******************************************************************
       8900-WRITE-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           IF CTR-RPT-STATUS NOT = "00"
               MOVE "WRITE"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCNFR" TO CTR-WS-ERROR-FILE
               MOVE CTR-RPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       8900-EXIT.
           EXIT.

      ******************************************************************
      *  9000-TERMINATE
      *
      *  Closes the report and sets the step's return code: a
      *  warning when any exception was found or any feed is past
      *  its deadline, clean otherwise.
      ******************************************************************
       9000-TERMINATE.
           CLOSE CTR-REPORT-FILE.
           DISPLAY "HELLOCNF: " CTR-WS-MATCHED-COUNT
                   " CONFIRMATION(S) TAKEN, " CTR-WS-EXCEPTION-COUNT
                   " EXCEPTION(S), " CTR-WS-PENDING-COUNT
                   " FEED(S) UNCONFIRMED OF WHICH "
                   CTR-WS-OVERDUE-COUNT " OVERDUE".
           IF CTR-WS-DROPPED-COUNT NOT = ZERO
               DISPLAY "HELLOCNF: " CTR-WS-DROPPED-COUNT
                       " SETTLED SHIPMENT(S) OLDER THAN "
                       CTR-WS-KEEP-DAYS " DAYS DROPPED FROM CTRSHPL, "
                       CTR-WS-HISTORY-COUNT " CONFIRMED KEPT ON CTRSHPH"
           END-IF.
           IF CTR-WS-EXCEPTION-COUNT NOT = ZERO
                   OR CTR-WS-OVERDUE-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      ******************************************************************
      *  9500-DAY-NUMBER
      *
      *  Turns the date in CTR-WS-DN-DATE into a running day count
      *  in CTR-WS-DN-NUMBER, counting the year from March so the
      *  leap day falls at its end; the difference of two day
      *  numbers is the number of days between the dates.
      ******************************************************************
       9500-DAY-NUMBER.
           IF CTR-WS-DN-DATE IS NOT NUMERIC OR CTR-WS-DN-DATE = ZERO
               MOVE ZERO TO CTR-WS-DN-NUMBER
               GO TO 9500-EXIT
           END-IF.
           IF CTR-WS-DN-MM > 2
               MOVE CTR-WS-DN-YYYY TO CTR-WS-DN-YEAR
               COMPUTE CTR-WS-DN-MONTH = CTR-WS-DN-MM - 3
           ELSE
               COMPUTE CTR-WS-DN-YEAR = CTR-WS-DN-YYYY - 1
               COMPUTE CTR-WS-DN-MONTH = CTR-WS-DN-MM + 9
           END-IF.
           DIVIDE CTR-WS-DN-YEAR BY 4 GIVING CTR-WS-DN-QUOT-4.
           DIVIDE CTR-WS-DN-YEAR BY 100 GIVING CTR-WS-DN-QUOT-100.
           DIVIDE CTR-WS-DN-YEAR BY 400 GIVING CTR-WS-DN-QUOT-400.
           COMPUTE CTR-WS-DN-MONTH-DAYS = 153 * CTR-WS-DN-MONTH + 2.
           DIVIDE CTR-WS-DN-MONTH-DAYS BY 5
                   GIVING CTR-WS-DN-MONTH-DAYS.
           COMPUTE CTR-WS-DN-NUMBER =
                   365 * CTR-WS-DN-YEAR + CTR-WS-DN-QUOT-4
                   - CTR-WS-DN-QUOT-100 + CTR-WS-DN-QUOT-400
                   + CTR-WS-DN-MONTH-DAYS + CTR-WS-DN-DD.
       9500-EXIT.
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
               DISPLAY "HELLOCNF: CTRMSGC CANNOT BE OPENED - STATUS "
                       CTR-MSG-STATUS " - ALERT TEXTS DEFAULTED"
               GO TO 9700-EXIT
           END-IF.
           PERFORM 9710-READ-CATALOG THRU 9710-EXIT
                   UNTIL CTR-MSG-EOF.
           CLOSE CTR-MSG-FILE.
           IF CTR-WS-MSG-COUNT = ZERO
               DISPLAY "HELLOCNF: CTRMSGC IS EMPTY - ALERT TEXTS "
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
               DISPLAY "HELLOCNF: CTRMSGC READ FAILED - STATUS "
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
           MOVE "HELLOCNF"           TO CTR-ALERT-PROGRAM.
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
               DISPLAY "HELLOCNF: CTRALERT CANNOT BE OPENED - STATUS "
                       CTR-ALERT-STATUS " - ALERT LOST"
               GO TO 9800-EXIT
           END-IF.
           WRITE CTR-ALERT-RECORD.
           IF CTR-ALERT-STATUS NOT = "00"
               DISPLAY "HELLOCNF: CTRALERT WRITE FAILED - STATUS "
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
      *  which file and with what FILE STATUS, then abends the step
      *  before a half-updated shipment log can be written back.
      ******************************************************************
       9900-FILE-ERROR.
           DISPLAY "HELLOCNF: I/O ERROR ON " CTR-WS-ERROR-FILE
                   " DURING " CTR-WS-ERROR-OPERATION
                   " - FILE STATUS " CTR-WS-ERROR-STATUS.
           MOVE 20 TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.
