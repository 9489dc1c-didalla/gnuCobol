      ******************************************************************
      *  HELLOPFL is the afternoon pre-flight check of tonight's HELLO
      *  batch window.  Every problem that aborts the night at 2 a.m.
      *  is already on file by 4 p.m.; this program finds it while
      *  the day shift can still put it right through HELLOSCH or
      *  HELLOMNT.  It is strictly read-only - it writes no CTROUT,
      *  no checkpoint, no schedule and no audit record - and prints
      *  one exception report, CTRPFRP, with a go/no-go verdict.
      *
      *  Tonight is the run date HELLOJOB will run under: the CTRPARM
      *  run date when a CTRSORDM standing-order master builds the
      *  schedule, otherwise the first CTRSCHD record's run date,
      *  otherwise the CTRPARM run date.  Checked against it:
      *
      *    - every CTRSCHD record (or the CTRPARM fallback) through
      *      HELLO's load-time edits: record count, blank or repeated
      *      run ID, zero increment, inverted descending range;
      *    - each range against the CTRHIST ranges issued in the last
      *      CTROVLN days (the CTR0017 abort) and against the other
      *      ranges on tonight's schedule;
      *    - each range against its run ID's block on the CTRALOTM
      *      allotment master (the CTR0028 abort);
      *    - the run date against the CTRCALND business calendar;
      *    - each active standing order through HELLOGEN's edits,
      *      and each one due tonight through the ceiling and
      *      descending edits HELLOGEN applies to the range it will
      *      generate (the CTR0019 refusal);
      *    - each run ID against the CTRCONSM consumer master (the
      *      CTR0011 unshipped feed), and each active standing order
      *      likewise;
      *    - CTRCKPT and the partition checkpoints CTRCKPT.P1-P9 for
      *      a pending restart, or a stale checkpoint that would stop
      *      the archive step rolling last night's CTROUT;
      *    - the CTRPARTS split setting against a schedule night;
      *    - each sequence's expected control total against the count
      *      its range will actually generate (the CTR0002 warning).
      *
      *  Each sequence's record volume and CTROUT size are estimated
      *  from its range.  With a standing-order master present the
      *  schedule entries HELLOGEN generates at STEP003 do not exist
      *  yet, so each is projected as HELLOGEN will build it - due by
      *  the same day rule, continued from its run ID's last CTRHIST
      *  range by its increment and block size - and checked with
      *  the keyed entries for tonight, which HELLOGEN keeps in
      *  place of an order for the same run ID.
      *
      *  Return codes: 0 go; 4 go, with warnings to read; 8 no-go -
      *  at least one exception would abort the night or lose a feed
      *  (a CTRALERT is raised so the day shift is told); 20 I/O
      *  error.
      *
      *  Maintenance history:
      *    2026-10-15  Original program.
      *    2026-10-15  Each range is held against its run ID's CTRALOTM
      *                allotment.
      *    2026-10-15  Standing orders due tonight are projected to the
      *                ranges HELLOGEN will generate and put through
      *                the ceiling, overlap and allotment checks; an
      *                order HELLOGEN would refuse is an error.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 HELLOPFL.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTR-SCHD-FILE ASSIGN TO "CTRSCHD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SCHD-STATUS.

           SELECT OPTIONAL CTR-PARM-FILE ASSIGN TO "CTRPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-PARM-STATUS.

           SELECT OPTIONAL CTR-SORD-FILE ASSIGN TO "CTRSORDM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SORD-STATUS.

           SELECT OPTIONAL CTR-HIST-FILE ASSIGN TO "CTRHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-HIST-KEY
                   ALTERNATE RECORD KEY IS CTR-HIST-RUN-ID
                       WITH DUPLICATES
                   FILE STATUS IS CTR-HIST-STATUS.

           SELECT OPTIONAL CTR-CAL-FILE ASSIGN TO "CTRCALND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-CAL-STATUS.

           SELECT OPTIONAL CTR-CONSUMER-FILE ASSIGN TO "CTRCONSM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-CON-STATUS.

           SELECT OPTIONAL CTR-CKPT-FILE ASSIGN TO "CTRCKPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-CKPT-STATUS.

           SELECT OPTIONAL CTR-PCKPT-FILE ASSIGN TO DYNAMIC
                                                    CTR-WS-PCKPT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-PCKPT-STATUS.

           SELECT OPTIONAL CTR-ALOT-FILE ASSIGN TO "CTRALOTM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-ALOT-STATUS.

           SELECT CTR-REPORT-FILE ASSIGN TO "CTRPFRP"
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
       FD  CTR-SCHD-FILE.
       COPY CTRSCHD.

       FD  CTR-PARM-FILE.
       COPY CTRPARM.

       FD  CTR-SORD-FILE.
       COPY CTRSORD.

       FD  CTR-HIST-FILE.
       COPY CTRHIST.

       FD  CTR-CAL-FILE.
       COPY CTRCAL.

       FD  CTR-CONSUMER-FILE.
       COPY CTRCONS.

       FD  CTR-CKPT-FILE.
       COPY CTRCKPT.

       FD  CTR-PCKPT-FILE.
       01  CTR-PCKPT-RECORD.
           05  CTR-PCKPT-RUN-ID            PIC X(08).
           05  CTR-PCKPT-LAST-COUNTER      PIC 9(09).
           05  CTR-PCKPT-RECORDS-WRITTEN   PIC 9(09).
           05  CTR-PCKPT-RUN-DATE          PIC 9(08).
           05  FILLER                      PIC X(10).

       FD  CTR-ALOT-FILE.
       COPY CTRALOT.

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-LINE             PIC X(80).

       FD  CTR-MSG-FILE.
       COPY CTRMSG.

       FD  CTR-ALERT-FILE.
       COPY CTRALRT.

       WORKING-STORAGE             SECTION.
       01  CTR-SCHD-STATUS             PIC X(02).
       01  CTR-PARM-STATUS             PIC X(02).
       01  CTR-SORD-STATUS             PIC X(02).
       01  CTR-HIST-STATUS             PIC X(02).
       01  CTR-CAL-STATUS              PIC X(02).
       01  CTR-CON-STATUS              PIC X(02).
       01  CTR-CKPT-STATUS             PIC X(02).
       01  CTR-PCKPT-STATUS            PIC X(02).
       01  CTR-ALOT-STATUS             PIC X(02).
       01  CTR-RPT-STATUS              PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
       01  CTR-WS-ERROR-FILE           PIC X(10).
       01  CTR-WS-ERROR-STATUS         PIC X(02).
       01  CTR-WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  CTR-EOF                     VALUE "Y".
       01  CTR-WS-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  CTR-ENTRY-FOUND             VALUE "Y".
       01  CTR-WS-PARM-SWITCH          PIC X(01) VALUE "N".
           88  CTR-PARM-PRESENT            VALUE "Y".
       01  CTR-WS-SORD-SWITCH          PIC X(01) VALUE "N".
           88  CTR-SORD-PRESENT            VALUE "Y".
       01  CTR-WS-SOURCE-SWITCH        PIC X(01) VALUE "S".
           88  CTR-SOURCE-SCHEDULE         VALUE "S".
           88  CTR-SOURCE-PARM             VALUE "P".
       01  CTR-WS-FULL-SWITCH          PIC X(01) VALUE "N".
           88  CTR-SCHEDULE-OVERFLOWED     VALUE "Y".
       01  CTR-WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
           88  CTR-HIST-EOF                VALUE "Y".
       01  CTR-WS-HIST-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  CTR-HIST-OPEN               VALUE "Y".
       01  CTR-WS-OVERLAP-SWITCH       PIC X(01) VALUE "N".
           88  CTR-OVERLAP-FOUND           VALUE "Y".
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
       01  CTR-WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  CTR-WS-RUN-DATE-R REDEFINES CTR-WS-RUN-DATE.
           05  CTR-WS-RUN-YYYY             PIC 9(04).
           05  CTR-WS-RUN-MM               PIC 9(02).
           05  CTR-WS-RUN-DD               PIC 9(02).
       01  CTR-WS-FIRST-SCHD-DATE      PIC 9(08) VALUE ZERO.
       01  CTR-WS-SCHD-READ            PIC 9(03) VALUE ZERO.
       01  CTR-WS-SCHD-DROPPED         PIC 9(03) VALUE ZERO.
       01  CTR-WS-SCHD-READ-EDIT       PIC ZZ9.
      *
      *  The CTRPARM record, kept for the fallback sequence.
      *
       01  CTR-WS-PARM-IMAGE.
           05  CTR-WS-PI-RUN-DATE          PIC 9(08).
           05  CTR-WS-PI-START             PIC 9(09).
           05  CTR-WS-PI-END               PIC 9(09).
           05  CTR-WS-PI-INCREMENT         PIC 9(05).
           05  CTR-WS-PI-EXPECTED          PIC 9(09).
           05  CTR-WS-PI-FORMAT            PIC X(01).
           05  CTR-WS-PI-DIRECTION         PIC X(01).
           05  FILLER                      PIC X(09).
      *
      *  Tonight's sequences as HELLO will load them.  A sequence
      *  whose range cannot be generated (zero increment, inverted
      *  descending range) is kept for the consumer check but left
      *  out of the overlap check and the volume estimate.
      *
       01  CTR-WS-SEQ-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-SEQ-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-SEQ-SCAN             PIC 9(03) VALUE ZERO.
       01  CTR-WS-SEQ-TABLE.
           05  CTR-WS-SEQ-ENTRY OCCURS 50 TIMES.
               10  CTR-WS-SEQ-RUN-ID       PIC X(08).
               10  CTR-WS-SEQ-RUN-DATE     PIC 9(08).
               10  CTR-WS-SEQ-START        PIC 9(09).
               10  CTR-WS-SEQ-END          PIC 9(09).
               10  CTR-WS-SEQ-INCREMENT    PIC 9(05).
               10  CTR-WS-SEQ-EXPECTED     PIC 9(09).
               10  CTR-WS-SEQ-DIRECTION    PIC X(01).
               10  CTR-WS-SEQ-USABLE       PIC X(01).
                   88  CTR-SEQ-USABLE          VALUE "Y".
               10  CTR-WS-SEQ-LOW          PIC 9(09).
               10  CTR-WS-SEQ-HIGH         PIC 9(09).
               10  CTR-WS-SEQ-CONSUMER     PIC X(08).
               10  CTR-WS-SEQ-RECORDS      PIC 9(09).
               10  CTR-WS-SEQ-BYTES        PIC 9(11).
      *
      *  Active standing orders.  An order that fails HELLOGEN's
      *  edits is kept for the consumer check but not projected.
      *
       01  CTR-WS-SORD-COUNT           PIC 9(03) VALUE ZERO.
       01  CTR-WS-SORD-SUB             PIC 9(03) VALUE ZERO.
       01  CTR-WS-SORD-SCAN            PIC 9(03) VALUE ZERO.
       01  CTR-WS-SORD-VALID           PIC 9(03) VALUE ZERO.
       01  CTR-WS-SORD-TABLE.
           05  CTR-WS-SORD-ENTRY OCCURS 100 TIMES.
               10  CTR-WS-SORD-RUN-ID      PIC X(08).
               10  CTR-WS-SORD-FREQUENCY   PIC X(01).
               10  CTR-WS-SORD-WEEKDAY     PIC X(03).
               10  CTR-WS-SORD-BLOCK       PIC 9(09).
               10  CTR-WS-SORD-INCREMENT   PIC 9(05).
               10  CTR-WS-SORD-DIRECTION   PIC X(01).
               10  CTR-WS-SORD-FIRST-START PIC 9(09).
               10  CTR-WS-SORD-USABLE      PIC X(01).
                   88  CTR-SORD-USABLE         VALUE "Y".
      *
      *  Standing-order projection: tonight as HELLOGEN places it on
      *  the calendar, and the last CTRHIST range each due order is
      *  continued from.
      *
       01  CTR-WS-CEILING              PIC 9(09) VALUE 100000.
       01  CTR-WS-KEYED-COUNT          PIC 9(03) VALUE ZERO.
       01  CTR-WS-PROJ-COUNT           PIC 9(03) VALUE ZERO.
       01  CTR-WS-REFUSE-REASON        PIC X(40) VALUE SPACES.
       01  CTR-WS-CAL-FROM-COUNT       PIC 9(03) VALUE ZERO.
       01  CTR-WS-RUN-DAY-TYPE         PIC X(01) VALUE SPACES.
       01  CTR-WS-BUSDAY-SWITCH        PIC X(01) VALUE "N".
           88  CTR-RUN-IS-BUSDAY           VALUE "Y".
       01  CTR-WS-MONTH-END-SWITCH     PIC X(01) VALUE "Y".
           88  CTR-RUN-IS-MONTH-END        VALUE "Y".
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
       01  CTR-WS-HIST-POSTED          PIC 9(14) VALUE ZERO.
       01  CTR-WS-HIST-POSTED-R REDEFINES CTR-WS-HIST-POSTED.
           05  CTR-WS-HP-DATE              PIC 9(08).
           05  CTR-WS-HP-TIME              PIC 9(06).
       01  CTR-WS-LAST-SWITCH          PIC X(01) VALUE "N".
           88  CTR-LAST-FOUND              VALUE "Y".
       01  CTR-WS-LAST-DATE            PIC 9(08) VALUE ZERO.
       01  CTR-WS-LAST-POSTED          PIC 9(14) VALUE ZERO.
       01  CTR-WS-LAST-LOW             PIC 9(09) VALUE ZERO.
       01  CTR-WS-LAST-HIGH            PIC 9(09) VALUE ZERO.
       01  CTR-WS-NEW-START            PIC 9(10) VALUE ZERO.
       01  CTR-WS-NEW-END              PIC 9(10) VALUE ZERO.
      *
      *  Consumer master run ID mappings.
      *
       01  CTR-WS-CON-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-CON-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-CON-TABLE.
           05  CTR-WS-CON-ENTRY OCCURS 100 TIMES.
               10  CTR-WS-CON-TBL-RUN-ID   PIC X(08).
               10  CTR-WS-CON-TBL-ID       PIC X(08).
      *
      *  Allotment master blocks.
      *
       01  CTR-WS-ALOT-COUNT           PIC 9(03) VALUE ZERO.
       01  CTR-WS-ALOT-SUB             PIC 9(03) VALUE ZERO.
       01  CTR-WS-ALOT-SCAN            PIC 9(03) VALUE ZERO.
       01  CTR-WS-ALOT-TABLE.
           05  CTR-WS-ALOT-ENTRY OCCURS 500 TIMES.
               10  CTR-WS-ALOT-TBL-RUN-ID  PIC X(08).
               10  CTR-WS-ALOT-TBL-LOW     PIC 9(09).
               10  CTR-WS-ALOT-TBL-HIGH    PIC 9(09).
       01  CTR-WS-LOOKUP-RUN-ID        PIC X(08) VALUE SPACES.
       01  CTR-WS-LOOKUP-CONSUMER      PIC X(08) VALUE SPACES.
      *
      *  Overlap window, as HELLO resolves it (9400).
      *
       01  CTR-WS-KEY-LOW              PIC 9(09) VALUE ZERO.
       01  CTR-WS-KEY-HIGH             PIC 9(09) VALUE ZERO.
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
      *
      *  Checkpoints and the split setting.
      *
       01  CTR-WS-PCKPT-NAME           PIC X(20) VALUE SPACES.
       01  CTR-WS-PCKPT-SUB            PIC 9(02) VALUE ZERO.
       01  CTR-WS-PCKPT-DIGIT          PIC 9(01) VALUE ZERO.
       01  CTR-WS-PARTS-TEXT           PIC X(08) VALUE SPACES.
      *
      *  Volume estimate.  A CTROUT record is 45 bytes plus the line
      *  end; each sequence adds a header and a trailer to its
      *  details.
      *
       01  CTR-WS-OUT-LINE-BYTES       PIC 9(02) VALUE 46.
       01  CTR-WS-SPAN                 PIC 9(10) VALUE ZERO.
       01  CTR-WS-TOTAL-RECORDS        PIC 9(11) VALUE ZERO.
       01  CTR-WS-TOTAL-BYTES          PIC 9(13) VALUE ZERO.
      *
      *  Exceptions are held until the report is printed, so the
      *  volume section can lead.  An exception past the 200th is
      *  counted but not listed.
      *
       01  CTR-WS-ERROR-COUNT          PIC 9(03) VALUE ZERO.
       01  CTR-WS-WARN-COUNT           PIC 9(03) VALUE ZERO.
       01  CTR-WS-EXC-COUNT            PIC 9(03) VALUE ZERO.
       01  CTR-WS-EXC-SUB              PIC 9(03) VALUE ZERO.
       01  CTR-WS-EXC-UNLISTED         PIC 9(03) VALUE ZERO.
       01  CTR-WS-EXC-SEV              PIC X(05) VALUE SPACES.
       01  CTR-WS-EXC-CHECK            PIC X(10) VALUE SPACES.
       01  CTR-WS-EXC-RUN-ID           PIC X(08) VALUE SPACES.
       01  CTR-WS-EXC-DETAIL           PIC X(54) VALUE SPACES.
       01  CTR-WS-EXC-TABLE.
           05  CTR-WS-EXC-ENTRY OCCURS 200 TIMES.
               10  CTR-WS-EXC-TBL-SEV      PIC X(05).
               10  CTR-WS-EXC-TBL-CHECK    PIC X(10).
               10  CTR-WS-EXC-TBL-RUN-ID   PIC X(08).
               10  CTR-WS-EXC-TBL-DETAIL   PIC X(54).
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

       01  CTR-VOLUME-HEADING.
           05  FILLER                  PIC X(09) VALUE "RUN ID".
           05  FILLER                  PIC X(09) VALUE "RUN DATE".
           05  FILLER                  PIC X(10) VALUE "    START".
           05  FILLER                  PIC X(10) VALUE "      END".
           05  FILLER                  PIC X(06) VALUE " INCR".
           05  FILLER                  PIC X(02) VALUE "D".
           05  FILLER                  PIC X(10) VALUE "  RECORDS".
           05  FILLER                  PIC X(12) VALUE "      BYTES".
           05  FILLER                  PIC X(08) VALUE "CONSUMER".

       01  CTR-VOLUME-LINE.
           05  CTR-VOL-RUN-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-VOL-RUN-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-VOL-START           PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-VOL-END             PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-VOL-INCREMENT       PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-VOL-DIRECTION       PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-VOL-RECORDS         PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-VOL-BYTES           PIC Z(10)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-VOL-CONSUMER        PIC X(08).

       01  CTR-VOLUME-TOTAL-LINE.
           05  FILLER                  PIC X(46) VALUE
               "TOTAL - HEADERS AND TRAILERS INCLUDED".
           05  CTR-VOL-TOT-RECORDS     PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-VOL-TOT-BYTES       PIC Z(12)9.

       01  CTR-EXCEPTION-HEADING.
           05  FILLER                  PIC X(06) VALUE "SEV".
           05  FILLER                  PIC X(11) VALUE "CHECK".
           05  FILLER                  PIC X(09) VALUE "RUN ID".
           05  FILLER                  PIC X(54) VALUE "DETAIL".

       01  CTR-EXCEPTION-LINE.
           05  CTR-EXC-SEV             PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-EXC-CHECK           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-EXC-RUN-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CTR-EXC-DETAIL          PIC X(54).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-READ-PARM THRU 1100-EXIT.
           PERFORM 1200-LOAD-STANDING-ORDERS THRU 1200-EXIT.
           PERFORM 1300-SET-RUN-DATE THRU 1300-EXIT.
           PERFORM 2000-LOAD-SCHEDULE THRU 2000-EXIT.
           IF CTR-WS-SEQ-COUNT = ZERO AND NOT CTR-SORD-PRESENT
                   AND NOT CTR-SCHEDULE-OVERFLOWED
               PERFORM 2500-LOAD-PARM-FALLBACK THRU 2500-EXIT
           END-IF.
           PERFORM 2600-PROJECT-ORDERS THRU 2600-EXIT.
           PERFORM 3000-CHECK-CALENDAR THRU 3000-EXIT.
           PERFORM 4000-CHECK-OVERLAPS THRU 4000-EXIT.
           PERFORM 4500-CHECK-ALLOTMENTS THRU 4500-EXIT.
           PERFORM 5000-CHECK-CONSUMERS THRU 5000-EXIT.
           PERFORM 6000-CHECK-CHECKPOINTS THRU 6000-EXIT.
           PERFORM 6500-CHECK-SPLIT THRU 6500-EXIT.
           PERFORM 7000-ESTIMATE-VOLUME THRU 7000-EXIT
                   VARYING CTR-WS-SEQ-SUB FROM 1 BY 1
                   UNTIL CTR-WS-SEQ-SUB > CTR-WS-SEQ-COUNT.
           PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
           EVALUATE TRUE
               WHEN CTR-WS-ERROR-COUNT > ZERO
                   DISPLAY "HELLOPFL: RUN DATE " CTR-WS-RUN-DATE
                           " - NO-GO - " CTR-WS-ERROR-COUNT
                           " ERROR(S), " CTR-WS-WARN-COUNT
                           " WARNING(S) - SEE CTRPFRP"
                   MOVE "CTR0027" TO CTR-WS-ALERT-MSG-ID
                   MOVE SPACES TO CTR-WS-ALERT-DETAIL
                   STRING "RUN DATE "         DELIMITED BY SIZE
                           CTR-WS-RUN-DATE    DELIMITED BY SIZE
                           " ERRORS "         DELIMITED BY SIZE
                           CTR-WS-ERROR-COUNT DELIMITED BY SIZE
                           " WARNINGS "       DELIMITED BY SIZE
                           CTR-WS-WARN-COUNT  DELIMITED BY SIZE
                           " SEE CTRPFRP"     DELIMITED BY SIZE
                           INTO CTR-WS-ALERT-DETAIL
                   PERFORM 9800-WRITE-ALERT THRU 9800-EXIT
                   MOVE 8 TO RETURN-CODE
               WHEN CTR-WS-WARN-COUNT > ZERO
                   DISPLAY "HELLOPFL: RUN DATE " CTR-WS-RUN-DATE
                           " - GO WITH " CTR-WS-WARN-COUNT
                           " WARNING(S) - SEE CTRPFRP"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "HELLOPFL: RUN DATE " CTR-WS-RUN-DATE
                           " - GO - NO EXCEPTIONS"
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT CTR-WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-SYS-TIME FROM TIME.
           PERFORM 9700-LOAD-CATALOG THRU 9700-EXIT.
           PERFORM 9400-SET-OVERLAP-WINDOW THRU 9400-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-READ-PARM
      *
      *  Keeps the CTRPARM record: it gives tonight's run date on a
      *  standing-order night and the single sequence when there is
      *  no schedule.  Its absence is judged by the caller.
      ******************************************************************
       1100-READ-PARM.
           OPEN INPUT CTR-PARM-FILE.
           IF CTR-PARM-STATUS NOT = "00" AND CTR-PARM-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRPARM" TO CTR-WS-ERROR-FILE
               MOVE CTR-PARM-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           READ CTR-PARM-FILE
               AT END
                   CLOSE CTR-PARM-FILE
                   GO TO 1100-EXIT
           END-READ.
           IF CTR-PARM-STATUS NOT = "00" AND CTR-PARM-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRPARM" TO CTR-WS-ERROR-FILE
               MOVE CTR-PARM-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE "Y" TO CTR-WS-PARM-SWITCH.
           MOVE CTR-PARM-RECORD TO CTR-WS-PARM-IMAGE.
           CLOSE CTR-PARM-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1200-LOAD-STANDING-ORDERS
      *
      *  Tables the active standing orders, each put through the
      *  edits HELLOGEN applies when it loads the master.  A master
      *  with any record on it means HELLOGEN builds tonight's
      *  schedule at STEP003.
      ******************************************************************
       1200-LOAD-STANDING-ORDERS.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           OPEN INPUT CTR-SORD-FILE.
           IF CTR-SORD-STATUS NOT = "00" AND CTR-SORD-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSORDM" TO CTR-WS-ERROR-FILE
               MOVE CTR-SORD-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 1210-READ-STANDING-ORDER THRU 1210-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-SORD-FILE.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  1210-READ-STANDING-ORDER
      ******************************************************************
       1210-READ-STANDING-ORDER.
           READ CTR-SORD-FILE
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ.
           IF CTR-SORD-STATUS NOT = "00" AND CTR-SORD-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSORDM" TO CTR-WS-ERROR-FILE
               MOVE CTR-SORD-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE "Y" TO CTR-WS-SORD-SWITCH.
           IF NOT CTR-SORD-ACTIVE OR CTR-WS-SORD-COUNT = 100
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO CTR-WS-SORD-COUNT.
           MOVE CTR-WS-SORD-COUNT TO CTR-WS-SORD-SUB.
           MOVE CTR-SORD-RUN-ID TO CTR-WS-SORD-RUN-ID(CTR-WS-SORD-SUB).
           MOVE "N" TO CTR-WS-SORD-USABLE(CTR-WS-SORD-SUB).
           PERFORM 1220-EDIT-STANDING-ORDER THRU 1220-EXIT.
       1210-EXIT.
           EXIT.

      ******************************************************************
      *  1220-EDIT-STANDING-ORDER
      *
      *  HELLOGEN refuses an order that fails any of these edits and
      *  then builds no schedule at all, so each failure is an
      *  error.  An order that passes is tabled in full for the
      *  projection.
      ******************************************************************
       1220-EDIT-STANDING-ORDER.
           MOVE "N" TO CTR-WS-WEEKDAY-SWITCH.
           PERFORM 1230-CHECK-WEEKDAY-NAME THRU 1230-EXIT
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
               WHEN CTR-WS-SORD-VALID = 50
                   MOVE "MORE THAN 50 STANDING ORDERS"
                           TO CTR-WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CTR-WS-REFUSE-REASON = SPACES
               PERFORM 1240-CHECK-DUP-ORDER THRU 1240-EXIT
                       VARYING CTR-WS-SORD-SCAN FROM 1 BY 1
                       UNTIL CTR-WS-SORD-SCAN NOT < CTR-WS-SORD-SUB
           END-IF.
           IF CTR-WS-REFUSE-REASON NOT = SPACES
               MOVE "STANDING" TO CTR-WS-EXC-CHECK
               MOVE CTR-SORD-RUN-ID TO CTR-WS-EXC-RUN-ID
               PERFORM 7820-ADD-REFUSAL THRU 7820-EXIT
               GO TO 1220-EXIT
           END-IF.
           ADD 1 TO CTR-WS-SORD-VALID.
           MOVE "Y" TO CTR-WS-SORD-USABLE(CTR-WS-SORD-SUB).
           MOVE CTR-SORD-FREQUENCY   TO
                   CTR-WS-SORD-FREQUENCY(CTR-WS-SORD-SUB).
           MOVE CTR-SORD-WEEKDAY     TO
                   CTR-WS-SORD-WEEKDAY(CTR-WS-SORD-SUB).
           MOVE CTR-SORD-BLOCK-SIZE  TO
                   CTR-WS-SORD-BLOCK(CTR-WS-SORD-SUB).
           MOVE CTR-SORD-INCREMENT   TO
                   CTR-WS-SORD-INCREMENT(CTR-WS-SORD-SUB).
           IF CTR-SORD-DIR-DESCENDING
               MOVE "D" TO CTR-WS-SORD-DIRECTION(CTR-WS-SORD-SUB)
           ELSE
               MOVE "A" TO CTR-WS-SORD-DIRECTION(CTR-WS-SORD-SUB)
           END-IF.
           MOVE CTR-SORD-FIRST-START TO
                   CTR-WS-SORD-FIRST-START(CTR-WS-SORD-SUB).
       1220-EXIT.
           EXIT.

      ******************************************************************
      *  1230-CHECK-WEEKDAY-NAME
      ******************************************************************
       1230-CHECK-WEEKDAY-NAME.
           IF CTR-SORD-WEEKDAY = CTR-WS-DAY-NAME(CTR-WS-DAY-SUB)
               MOVE "Y" TO CTR-WS-WEEKDAY-SWITCH
           END-IF.
       1230-EXIT.
           EXIT.

      ******************************************************************
      *  1240-CHECK-DUP-ORDER
      *
      *  A run ID already tabled from an order that passed the edits.
      ******************************************************************
       1240-CHECK-DUP-ORDER.
           IF CTR-SORD-USABLE(CTR-WS-SORD-SCAN)
                   AND CTR-WS-SORD-RUN-ID(CTR-WS-SORD-SCAN)
                       = CTR-SORD-RUN-ID
               MOVE "RUN ID HAS MORE THAN ONE STANDING ORDER"
                       TO CTR-WS-REFUSE-REASON
           END-IF.
       1240-EXIT.
           EXIT.

      ******************************************************************
      *  1300-SET-RUN-DATE
      *
      *  Tonight's run date, chosen exactly as HELLOJOB chooses it.
      ******************************************************************
       1300-SET-RUN-DATE.
           IF CTR-SORD-PRESENT AND CTR-PARM-PRESENT
                   AND CTR-WS-PI-RUN-DATE IS NUMERIC
               MOVE CTR-WS-PI-RUN-DATE TO CTR-WS-RUN-DATE
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           OPEN INPUT CTR-SCHD-FILE.
           IF CTR-SCHD-STATUS NOT = "00" AND CTR-SCHD-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSCHD" TO CTR-WS-ERROR-FILE
               MOVE CTR-SCHD-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           READ CTR-SCHD-FILE
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
           END-READ.
           IF CTR-SCHD-STATUS NOT = "00" AND CTR-SCHD-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSCHD" TO CTR-WS-ERROR-FILE
               MOVE CTR-SCHD-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF NOT CTR-EOF AND CTR-SCH-RUN-DATE IS NUMERIC
               MOVE CTR-SCH-RUN-DATE TO CTR-WS-RUN-DATE
           END-IF.
           CLOSE CTR-SCHD-FILE.
           IF CTR-WS-RUN-DATE = ZERO AND CTR-PARM-PRESENT
                   AND CTR-WS-PI-RUN-DATE IS NUMERIC
               MOVE CTR-WS-PI-RUN-DATE TO CTR-WS-RUN-DATE
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LOAD-SCHEDULE
      *
      *  Puts every CTRSCHD record through HELLO's load-time edits.
      *  On a standing-order night, keyed entries dated before
      *  tonight are passed over: HELLOGEN drops them at STEP003.
      ******************************************************************
       2000-LOAD-SCHEDULE.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           OPEN INPUT CTR-SCHD-FILE.
           IF CTR-SCHD-STATUS NOT = "00" AND CTR-SCHD-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSCHD" TO CTR-WS-ERROR-FILE
               MOVE CTR-SCHD-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 2100-EDIT-SCHEDULE THRU 2100-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-SCHD-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  2100-EDIT-SCHEDULE
      *
      *  One schedule record.  Everything HELLO would abort the load
      *  on is an error; a record HELLO would load but that is out of
      *  line with the rest of the night is a warning.
      ******************************************************************
       2100-EDIT-SCHEDULE.
           READ CTR-SCHD-FILE
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           IF CTR-SCHD-STATUS NOT = "00" AND CTR-SCHD-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRSCHD" TO CTR-WS-ERROR-FILE
               MOVE CTR-SCHD-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO CTR-WS-SCHD-READ.
           MOVE "SCHEDULE" TO CTR-WS-EXC-CHECK.
           MOVE CTR-SCH-RUN-ID TO CTR-WS-EXC-RUN-ID.
           IF CTR-SCH-RUN-DATE IS NOT NUMERIC
                   OR CTR-SCH-START-VALUE IS NOT NUMERIC
                   OR CTR-SCH-END-VALUE IS NOT NUMERIC
                   OR CTR-SCH-INCREMENT IS NOT NUMERIC
                   OR CTR-SCH-EXPECTED-TOTAL IS NOT NUMERIC
               MOVE CTR-WS-SCHD-READ TO CTR-WS-SCHD-READ-EDIT
               MOVE SPACES TO CTR-WS-EXC-DETAIL
               STRING "RECORD "       DELIMITED BY SIZE
                       CTR-WS-SCHD-READ-EDIT DELIMITED BY SIZE
                       " HAS A NON-NUMERIC DATE, RANGE OR TOTAL"
                                      DELIMITED BY SIZE
                       INTO CTR-WS-EXC-DETAIL
               PERFORM 7800-ADD-ERROR THRU 7800-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF CTR-SORD-PRESENT AND CTR-SCH-RUN-DATE < CTR-WS-RUN-DATE
               ADD 1 TO CTR-WS-SCHD-DROPPED
               GO TO 2100-EXIT
           END-IF.
           IF CTR-WS-SEQ-COUNT = 50
               IF NOT CTR-SCHEDULE-OVERFLOWED
                   MOVE "Y" TO CTR-WS-FULL-SWITCH
                   MOVE SPACES TO CTR-WS-EXC-RUN-ID
                   MOVE "MORE THAN 50 SEQUENCES - HELLO ABORTS THE LOAD"
                           TO CTR-WS-EXC-DETAIL
                   PERFORM 7800-ADD-ERROR THRU 7800-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF CTR-SCH-RUN-ID = SPACES
               MOVE "RUN ID IS BLANK - HELLO ABORTS THE LOAD"
                       TO CTR-WS-EXC-DETAIL
               PERFORM 7800-ADD-ERROR THRU 7800-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE CTR-SCH-RUN-ID TO CTR-WS-LOOKUP-RUN-ID.
           PERFORM 2150-FIND-SEQUENCE THRU 2150-EXIT.
           IF CTR-ENTRY-FOUND
               MOVE "RUN ID IS ON THE SCHEDULE TWICE - HELLO ABORTS"
                       TO CTR-WS-EXC-DETAIL
               PERFORM 7800-ADD-ERROR THRU 7800-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO CTR-WS-SEQ-COUNT.
           MOVE CTR-WS-SEQ-COUNT TO CTR-WS-SEQ-SUB.
           MOVE CTR-SCH-RUN-ID     TO CTR-WS-SEQ-RUN-ID(CTR-WS-SEQ-SUB).
           MOVE CTR-SCH-RUN-DATE   TO
                   CTR-WS-SEQ-RUN-DATE(CTR-WS-SEQ-SUB).
           MOVE CTR-SCH-START-VALUE TO CTR-WS-SEQ-START(CTR-WS-SEQ-SUB).
           MOVE CTR-SCH-END-VALUE  TO CTR-WS-SEQ-END(CTR-WS-SEQ-SUB).
           MOVE CTR-SCH-INCREMENT  TO
                   CTR-WS-SEQ-INCREMENT(CTR-WS-SEQ-SUB).
           MOVE CTR-SCH-EXPECTED-TOTAL TO
                   CTR-WS-SEQ-EXPECTED(CTR-WS-SEQ-SUB).
           IF CTR-SCH-DIR-DESCENDING
               MOVE "D" TO CTR-WS-SEQ-DIRECTION(CTR-WS-SEQ-SUB)
           ELSE
               MOVE "A" TO CTR-WS-SEQ-DIRECTION(CTR-WS-SEQ-SUB)
           END-IF.
           PERFORM 2200-EDIT-RANGE THRU 2200-EXIT.
           IF CTR-SCH-RUN-DATE NOT = CTR-WS-RUN-DATE
               MOVE SPACES TO CTR-WS-EXC-DETAIL
               STRING "RUN DATE "       DELIMITED BY SIZE
                       CTR-SCH-RUN-DATE DELIMITED BY SIZE
                       " IS NOT TONIGHT'S RUN DATE "
                                        DELIMITED BY SIZE
                       CTR-WS-RUN-DATE  DELIMITED BY SIZE
                       INTO CTR-WS-EXC-DETAIL
               PERFORM 7810-ADD-WARNING THRU 7810-EXIT
           END-IF.
           IF NOT CTR-SCH-FMT-SUPPRESSED AND NOT CTR-SCH-FMT-PADDED
               MOVE "FORMAT FLAG NOT S OR P - ZERO-SUPPRESSED IS USED"
                       TO CTR-WS-EXC-DETAIL
               PERFORM 7810-ADD-WARNING THRU 7810-EXIT
           END-IF.
           IF NOT CTR-SCH-DIR-ASCENDING AND NOT CTR-SCH-DIR-DESCENDING
               MOVE "DIRECTION IS NOT A OR D - ASCENDING IS USED"
                       TO CTR-WS-EXC-DETAIL
               PERFORM 7810-ADD-WARNING THRU 7810-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  2150-FIND-SEQUENCE
      *
      *  Looks CTR-WS-LOOKUP-RUN-ID up on tonight's sequences,
      *  leaving its entry in CTR-WS-SEQ-SCAN when found.
      ******************************************************************
       2150-FIND-SEQUENCE.
           MOVE "N" TO CTR-WS-FOUND-SWITCH.
           PERFORM 2160-MATCH-SEQUENCE THRU 2160-EXIT
                   VARYING CTR-WS-SEQ-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-SEQ-SCAN > CTR-WS-SEQ-COUNT
                       OR CTR-ENTRY-FOUND.
           IF CTR-ENTRY-FOUND
               SUBTRACT 1 FROM CTR-WS-SEQ-SCAN
           END-IF.
       2150-EXIT.
           EXIT.

      ******************************************************************
      *  2160-MATCH-SEQUENCE
      ******************************************************************
       2160-MATCH-SEQUENCE.
           IF CTR-WS-SEQ-RUN-ID(CTR-WS-SEQ-SCAN) = CTR-WS-LOOKUP-RUN-ID
               MOVE "Y" TO CTR-WS-FOUND-SWITCH
           END-IF.
       2160-EXIT.
           EXIT.

      ******************************************************************
      *  2200-EDIT-RANGE
      *
      *  The range edits HELLO applies to the sequence just tabled
      *  at CTR-WS-SEQ-SUB, with the run ID and check already staged.
      *  A range that passes is marked usable and its low and high
      *  ends recorded for the overlap checks.
      ******************************************************************
       2200-EDIT-RANGE.
           MOVE SPACES TO CTR-WS-SEQ-CONSUMER(CTR-WS-SEQ-SUB).
           MOVE ZERO   TO CTR-WS-SEQ-RECORDS(CTR-WS-SEQ-SUB).
           MOVE ZERO   TO CTR-WS-SEQ-BYTES(CTR-WS-SEQ-SUB).
           MOVE "N"    TO CTR-WS-SEQ-USABLE(CTR-WS-SEQ-SUB).
           IF CTR-WS-SEQ-INCREMENT(CTR-WS-SEQ-SUB) = ZERO
               MOVE "INCREMENT IS ZERO - HELLO ABORTS THE LOAD"
                       TO CTR-WS-EXC-DETAIL
               PERFORM 7800-ADD-ERROR THRU 7800-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF CTR-WS-SEQ-DIRECTION(CTR-WS-SEQ-SUB) = "D"
               IF CTR-WS-SEQ-START(CTR-WS-SEQ-SUB)
                       < CTR-WS-SEQ-END(CTR-WS-SEQ-SUB)
                   MOVE "DESCENDING START IS BELOW END - HELLO ABORTS"
                           TO CTR-WS-EXC-DETAIL
                   PERFORM 7800-ADD-ERROR THRU 7800-EXIT
                   GO TO 2200-EXIT
               END-IF
               MOVE CTR-WS-SEQ-END(CTR-WS-SEQ-SUB)
                       TO CTR-WS-SEQ-LOW(CTR-WS-SEQ-SUB)
               MOVE CTR-WS-SEQ-START(CTR-WS-SEQ-SUB)
                       TO CTR-WS-SEQ-HIGH(CTR-WS-SEQ-SUB)
           ELSE
               MOVE CTR-WS-SEQ-START(CTR-WS-SEQ-SUB)
                       TO CTR-WS-SEQ-LOW(CTR-WS-SEQ-SUB)
               MOVE CTR-WS-SEQ-END(CTR-WS-SEQ-SUB)
                       TO CTR-WS-SEQ-HIGH(CTR-WS-SEQ-SUB)
           END-IF.
           MOVE "Y" TO CTR-WS-SEQ-USABLE(CTR-WS-SEQ-SUB).
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  2500-LOAD-PARM-FALLBACK
      *
      *  No schedule: HELLO runs the single CTRPARM sequence under
      *  the DEFAULT run ID, and aborts when there is none.
      ******************************************************************
       2500-LOAD-PARM-FALLBACK.
           MOVE "P" TO CTR-WS-SOURCE-SWITCH.
           MOVE "PARAMETER" TO CTR-WS-EXC-CHECK.
           MOVE "DEFAULT"   TO CTR-WS-EXC-RUN-ID.
           IF NOT CTR-PARM-PRESENT
               MOVE "NO CTRSCHD AND NO CTRPARM RECORD - HELLO ABORTS"
                       TO CTR-WS-EXC-DETAIL
               PERFORM 7800-ADD-ERROR THRU 7800-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF CTR-WS-PI-RUN-DATE IS NOT NUMERIC
                   OR CTR-WS-PI-START IS NOT NUMERIC
                   OR CTR-WS-PI-END IS NOT NUMERIC
                   OR CTR-WS-PI-INCREMENT IS NOT NUMERIC
                   OR CTR-WS-PI-EXPECTED IS NOT NUMERIC
               MOVE "CTRPARM HAS A NON-NUMERIC DATE, RANGE OR TOTAL"
                       TO CTR-WS-EXC-DETAIL
               PERFORM 7800-ADD-ERROR THRU 7800-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE 1 TO CTR-WS-SEQ-COUNT.
           MOVE 1 TO CTR-WS-SEQ-SUB.
           MOVE "DEFAULT"            TO CTR-WS-SEQ-RUN-ID(1).
           MOVE CTR-WS-PI-RUN-DATE   TO CTR-WS-SEQ-RUN-DATE(1).
           MOVE CTR-WS-PI-START      TO CTR-WS-SEQ-START(1).
           MOVE CTR-WS-PI-END        TO CTR-WS-SEQ-END(1).
           MOVE CTR-WS-PI-INCREMENT  TO CTR-WS-SEQ-INCREMENT(1).
           MOVE CTR-WS-PI-EXPECTED   TO CTR-WS-SEQ-EXPECTED(1).
           IF CTR-WS-PI-DIRECTION = "D"
               MOVE "D" TO CTR-WS-SEQ-DIRECTION(1)
           ELSE
               MOVE "A" TO CTR-WS-SEQ-DIRECTION(1)
           END-IF.
           PERFORM 2200-EDIT-RANGE THRU 2200-EXIT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  2600-PROJECT-ORDERS
      *
      *  On a standing-order night, works out the entry HELLOGEN
      *  will generate at STEP003 for each order due tonight, the
      *  way HELLOGEN builds it, and tables it beside tonight's keyed
      *  entries, so the overlap, allotment, consumer and volume
      *  checks see the whole night.  Nothing is due on a night
      *  that is not a business day.
      ******************************************************************
       2600-PROJECT-ORDERS.
           MOVE CTR-WS-SEQ-COUNT TO CTR-WS-KEYED-COUNT.
           IF NOT CTR-SORD-PRESENT
               GO TO 2600-EXIT
           END-IF.
           MOVE "STANDING" TO CTR-WS-EXC-CHECK.
           MOVE SPACES     TO CTR-WS-EXC-RUN-ID.
           IF NOT CTR-PARM-PRESENT OR CTR-WS-PI-RUN-DATE IS NOT NUMERIC
               MOVE "NO CTRPARM RUN DATE - HELLOGEN ABORTS"
                       TO CTR-WS-EXC-DETAIL
               PERFORM 7800-ADD-ERROR THRU 7800-EXIT
               GO TO 2600-EXIT
           END-IF.
           IF CTR-WS-SORD-VALID = ZERO
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2610-JUDGE-RUN-DATE THRU 2610-EXIT.
           IF NOT CTR-RUN-IS-BUSDAY
               GO TO 2600-EXIT
           END-IF.
           OPEN INPUT CTR-HIST-FILE.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-STATUS = "00"
               MOVE "Y" TO CTR-WS-HIST-OPEN-SWITCH
           END-IF.
           PERFORM 2650-PROJECT-ORDER THRU 2650-EXIT
                   VARYING CTR-WS-SORD-SUB FROM 1 BY 1
                   UNTIL CTR-WS-SORD-SUB > CTR-WS-SORD-COUNT.
           CLOSE CTR-HIST-FILE.
       2600-EXIT.
           EXIT.

      ******************************************************************
      *  2610-JUDGE-RUN-DATE
      *
      *  Places tonight on CTRCALND as HELLOGEN does: its day type,
      *  its weekday, and whether it is the last business day of its
      *  month (no later business day in the same month on the
      *  calendar).  HELLOGEN stops when the calendar has no dates
      *  from tonight on; a run date missing from a calendar that
      *  has later dates is reported by the calendar check.
      ******************************************************************
       2610-JUDGE-RUN-DATE.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           MOVE "N" TO CTR-WS-FOUND-SWITCH.
           MOVE "N" TO CTR-WS-BUSDAY-SWITCH.
           MOVE "Y" TO CTR-WS-MONTH-END-SWITCH.
           MOVE SPACES TO CTR-WS-RUN-DAY-TYPE.
           COMPUTE CTR-WS-MONTH-LAST =
                   CTR-WS-RUN-YYYY * 10000 + CTR-WS-RUN-MM * 100 + 31.
           OPEN INPUT CTR-CAL-FILE.
           IF CTR-CAL-STATUS NOT = "00" AND CTR-CAL-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 2620-READ-CALENDAR THRU 2620-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-CAL-FILE.
           IF CTR-WS-CAL-FROM-COUNT = ZERO
               MOVE "CALENDAR" TO CTR-WS-EXC-CHECK
               MOVE SPACES TO CTR-WS-EXC-DETAIL
               STRING "CTRCALND HAS NO DATES FROM " DELIMITED BY SIZE
                       CTR-WS-RUN-DATE     DELIMITED BY SIZE
                       " - HELLOGEN ABORTS" DELIMITED BY SIZE
                       INTO CTR-WS-EXC-DETAIL
               PERFORM 7800-ADD-ERROR THRU 7800-EXIT
               GO TO 2610-EXIT
           END-IF.
           IF CTR-ENTRY-FOUND AND CTR-WS-RUN-DAY-TYPE = "B"
               MOVE "Y" TO CTR-WS-BUSDAY-SWITCH
           END-IF.
           PERFORM 2630-FIND-WEEKDAY THRU 2630-EXIT.
       2610-EXIT.
           EXIT.

      ******************************************************************
      *  2620-READ-CALENDAR
      *
      *  Dates before the run date are passed over.
      ******************************************************************
       2620-READ-CALENDAR.
           READ CTR-CAL-FILE
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 2620-EXIT
           END-READ.
           IF CTR-CAL-STATUS NOT = "00" AND CTR-CAL-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-CAL-DATE < CTR-WS-RUN-DATE
               GO TO 2620-EXIT
           END-IF.
           IF CTR-WS-CAL-FROM-COUNT < 999
               ADD 1 TO CTR-WS-CAL-FROM-COUNT
           END-IF.
           IF CTR-CAL-DATE = CTR-WS-RUN-DATE
               MOVE "Y" TO CTR-WS-FOUND-SWITCH
               MOVE CTR-CAL-DAY-TYPE TO CTR-WS-RUN-DAY-TYPE
           END-IF.
           IF CTR-CAL-BUSINESS-DAY
                   AND CTR-CAL-DATE > CTR-WS-RUN-DATE
                   AND CTR-CAL-DATE NOT > CTR-WS-MONTH-LAST
               MOVE "N" TO CTR-WS-MONTH-END-SWITCH
           END-IF.
       2620-EXIT.
           EXIT.

      ******************************************************************
      *  2630-FIND-WEEKDAY
      *
      *  Day of the week of the run date by Zeller's congruence, as
      *  HELLOGEN works it: January and February count as months 13
      *  and 14 of the year before, and every division is a whole-
      *  number DIVIDE.  The result runs 0 Saturday through 6
      *  Friday.
      ******************************************************************
       2630-FIND-WEEKDAY.
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
       2630-EXIT.
           EXIT.

      ******************************************************************
      *  2650-PROJECT-ORDER
      *
      *  One standing order, judged due by HELLOGEN's rule - every
      *  business day, its named weekday, or the last business day
      *  of the month.  A run ID keyed on CTRSCHD keeps its keyed
      *  entry.  Otherwise the range is continued from the run ID's
      *  last range - an ascending order one increment above the
      *  last high value, a descending one one increment below the
      *  last low value, the first start value when there is no
      *  history - for the order's block size.  A range HELLOGEN
      *  would refuse on the ceiling or descending edits is an
      *  error; one that passes is tabled as tonight's entry.
      ******************************************************************
       2650-PROJECT-ORDER.
           IF NOT CTR-SORD-USABLE(CTR-WS-SORD-SUB)
               GO TO 2650-EXIT
           END-IF.
           IF CTR-WS-SORD-FREQUENCY(CTR-WS-SORD-SUB) = "W"
                   AND CTR-WS-SORD-WEEKDAY(CTR-WS-SORD-SUB)
                       NOT = CTR-WS-RUN-WEEKDAY
               GO TO 2650-EXIT
           END-IF.
           IF CTR-WS-SORD-FREQUENCY(CTR-WS-SORD-SUB) = "M"
                   AND NOT CTR-RUN-IS-MONTH-END
               GO TO 2650-EXIT
           END-IF.
           MOVE CTR-WS-SORD-RUN-ID(CTR-WS-SORD-SUB)
                   TO CTR-WS-LOOKUP-RUN-ID.
           PERFORM 2150-FIND-SEQUENCE THRU 2150-EXIT.
           IF CTR-ENTRY-FOUND
               GO TO 2650-EXIT
           END-IF.
           MOVE "STANDING" TO CTR-WS-EXC-CHECK.
           MOVE CTR-WS-LOOKUP-RUN-ID TO CTR-WS-EXC-RUN-ID.
           PERFORM 2660-FIND-LAST-RANGE THRU 2660-EXIT.
           COMPUTE CTR-WS-SPAN =
                   (CTR-WS-SORD-BLOCK(CTR-WS-SORD-SUB) - 1)
                   * CTR-WS-SORD-INCREMENT(CTR-WS-SORD-SUB).
           IF CTR-WS-SORD-DIRECTION(CTR-WS-SORD-SUB) = "D"
               IF CTR-LAST-FOUND
                   IF CTR-WS-LAST-LOW
                           NOT > CTR-WS-SORD-INCREMENT(CTR-WS-SORD-SUB)
                       MOVE "DESCENDING RANGE EXHAUSTED BELOW 1"
                               TO CTR-WS-REFUSE-REASON
                       PERFORM 7820-ADD-REFUSAL THRU 7820-EXIT
                       GO TO 2650-EXIT
                   END-IF
                   COMPUTE CTR-WS-NEW-START = CTR-WS-LAST-LOW
                           - CTR-WS-SORD-INCREMENT(CTR-WS-SORD-SUB)
               ELSE
                   MOVE CTR-WS-SORD-FIRST-START(CTR-WS-SORD-SUB)
                           TO CTR-WS-NEW-START
               END-IF
               IF CTR-WS-NEW-START NOT > CTR-WS-SPAN
                   MOVE "DESCENDING BLOCK WOULD RUN BELOW 1"
                           TO CTR-WS-REFUSE-REASON
                   PERFORM 7820-ADD-REFUSAL THRU 7820-EXIT
                   GO TO 2650-EXIT
               END-IF
               COMPUTE CTR-WS-NEW-END = CTR-WS-NEW-START - CTR-WS-SPAN
               IF CTR-WS-NEW-START > CTR-WS-CEILING
                   MOVE "RANGE EXCEEDS THE COUNTER CEILING"
                           TO CTR-WS-REFUSE-REASON
                   PERFORM 7820-ADD-REFUSAL THRU 7820-EXIT
                   GO TO 2650-EXIT
               END-IF
           ELSE
               IF CTR-LAST-FOUND
                   COMPUTE CTR-WS-NEW-START = CTR-WS-LAST-HIGH
                           + CTR-WS-SORD-INCREMENT(CTR-WS-SORD-SUB)
               ELSE
                   MOVE CTR-WS-SORD-FIRST-START(CTR-WS-SORD-SUB)
                           TO CTR-WS-NEW-START
               END-IF
               COMPUTE CTR-WS-NEW-END = CTR-WS-NEW-START + CTR-WS-SPAN
               IF CTR-WS-NEW-END > CTR-WS-CEILING
                   MOVE "RANGE EXCEEDS THE COUNTER CEILING"
                           TO CTR-WS-REFUSE-REASON
                   PERFORM 7820-ADD-REFUSAL THRU 7820-EXIT
                   GO TO 2650-EXIT
               END-IF
           END-IF.
           IF CTR-WS-SEQ-COUNT = 50
               MOVE "CTRSCHD WOULD EXCEED 50 SEQUENCES"
                       TO CTR-WS-REFUSE-REASON
               PERFORM 7820-ADD-REFUSAL THRU 7820-EXIT
               GO TO 2650-EXIT
           END-IF.
           ADD 1 TO CTR-WS-SEQ-COUNT.
           ADD 1 TO CTR-WS-PROJ-COUNT.
           MOVE CTR-WS-SEQ-COUNT TO CTR-WS-SEQ-SUB.
           MOVE CTR-WS-LOOKUP-RUN-ID TO
                   CTR-WS-SEQ-RUN-ID(CTR-WS-SEQ-SUB).
           MOVE CTR-WS-RUN-DATE    TO
                   CTR-WS-SEQ-RUN-DATE(CTR-WS-SEQ-SUB).
           MOVE CTR-WS-NEW-START   TO CTR-WS-SEQ-START(CTR-WS-SEQ-SUB).
           MOVE CTR-WS-NEW-END     TO CTR-WS-SEQ-END(CTR-WS-SEQ-SUB).
           MOVE CTR-WS-SORD-INCREMENT(CTR-WS-SORD-SUB) TO
                   CTR-WS-SEQ-INCREMENT(CTR-WS-SEQ-SUB).
           MOVE CTR-WS-SORD-BLOCK(CTR-WS-SORD-SUB) TO
                   CTR-WS-SEQ-EXPECTED(CTR-WS-SEQ-SUB).
           MOVE CTR-WS-SORD-DIRECTION(CTR-WS-SORD-SUB) TO
                   CTR-WS-SEQ-DIRECTION(CTR-WS-SEQ-SUB).
           PERFORM 2200-EDIT-RANGE THRU 2200-EXIT.
       2650-EXIT.
           EXIT.

      ******************************************************************
      *  2660-FIND-LAST-RANGE
      *
      *  The latest range the run ID in CTR-WS-LOOKUP-RUN-ID issued
      *  before tonight, read as HELLOGEN reads it: the run ID's own
      *  postings on the alternate key, latest run date and on a
      *  rerun date the latest posting.  Postings dated tonight or
      *  later, and postings that issued no values, are passed over.
      ******************************************************************
       2660-FIND-LAST-RANGE.
           MOVE "N"  TO CTR-WS-LAST-SWITCH.
           MOVE ZERO TO CTR-WS-LAST-DATE.
           MOVE ZERO TO CTR-WS-LAST-POSTED.
           MOVE ZERO TO CTR-WS-LAST-LOW.
           MOVE ZERO TO CTR-WS-LAST-HIGH.
           IF NOT CTR-HIST-OPEN
               GO TO 2660-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-HIST-EOF-SWITCH.
           MOVE CTR-WS-LOOKUP-RUN-ID TO CTR-HIST-RUN-ID.
           START CTR-HIST-FILE
               KEY IS EQUAL TO CTR-HIST-RUN-ID
               INVALID KEY
                   GO TO 2660-EXIT
           END-START.
           IF CTR-HIST-STATUS NOT = "00"
               MOVE "START"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 2670-READ-ORDER-HISTORY THRU 2670-EXIT
                   UNTIL CTR-HIST-EOF.
       2660-EXIT.
           EXIT.

      ******************************************************************
      *  2670-READ-ORDER-HISTORY
      *
      *  The first posting of another run ID ends the run ID's
      *  history.
      ******************************************************************
       2670-READ-ORDER-HISTORY.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
                   GO TO 2670-EXIT
           END-READ.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "10"
                   AND CTR-HIST-STATUS NOT = "02"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-RUN-ID NOT = CTR-WS-LOOKUP-RUN-ID
               MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
               GO TO 2670-EXIT
           END-IF.
           IF CTR-HIST-RUN-DATE NOT < CTR-WS-RUN-DATE
                   OR CTR-HIST-RECORD-COUNT = ZERO
               GO TO 2670-EXIT
           END-IF.
           MOVE CTR-HIST-POSTED-DATE TO CTR-WS-HP-DATE.
           MOVE CTR-HIST-POSTED-TIME TO CTR-WS-HP-TIME.
           IF CTR-HIST-RUN-DATE < CTR-WS-LAST-DATE
               GO TO 2670-EXIT
           END-IF.
           IF CTR-HIST-RUN-DATE = CTR-WS-LAST-DATE
                   AND CTR-WS-HIST-POSTED < CTR-WS-LAST-POSTED
               GO TO 2670-EXIT
           END-IF.
           MOVE "Y"                 TO CTR-WS-LAST-SWITCH.
           MOVE CTR-HIST-RUN-DATE   TO CTR-WS-LAST-DATE.
           MOVE CTR-WS-HIST-POSTED  TO CTR-WS-LAST-POSTED.
           MOVE CTR-HIST-LOW-VALUE  TO CTR-WS-LAST-LOW.
           MOVE CTR-HIST-HIGH-VALUE TO CTR-WS-LAST-HIGH.
       2670-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CHECK-CALENDAR
      *
      *  Tonight's run date must be a business day on CTRCALND.  No
      *  calendar at all is a warning - the screens run without one
      *  too - but a date missing from a calendar that exists, or a
      *  weekend, holiday or closure, is an error.
      ******************************************************************
       3000-CHECK-CALENDAR.
           MOVE "CALENDAR" TO CTR-WS-EXC-CHECK.
           MOVE SPACES     TO CTR-WS-EXC-RUN-ID.
           IF CTR-WS-RUN-DATE = ZERO
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           MOVE "N" TO CTR-WS-FOUND-SWITCH.
           OPEN INPUT CTR-CAL-FILE.
           IF CTR-CAL-STATUS NOT = "00" AND CTR-CAL-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE ZERO TO CTR-WS-CON-COUNT.
           PERFORM 3100-READ-CALENDAR THRU 3100-EXIT
                   UNTIL CTR-EOF OR CTR-ENTRY-FOUND.
           CLOSE CTR-CAL-FILE.
           EVALUATE TRUE
               WHEN CTR-ENTRY-FOUND AND CTR-CAL-BUSINESS-DAY
                   CONTINUE
               WHEN CTR-ENTRY-FOUND
                   MOVE SPACES TO CTR-WS-EXC-DETAIL
                   STRING "RUN DATE "         DELIMITED BY SIZE
                           CTR-WS-RUN-DATE    DELIMITED BY SIZE
                           " IS NOT A BUSINESS DAY: "
                                              DELIMITED BY SIZE
                           CTR-CAL-DESCRIPTION DELIMITED BY SIZE
                           INTO CTR-WS-EXC-DETAIL
                   PERFORM 7800-ADD-ERROR THRU 7800-EXIT
               WHEN CTR-WS-CON-COUNT = ZERO
                   MOVE "NO CTRCALND CALENDAR - RUN DATE NOT CHECKED"
                           TO CTR-WS-EXC-DETAIL
                   PERFORM 7810-ADD-WARNING THRU 7810-EXIT
               WHEN OTHER
                   MOVE SPACES TO CTR-WS-EXC-DETAIL
                   STRING "RUN DATE "         DELIMITED BY SIZE
                           CTR-WS-RUN-DATE    DELIMITED BY SIZE
                           " IS NOT ON THE CTRCALND CALENDAR"
                                              DELIMITED BY SIZE
                           INTO CTR-WS-EXC-DETAIL
                   PERFORM 7800-ADD-ERROR THRU 7800-EXIT
           END-EVALUATE.
           MOVE ZERO TO CTR-WS-CON-COUNT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-READ-CALENDAR
      *
      *  CTR-WS-CON-COUNT counts the calendar records here, before
      *  the consumer master is loaded into its table.
      ******************************************************************
       3100-READ-CALENDAR.
           READ CTR-CAL-FILE
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           IF CTR-CAL-STATUS NOT = "00" AND CTR-CAL-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCALND" TO CTR-WS-ERROR-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-WS-CON-COUNT < 999
               ADD 1 TO CTR-WS-CON-COUNT
           END-IF.
           IF CTR-CAL-DATE = CTR-WS-RUN-DATE
               MOVE "Y" TO CTR-WS-FOUND-SWITCH
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  4000-CHECK-OVERLAPS
      *
      *  Each usable range against the CTRHIST window HELLO reads -
      *  everything issued on or after the CTROVLN cutoff, passing
      *  over this same run ID and run date (a rerun of tonight) -
      *  and against the other ranges on tonight's schedule.  HELLO
      *  aborts on the first; the second it would ship as duplicated
      *  numbers.  On the CTRPARM fallback HELLO does not apply the
      *  history check, so a hit there is a warning.
      ******************************************************************
       4000-CHECK-OVERLAPS.
           MOVE "OVERLAP" TO CTR-WS-EXC-CHECK.
           OPEN INPUT CTR-HIST-FILE.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-STATUS = "00"
               MOVE "Y" TO CTR-WS-HIST-OPEN-SWITCH
           END-IF.
           PERFORM 4100-CHECK-ONE-RANGE THRU 4100-EXIT
                   VARYING CTR-WS-SEQ-SUB FROM 1 BY 1
                   UNTIL CTR-WS-SEQ-SUB > CTR-WS-SEQ-COUNT.
           CLOSE CTR-HIST-FILE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4100-CHECK-ONE-RANGE
      ******************************************************************
       4100-CHECK-ONE-RANGE.
           IF NOT CTR-SEQ-USABLE(CTR-WS-SEQ-SUB)
               GO TO 4100-EXIT
           END-IF.
           MOVE CTR-WS-SEQ-RUN-ID(CTR-WS-SEQ-SUB) TO CTR-WS-EXC-RUN-ID.
           MOVE CTR-WS-SEQ-LOW(CTR-WS-SEQ-SUB)    TO CTR-WS-KEY-LOW.
           MOVE CTR-WS-SEQ-HIGH(CTR-WS-SEQ-SUB)   TO CTR-WS-KEY-HIGH.
           PERFORM 4300-CHECK-TONIGHT THRU 4300-EXIT
                   VARYING CTR-WS-SEQ-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-SEQ-SCAN NOT < CTR-WS-SEQ-SUB.
           IF NOT CTR-HIST-OPEN
               GO TO 4100-EXIT
           END-IF.
           MOVE "N" TO CTR-WS-OVERLAP-SWITCH.
           MOVE "N" TO CTR-WS-HIST-EOF-SWITCH.
           MOVE CTR-WS-CUTOFF-DATE TO CTR-HIST-RUN-DATE.
           MOVE LOW-VALUES         TO CTR-HIST-RUN-ID.
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
           PERFORM 4200-READ-HISTORY THRU 4200-EXIT
                   UNTIL CTR-HIST-EOF OR CTR-OVERLAP-FOUND.
           IF NOT CTR-OVERLAP-FOUND
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO CTR-WS-EXC-DETAIL.
           STRING "ISSUED "             DELIMITED BY SIZE
                   CTR-HIST-LOW-VALUE   DELIMITED BY SIZE
                   "-"                  DELIMITED BY SIZE
                   CTR-HIST-HIGH-VALUE  DELIMITED BY SIZE
                   " ON "               DELIMITED BY SIZE
                   CTR-HIST-RUN-DATE    DELIMITED BY SIZE
                   " TO "               DELIMITED BY SIZE
                   CTR-HIST-RUN-ID      DELIMITED BY SIZE
                   INTO CTR-WS-EXC-DETAIL.
           IF CTR-SOURCE-PARM
               PERFORM 7810-ADD-WARNING THRU 7810-EXIT
           ELSE
               PERFORM 7800-ADD-ERROR THRU 7800-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  4200-READ-HISTORY
      ******************************************************************
       4200-READ-HISTORY.
           READ CTR-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CTR-WS-HIST-EOF-SWITCH
                   GO TO 4200-EXIT
           END-READ.
           IF CTR-HIST-STATUS NOT = "00" AND CTR-HIST-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRHIST" TO CTR-WS-ERROR-FILE
               MOVE CTR-HIST-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-HIST-RUN-ID = CTR-WS-SEQ-RUN-ID(CTR-WS-SEQ-SUB)
                   AND CTR-HIST-RUN-DATE =
                       CTR-WS-SEQ-RUN-DATE(CTR-WS-SEQ-SUB)
               GO TO 4200-EXIT
           END-IF.
           IF CTR-WS-KEY-LOW NOT > CTR-HIST-HIGH-VALUE
                   AND CTR-WS-KEY-HIGH NOT < CTR-HIST-LOW-VALUE
               MOVE "Y" TO CTR-WS-OVERLAP-SWITCH
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  4300-CHECK-TONIGHT
      *
      *  The range against one earlier range on tonight's schedule;
      *  each pair is reported once, under the later run ID.
      ******************************************************************
       4300-CHECK-TONIGHT.
           IF NOT CTR-SEQ-USABLE(CTR-WS-SEQ-SCAN)
               GO TO 4300-EXIT
           END-IF.
           IF CTR-WS-KEY-LOW NOT > CTR-WS-SEQ-HIGH(CTR-WS-SEQ-SCAN)
                   AND CTR-WS-KEY-HIGH NOT <
                       CTR-WS-SEQ-LOW(CTR-WS-SEQ-SCAN)
               MOVE SPACES TO CTR-WS-EXC-DETAIL
               STRING "RANGE OVERLAPS TONIGHT'S RANGE FOR RUN ID "
                                      DELIMITED BY SIZE
                       CTR-WS-SEQ-RUN-ID(CTR-WS-SEQ-SCAN)
                                      DELIMITED BY SIZE
                       INTO CTR-WS-EXC-DETAIL
               PERFORM 7800-ADD-ERROR THRU 7800-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *  4500-CHECK-ALLOTMENTS
      *
      *  Each usable range against its run ID's CTRALOTM block, as
      *  HELLO holds it at load (CTR0028).  HELLO stops reading the
      *  master past 500 run IDs, so a master that long is an error
      *  here too.
      ******************************************************************
       4500-CHECK-ALLOTMENTS.
           MOVE "ALLOTMENT" TO CTR-WS-EXC-CHECK.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           OPEN INPUT CTR-ALOT-FILE.
           IF CTR-ALOT-STATUS NOT = "00" AND CTR-ALOT-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRALOTM" TO CTR-WS-ERROR-FILE
               MOVE CTR-ALOT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 4510-READ-ALLOTMENT THRU 4510-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-ALOT-FILE.
           PERFORM 4520-CHECK-ONE-ALLOTMENT THRU 4520-EXIT
                   VARYING CTR-WS-SEQ-SUB FROM 1 BY 1
                   UNTIL CTR-WS-SEQ-SUB > CTR-WS-SEQ-COUNT.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *  4510-READ-ALLOTMENT
      ******************************************************************
       4510-READ-ALLOTMENT.
           READ CTR-ALOT-FILE
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 4510-EXIT
           END-READ.
           IF CTR-ALOT-STATUS NOT = "00" AND CTR-ALOT-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRALOTM" TO CTR-WS-ERROR-FILE
               MOVE CTR-ALOT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-WS-ALOT-COUNT = 500
               MOVE SPACES TO CTR-WS-EXC-RUN-ID
               MOVE "CTRALOTM HAS MORE THAN 500 RUN IDS - HELLO ABORTS"
                       TO CTR-WS-EXC-DETAIL
               PERFORM 7800-ADD-ERROR THRU 7800-EXIT
               MOVE "Y" TO CTR-WS-EOF-SWITCH
               GO TO 4510-EXIT
           END-IF.
           ADD 1 TO CTR-WS-ALOT-COUNT.
           MOVE CTR-ALOT-RUN-ID     TO
                   CTR-WS-ALOT-TBL-RUN-ID(CTR-WS-ALOT-COUNT).
           MOVE CTR-ALOT-LOW-BOUND  TO
                   CTR-WS-ALOT-TBL-LOW(CTR-WS-ALOT-COUNT).
           MOVE CTR-ALOT-HIGH-BOUND TO
                   CTR-WS-ALOT-TBL-HIGH(CTR-WS-ALOT-COUNT).
       4510-EXIT.
           EXIT.

      ******************************************************************
      *  4520-CHECK-ONE-ALLOTMENT
      ******************************************************************
       4520-CHECK-ONE-ALLOTMENT.
           IF NOT CTR-SEQ-USABLE(CTR-WS-SEQ-SUB)
               GO TO 4520-EXIT
           END-IF.
           MOVE ZERO TO CTR-WS-ALOT-SUB.
           PERFORM 4530-MATCH-ALLOTMENT THRU 4530-EXIT
                   VARYING CTR-WS-ALOT-SCAN FROM 1 BY 1
                   UNTIL CTR-WS-ALOT-SCAN > CTR-WS-ALOT-COUNT
                       OR CTR-WS-ALOT-SUB > ZERO.
           IF CTR-WS-ALOT-SUB = ZERO
               GO TO 4520-EXIT
           END-IF.
           IF CTR-WS-SEQ-LOW(CTR-WS-SEQ-SUB) NOT <
                       CTR-WS-ALOT-TBL-LOW(CTR-WS-ALOT-SUB)
                   AND CTR-WS-SEQ-HIGH(CTR-WS-SEQ-SUB) NOT >
                       CTR-WS-ALOT-TBL-HIGH(CTR-WS-ALOT-SUB)
               GO TO 4520-EXIT
           END-IF.
           MOVE CTR-WS-SEQ-RUN-ID(CTR-WS-SEQ-SUB) TO CTR-WS-EXC-RUN-ID.
           MOVE SPACES TO CTR-WS-EXC-DETAIL.
           STRING "RANGE OUTSIDE ALLOTMENT "  DELIMITED BY SIZE
                   CTR-WS-ALOT-TBL-LOW(CTR-WS-ALOT-SUB)
                                              DELIMITED BY SIZE
                   "-"                        DELIMITED BY SIZE
                   CTR-WS-ALOT-TBL-HIGH(CTR-WS-ALOT-SUB)
                                              DELIMITED BY SIZE
                   " (CTR0028)"               DELIMITED BY SIZE
                   INTO CTR-WS-EXC-DETAIL.
           PERFORM 7800-ADD-ERROR THRU 7800-EXIT.
       4520-EXIT.
           EXIT.

      ******************************************************************
      *  4530-MATCH-ALLOTMENT
      ******************************************************************
       4530-MATCH-ALLOTMENT.
           IF CTR-WS-ALOT-TBL-RUN-ID(CTR-WS-ALOT-SCAN)
                   = CTR-WS-SEQ-RUN-ID(CTR-WS-SEQ-SUB)
               MOVE CTR-WS-ALOT-SCAN TO CTR-WS-ALOT-SUB
           END-IF.
       4530-EXIT.
           EXIT.

      ******************************************************************
      *  5000-CHECK-CONSUMERS
      *
      *  Every run ID HELLO will generate must map to a consumer on
      *  CTRCONSM, or HELLOEXT holds its feed back (CTR0011) and
      *  nobody receives it.  An active standing order with no
      *  consumer will do the same the first night it falls due.
      ******************************************************************
       5000-CHECK-CONSUMERS.
           MOVE "CONSUMER" TO CTR-WS-EXC-CHECK.
           MOVE "N" TO CTR-WS-EOF-SWITCH.
           MOVE ZERO TO CTR-WS-CON-COUNT.
           OPEN INPUT CTR-CONSUMER-FILE.
           IF CTR-CON-STATUS NOT = "00" AND CTR-CON-STATUS NOT = "05"
               MOVE "OPEN"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCONSM" TO CTR-WS-ERROR-FILE
               MOVE CTR-CON-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 5100-READ-CONSUMER THRU 5100-EXIT
                   UNTIL CTR-EOF.
           CLOSE CTR-CONSUMER-FILE.
           IF CTR-WS-CON-COUNT = ZERO
               MOVE SPACES TO CTR-WS-EXC-RUN-ID
               MOVE "CTRCONSM IS ABSENT OR EMPTY - NO FEED WILL SHIP"
                       TO CTR-WS-EXC-DETAIL
               PERFORM 7800-ADD-ERROR THRU 7800-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5200-MAP-SEQUENCE THRU 5200-EXIT
                   VARYING CTR-WS-SEQ-SUB FROM 1 BY 1
                   UNTIL CTR-WS-SEQ-SUB > CTR-WS-SEQ-COUNT.
           PERFORM 5300-MAP-STANDING-ORDER THRU 5300-EXIT
                   VARYING CTR-WS-SORD-SUB FROM 1 BY 1
                   UNTIL CTR-WS-SORD-SUB > CTR-WS-SORD-COUNT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5100-READ-CONSUMER
      ******************************************************************
       5100-READ-CONSUMER.
           READ CTR-CONSUMER-FILE
               AT END
                   MOVE "Y" TO CTR-WS-EOF-SWITCH
                   GO TO 5100-EXIT
           END-READ.
           IF CTR-CON-STATUS NOT = "00" AND CTR-CON-STATUS NOT = "10"
               MOVE "READ"     TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCONSM" TO CTR-WS-ERROR-FILE
               MOVE CTR-CON-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-WS-CON-COUNT < 100
               ADD 1 TO CTR-WS-CON-COUNT
               MOVE CTR-CON-RUN-ID
                       TO CTR-WS-CON-TBL-RUN-ID(CTR-WS-CON-COUNT)
               MOVE CTR-CON-CONSUMER-ID
                       TO CTR-WS-CON-TBL-ID(CTR-WS-CON-COUNT)
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5200-MAP-SEQUENCE
      ******************************************************************
       5200-MAP-SEQUENCE.
           MOVE CTR-WS-SEQ-RUN-ID(CTR-WS-SEQ-SUB)
                   TO CTR-WS-LOOKUP-RUN-ID.
           PERFORM 5400-FIND-CONSUMER THRU 5400-EXIT.
           IF CTR-ENTRY-FOUND
               MOVE CTR-WS-LOOKUP-CONSUMER
                       TO CTR-WS-SEQ-CONSUMER(CTR-WS-SEQ-SUB)
               GO TO 5200-EXIT
           END-IF.
           MOVE CTR-WS-LOOKUP-RUN-ID TO CTR-WS-EXC-RUN-ID.
           MOVE "NO CONSUMER ON CTRCONSM - FEED HELD BACK (CTR0011)"
                   TO CTR-WS-EXC-DETAIL.
           PERFORM 7800-ADD-ERROR THRU 7800-EXIT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  5300-MAP-STANDING-ORDER
      *
      *  An order with an entry on tonight's schedule, keyed or
      *  projected, was mapped with the schedule.
      ******************************************************************
       5300-MAP-STANDING-ORDER.
           MOVE CTR-WS-SORD-RUN-ID(CTR-WS-SORD-SUB)
                   TO CTR-WS-LOOKUP-RUN-ID.
           PERFORM 2150-FIND-SEQUENCE THRU 2150-EXIT.
           IF CTR-ENTRY-FOUND
               GO TO 5300-EXIT
           END-IF.
           PERFORM 5400-FIND-CONSUMER THRU 5400-EXIT.
           IF CTR-ENTRY-FOUND
               GO TO 5300-EXIT
           END-IF.
           MOVE "STANDING" TO CTR-WS-EXC-CHECK.
           MOVE CTR-WS-LOOKUP-RUN-ID TO CTR-WS-EXC-RUN-ID.
           MOVE "ACTIVE STANDING ORDER HAS NO CONSUMER ON CTRCONSM"
                   TO CTR-WS-EXC-DETAIL.
           PERFORM 7810-ADD-WARNING THRU 7810-EXIT.
           MOVE "CONSUMER" TO CTR-WS-EXC-CHECK.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *  5400-FIND-CONSUMER
      ******************************************************************
       5400-FIND-CONSUMER.
           MOVE "N" TO CTR-WS-FOUND-SWITCH.
           MOVE SPACES TO CTR-WS-LOOKUP-CONSUMER.
           PERFORM 5410-MATCH-CONSUMER THRU 5410-EXIT
                   VARYING CTR-WS-CON-SUB FROM 1 BY 1
                   UNTIL CTR-WS-CON-SUB > CTR-WS-CON-COUNT
                       OR CTR-ENTRY-FOUND.
       5400-EXIT.
           EXIT.

      ******************************************************************
      *  5410-MATCH-CONSUMER
      ******************************************************************
       5410-MATCH-CONSUMER.
           IF CTR-WS-CON-TBL-RUN-ID(CTR-WS-CON-SUB)
                   = CTR-WS-LOOKUP-RUN-ID
               MOVE "Y" TO CTR-WS-FOUND-SWITCH
               MOVE CTR-WS-CON-TBL-ID(CTR-WS-CON-SUB)
                       TO CTR-WS-LOOKUP-CONSUMER
           END-IF.
       5410-EXIT.
           EXIT.

      ******************************************************************
      *  6000-CHECK-CHECKPOINTS
      *
      *  A checkpoint for tonight's run date naming a sequence on
      *  tonight's schedule is a restart in waiting: HELLO resumes it
      *  and the archive step leaves CTROUT alone, which is right
      *  only if a rerun is what is intended - a warning.  Any other
      *  checkpoint is stale: HELLO would start fresh, but the
      *  archive step would still refuse to roll last night's CTROUT
      *  before HELLO overwrites it - an error.  On a standing-order
      *  night the schedule is not built yet, so only the date is
      *  judged.
      ******************************************************************
       6000-CHECK-CHECKPOINTS.
           MOVE "CHECKPOINT" TO CTR-WS-EXC-CHECK.
           PERFORM 6050-CHECK-MAIN-CHECKPOINT THRU 6050-EXIT.
           PERFORM 6100-CHECK-PART-CHECKPOINT THRU 6100-EXIT
                   VARYING CTR-WS-PCKPT-SUB FROM 1 BY 1
                   UNTIL CTR-WS-PCKPT-SUB > 9.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  6050-CHECK-MAIN-CHECKPOINT
      ******************************************************************
       6050-CHECK-MAIN-CHECKPOINT.
           OPEN INPUT CTR-CKPT-FILE.
           IF CTR-CKPT-STATUS NOT = "00" AND CTR-CKPT-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCKPT" TO CTR-WS-ERROR-FILE
               MOVE CTR-CKPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           READ CTR-CKPT-FILE
               AT END
                   CLOSE CTR-CKPT-FILE
                   GO TO 6050-EXIT
           END-READ.
           IF CTR-CKPT-STATUS NOT = "00" AND CTR-CKPT-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCKPT" TO CTR-WS-ERROR-FILE
               MOVE CTR-CKPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           CLOSE CTR-CKPT-FILE.
           MOVE CTR-CKPT-RUN-ID TO CTR-WS-EXC-RUN-ID.
           MOVE CTR-CKPT-RUN-ID TO CTR-WS-LOOKUP-RUN-ID.
           PERFORM 2150-FIND-SEQUENCE THRU 2150-EXIT.
           IF CTR-SORD-PRESENT
               MOVE "Y" TO CTR-WS-FOUND-SWITCH
           END-IF.
           MOVE SPACES TO CTR-WS-EXC-DETAIL.
           IF CTR-CKPT-RUN-DATE = CTR-WS-RUN-DATE AND CTR-ENTRY-FOUND
               STRING "RESTART PENDING AFTER "  DELIMITED BY SIZE
                       CTR-CKPT-LAST-COUNTER    DELIMITED BY SIZE
                       " - ARCHIVE WILL NOT ROLL" DELIMITED BY SIZE
                       INTO CTR-WS-EXC-DETAIL
               PERFORM 7810-ADD-WARNING THRU 7810-EXIT
           ELSE
               STRING "STALE CHECKPOINT OF "    DELIMITED BY SIZE
                       CTR-CKPT-RUN-DATE        DELIMITED BY SIZE
                       " - ARCHIVE WILL NOT ROLL" DELIMITED BY SIZE
                       INTO CTR-WS-EXC-DETAIL
               PERFORM 7800-ADD-ERROR THRU 7800-EXIT
           END-IF.
       6050-EXIT.
           EXIT.

      ******************************************************************
      *  6100-CHECK-PART-CHECKPOINT
      *
      *  The split/merge mode's per-partition checkpoints hold the
      *  archive roll exactly as the main one does.
      ******************************************************************
       6100-CHECK-PART-CHECKPOINT.
           MOVE CTR-WS-PCKPT-SUB TO CTR-WS-PCKPT-DIGIT.
           MOVE SPACES TO CTR-WS-PCKPT-NAME.
           STRING "CTRCKPT.P"          DELIMITED BY SIZE
                   CTR-WS-PCKPT-DIGIT  DELIMITED BY SIZE
                   INTO CTR-WS-PCKPT-NAME.
           OPEN INPUT CTR-PCKPT-FILE.
           IF CTR-PCKPT-STATUS NOT = "00"
                   AND CTR-PCKPT-STATUS NOT = "05"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCKPTP" TO CTR-WS-ERROR-FILE
               MOVE CTR-PCKPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           READ CTR-PCKPT-FILE
               AT END
                   CLOSE CTR-PCKPT-FILE
                   GO TO 6100-EXIT
           END-READ.
           IF CTR-PCKPT-STATUS NOT = "00"
                   AND CTR-PCKPT-STATUS NOT = "10"
               MOVE "READ"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRCKPTP" TO CTR-WS-ERROR-FILE
               MOVE CTR-PCKPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           CLOSE CTR-PCKPT-FILE.
           MOVE CTR-PCKPT-RUN-ID TO CTR-WS-EXC-RUN-ID.
           MOVE SPACES TO CTR-WS-EXC-DETAIL.
           IF CTR-PCKPT-RUN-DATE = CTR-WS-RUN-DATE
               STRING "PARTITION P"        DELIMITED BY SIZE
                       CTR-WS-PCKPT-DIGIT  DELIMITED BY SIZE
                       " RESTART PENDING - ARCHIVE WILL NOT ROLL"
                                           DELIMITED BY SIZE
                       INTO CTR-WS-EXC-DETAIL
               PERFORM 7810-ADD-WARNING THRU 7810-EXIT
           ELSE
               STRING "PARTITION P"        DELIMITED BY SIZE
                       CTR-WS-PCKPT-DIGIT  DELIMITED BY SIZE
                       " STALE CHECKPOINT OF " DELIMITED BY SIZE
                       CTR-PCKPT-RUN-DATE  DELIMITED BY SIZE
                       INTO CTR-WS-EXC-DETAIL
               PERFORM 7800-ADD-ERROR THRU 7800-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *  6500-CHECK-SPLIT
      *
      *  CTRPARTS 2-9 asks HELLOJOB for the split/merge fan-out, but
      *  split mode divides the CTRPARM range only: on a schedule
      *  night it stands down and the schedule runs single-stream,
      *  which is not what whoever set it planned for.  A value
      *  outside 2-9 is ignored by the stream.
      ******************************************************************
       6500-CHECK-SPLIT.
           MOVE "SPLIT" TO CTR-WS-EXC-CHECK.
           MOVE SPACES  TO CTR-WS-EXC-RUN-ID.
           ACCEPT CTR-WS-PARTS-TEXT FROM ENVIRONMENT "CTRPARTS".
           IF CTR-WS-PARTS-TEXT = SPACES OR CTR-WS-PARTS-TEXT = "1"
               GO TO 6500-EXIT
           END-IF.
           IF CTR-WS-PARTS-TEXT(1:1) < "2"
                   OR CTR-WS-PARTS-TEXT(1:1) > "9"
                   OR CTR-WS-PARTS-TEXT(2:7) NOT = SPACES
               MOVE SPACES TO CTR-WS-EXC-DETAIL
               STRING "CTRPARTS "          DELIMITED BY SIZE
                       CTR-WS-PARTS-TEXT   DELIMITED BY SPACE
                       " IS NOT 2-9 - THE STREAM RUNS UNSPLIT"
                                           DELIMITED BY SIZE
                       INTO CTR-WS-EXC-DETAIL
               PERFORM 7810-ADD-WARNING THRU 7810-EXIT
               GO TO 6500-EXIT
           END-IF.
           IF CTR-SOURCE-SCHEDULE
                   AND (CTR-WS-SEQ-COUNT > ZERO OR CTR-SORD-PRESENT)
               MOVE SPACES TO CTR-WS-EXC-DETAIL
               STRING "CTRPARTS="          DELIMITED BY SIZE
                       CTR-WS-PARTS-TEXT(1:1) DELIMITED BY SIZE
                       " ON A SCHEDULE NIGHT - SPLIT STANDS DOWN"
                                           DELIMITED BY SIZE
                       INTO CTR-WS-EXC-DETAIL
               PERFORM 7810-ADD-WARNING THRU 7810-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

      ******************************************************************
      *  7000-ESTIMATE-VOLUME
      *
      *  The detail records a usable range will generate, and the
      *  CTROUT bytes with the header and trailer.  An expected
      *  control total that differs from the count the range gives
      *  is HELLO's CTR0002 reconcile warning, known in advance.
      ******************************************************************
       7000-ESTIMATE-VOLUME.
           IF NOT CTR-SEQ-USABLE(CTR-WS-SEQ-SUB)
               GO TO 7000-EXIT
           END-IF.
           IF CTR-WS-SEQ-DIRECTION(CTR-WS-SEQ-SUB) = "A"
                   AND CTR-WS-SEQ-START(CTR-WS-SEQ-SUB)
                       > CTR-WS-SEQ-END(CTR-WS-SEQ-SUB)
               MOVE ZERO TO CTR-WS-SEQ-RECORDS(CTR-WS-SEQ-SUB)
           ELSE
               COMPUTE CTR-WS-SPAN =
                       CTR-WS-SEQ-HIGH(CTR-WS-SEQ-SUB)
                       - CTR-WS-SEQ-LOW(CTR-WS-SEQ-SUB)
               DIVIDE CTR-WS-SPAN BY
                       CTR-WS-SEQ-INCREMENT(CTR-WS-SEQ-SUB)
                       GIVING CTR-WS-SEQ-RECORDS(CTR-WS-SEQ-SUB)
               ADD 1 TO CTR-WS-SEQ-RECORDS(CTR-WS-SEQ-SUB)
           END-IF.
           COMPUTE CTR-WS-SEQ-BYTES(CTR-WS-SEQ-SUB) =
                   (CTR-WS-SEQ-RECORDS(CTR-WS-SEQ-SUB) + 2)
                   * CTR-WS-OUT-LINE-BYTES.
           COMPUTE CTR-WS-TOTAL-RECORDS = CTR-WS-TOTAL-RECORDS
                   + CTR-WS-SEQ-RECORDS(CTR-WS-SEQ-SUB) + 2.
           ADD CTR-WS-SEQ-BYTES(CTR-WS-SEQ-SUB) TO CTR-WS-TOTAL-BYTES.
           IF CTR-WS-SEQ-RECORDS(CTR-WS-SEQ-SUB)
                   = CTR-WS-SEQ-EXPECTED(CTR-WS-SEQ-SUB)
               GO TO 7000-EXIT
           END-IF.
           MOVE "CONTROL" TO CTR-WS-EXC-CHECK.
           MOVE CTR-WS-SEQ-RUN-ID(CTR-WS-SEQ-SUB) TO CTR-WS-EXC-RUN-ID.
           MOVE SPACES TO CTR-WS-EXC-DETAIL.
           STRING "EXPECTED "         DELIMITED BY SIZE
                   CTR-WS-SEQ-EXPECTED(CTR-WS-SEQ-SUB)
                                      DELIMITED BY SIZE
                   " BUT RANGE GIVES " DELIMITED BY SIZE
                   CTR-WS-SEQ-RECORDS(CTR-WS-SEQ-SUB)
                                      DELIMITED BY SIZE
                   " (CTR0002)"       DELIMITED BY SIZE
                   INTO CTR-WS-EXC-DETAIL.
           PERFORM 7810-ADD-WARNING THRU 7810-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *  7800-ADD-ERROR
      *
      *  Files an exception that would abort the night or lose a
      *  feed, from the check, run ID and detail staged in
      *  CTR-WS-EXC-CHECK, CTR-WS-EXC-RUN-ID and CTR-WS-EXC-DETAIL.
      ******************************************************************
       7800-ADD-ERROR.
           ADD 1 TO CTR-WS-ERROR-COUNT.
           MOVE "ERROR" TO CTR-WS-EXC-SEV.
           PERFORM 7850-FILE-EXCEPTION THRU 7850-EXIT.
       7800-EXIT.
           EXIT.

      ******************************************************************
      *  7810-ADD-WARNING
      *
      *  Files an exception the night would survive but somebody
      *  should look at before it runs.
      ******************************************************************
       7810-ADD-WARNING.
           ADD 1 TO CTR-WS-WARN-COUNT.
           MOVE "WARN" TO CTR-WS-EXC-SEV.
           PERFORM 7850-FILE-EXCEPTION THRU 7850-EXIT.
       7810-EXIT.
           EXIT.

      ******************************************************************
      *  7820-ADD-REFUSAL
      *
      *  Files an error for a standing order HELLOGEN would refuse,
      *  with the reason staged in CTR-WS-REFUSE-REASON.  HELLOGEN
      *  builds no schedule at all when it refuses any order.
      ******************************************************************
       7820-ADD-REFUSAL.
           MOVE SPACES TO CTR-WS-EXC-DETAIL.
           STRING CTR-WS-REFUSE-REASON DELIMITED BY "  "
                   " (CTR0019)"        DELIMITED BY SIZE
                   INTO CTR-WS-EXC-DETAIL.
           PERFORM 7800-ADD-ERROR THRU 7800-EXIT.
       7820-EXIT.
           EXIT.

      ******************************************************************
      *  7850-FILE-EXCEPTION
      ******************************************************************
       7850-FILE-EXCEPTION.
           IF CTR-WS-EXC-COUNT = 200
               ADD 1 TO CTR-WS-EXC-UNLISTED
               GO TO 7850-EXIT
           END-IF.
           ADD 1 TO CTR-WS-EXC-COUNT.
           MOVE CTR-WS-EXC-SEV    TO
                   CTR-WS-EXC-TBL-SEV(CTR-WS-EXC-COUNT).
           MOVE CTR-WS-EXC-CHECK  TO
                   CTR-WS-EXC-TBL-CHECK(CTR-WS-EXC-COUNT).
           MOVE CTR-WS-EXC-RUN-ID TO
                   CTR-WS-EXC-TBL-RUN-ID(CTR-WS-EXC-COUNT).
           MOVE CTR-WS-EXC-DETAIL TO
                   CTR-WS-EXC-TBL-DETAIL(CTR-WS-EXC-COUNT).
       7850-EXIT.
           EXIT.

      ******************************************************************
      *  7900-WRITE-REPORT-LINE
      *
      *  Common write for every CTRPFRP line, so a write failure is
      *  reported instead of silently truncating the report.
      ******************************************************************
       7900-WRITE-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           IF CTR-RPT-STATUS NOT = "00"
               MOVE "WRITE"   TO CTR-WS-ERROR-OPERATION
               MOVE "CTRPFRP" TO CTR-WS-ERROR-FILE
               MOVE CTR-RPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       7900-EXIT.
           EXIT.

      ******************************************************************
      *  8000-PRINT-REPORT
      *
      *  CTRPFRP: the night being checked, the volume estimate per
      *  sequence, every exception, and the verdict.
      ******************************************************************
       8000-PRINT-REPORT.
           OPEN OUTPUT CTR-REPORT-FILE.
           IF CTR-RPT-STATUS NOT = "00"
               MOVE "OPEN"    TO CTR-WS-ERROR-OPERATION
               MOVE "CTRPFRP" TO CTR-WS-ERROR-FILE
               MOVE CTR-RPT-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "HELLO BATCH PRE-FLIGHT CHECK - RUN DATE "
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
           EVALUATE TRUE
               WHEN CTR-SORD-PRESENT
                   STRING "SCHEDULE   : "  DELIMITED BY SIZE
                           CTR-WS-KEYED-COUNT DELIMITED BY SIZE
                           " KEYED + "        DELIMITED BY SIZE
                           CTR-WS-PROJ-COUNT  DELIMITED BY SIZE
                           " PROJECTED FROM " DELIMITED BY SIZE
                           CTR-WS-SORD-COUNT  DELIMITED BY SIZE
                           " ACTIVE STANDING ORDER(S)"
                                              DELIMITED BY SIZE
                           INTO CTR-REPORT-LINE
               WHEN CTR-SOURCE-PARM
                   MOVE "SCHEDULE   : NONE - SINGLE CTRPARM SEQUENCE"
                           TO CTR-REPORT-LINE
               WHEN OTHER
                   STRING "SCHEDULE   : CTRSCHD, "  DELIMITED BY SIZE
                           CTR-WS-SEQ-COUNT DELIMITED BY SIZE
                           " SEQUENCE(S)"   DELIMITED BY SIZE
                           INTO CTR-REPORT-LINE
           END-EVALUATE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-REPORT-LINE.
           STRING "HISTORY    : OVERLAP CHECKED FROM "
                                      DELIMITED BY SIZE
                   CTR-WS-CUTOFF-DATE DELIMITED BY SIZE
                   " (CTROVLN "       DELIMITED BY SIZE
                   CTR-WS-OVL-DAYS    DELIMITED BY SIZE
                   " DAYS)"           DELIMITED BY SIZE
                   INTO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE "VOLUME ESTIMATE" TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE CTR-VOLUME-HEADING TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           PERFORM 8100-PRINT-VOLUME THRU 8100-EXIT
                   VARYING CTR-WS-SEQ-SUB FROM 1 BY 1
                   UNTIL CTR-WS-SEQ-SUB > CTR-WS-SEQ-COUNT.
           MOVE CTR-WS-TOTAL-RECORDS TO CTR-VOL-TOT-RECORDS.
           MOVE CTR-WS-TOTAL-BYTES   TO CTR-VOL-TOT-BYTES.
           MOVE CTR-VOLUME-TOTAL-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE "EXCEPTIONS" TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           IF CTR-WS-EXC-COUNT = ZERO
               MOVE "NONE" TO CTR-REPORT-LINE
               PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
           ELSE
               MOVE CTR-EXCEPTION-HEADING TO CTR-REPORT-LINE
               PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
               PERFORM 8200-PRINT-EXCEPTION THRU 8200-EXIT
                       VARYING CTR-WS-EXC-SUB FROM 1 BY 1
                       UNTIL CTR-WS-EXC-SUB > CTR-WS-EXC-COUNT
           END-IF.
           IF CTR-WS-EXC-UNLISTED > ZERO
               MOVE SPACES TO CTR-REPORT-LINE
               STRING "... AND "           DELIMITED BY SIZE
                       CTR-WS-EXC-UNLISTED DELIMITED BY SIZE
                       " MORE NOT LISTED"  DELIMITED BY SIZE
                       INTO CTR-REPORT-LINE
               PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT
           END-IF.
           MOVE SPACES TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           MOVE SPACES TO CTR-REPORT-LINE.
           EVALUATE TRUE
               WHEN CTR-WS-ERROR-COUNT > ZERO
                   STRING "VERDICT    : NO-GO - " DELIMITED BY SIZE
                           CTR-WS-ERROR-COUNT DELIMITED BY SIZE
                           " ERROR(S), "      DELIMITED BY SIZE
                           CTR-WS-WARN-COUNT  DELIMITED BY SIZE
                           " WARNING(S)"      DELIMITED BY SIZE
                           INTO CTR-REPORT-LINE
               WHEN CTR-WS-WARN-COUNT > ZERO
                   STRING "VERDICT    : GO WITH " DELIMITED BY SIZE
                           CTR-WS-WARN-COUNT  DELIMITED BY SIZE
                           " WARNING(S)"      DELIMITED BY SIZE
                           INTO CTR-REPORT-LINE
               WHEN OTHER
                   MOVE "VERDICT    : GO" TO CTR-REPORT-LINE
           END-EVALUATE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
           CLOSE CTR-REPORT-FILE.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  8100-PRINT-VOLUME
      ******************************************************************
       8100-PRINT-VOLUME.
           MOVE CTR-WS-SEQ-RUN-ID(CTR-WS-SEQ-SUB)    TO CTR-VOL-RUN-ID.
           MOVE CTR-WS-SEQ-RUN-DATE(CTR-WS-SEQ-SUB)  TO
                   CTR-VOL-RUN-DATE.
           MOVE CTR-WS-SEQ-START(CTR-WS-SEQ-SUB)     TO CTR-VOL-START.
           MOVE CTR-WS-SEQ-END(CTR-WS-SEQ-SUB)       TO CTR-VOL-END.
           MOVE CTR-WS-SEQ-INCREMENT(CTR-WS-SEQ-SUB) TO
                   CTR-VOL-INCREMENT.
           MOVE CTR-WS-SEQ-DIRECTION(CTR-WS-SEQ-SUB) TO
                   CTR-VOL-DIRECTION.
           MOVE CTR-WS-SEQ-RECORDS(CTR-WS-SEQ-SUB)   TO CTR-VOL-RECORDS.
           MOVE CTR-WS-SEQ-BYTES(CTR-WS-SEQ-SUB)     TO CTR-VOL-BYTES.
           MOVE CTR-WS-SEQ-CONSUMER(CTR-WS-SEQ-SUB)  TO
                   CTR-VOL-CONSUMER.
           MOVE CTR-VOLUME-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *  8200-PRINT-EXCEPTION
      ******************************************************************
       8200-PRINT-EXCEPTION.
           MOVE CTR-WS-EXC-TBL-SEV(CTR-WS-EXC-SUB)    TO CTR-EXC-SEV.
           MOVE CTR-WS-EXC-TBL-CHECK(CTR-WS-EXC-SUB)  TO CTR-EXC-CHECK.
           MOVE CTR-WS-EXC-TBL-RUN-ID(CTR-WS-EXC-SUB) TO CTR-EXC-RUN-ID.
           MOVE CTR-WS-EXC-TBL-DETAIL(CTR-WS-EXC-SUB) TO CTR-EXC-DETAIL.
           MOVE CTR-EXCEPTION-LINE TO CTR-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE THRU 7900-EXIT.
       8200-EXIT.
           EXIT.

      ******************************************************************
      *  9400-SET-OVERLAP-WINDOW
      *
      *  Resolves the overlap lookback window exactly as HELLO does.
      *  CTROVLN is an operations knob, keyed left-justified;
      *  anything missing, non-numeric or zero falls back to the
      *  standard 90 days.  The cutoff date is today minus the
      *  window, computed a day at a time so month ends and leap
      *  years come out right.
      ******************************************************************
       9400-SET-OVERLAP-WINDOW.
           ACCEPT CTR-WS-OVL-TEXT FROM ENVIRONMENT "CTROVLN".
           PERFORM 9410-EDIT-WINDOW THRU 9410-EXIT
                   VARYING CTR-WS-OVL-SUB FROM 1 BY 1
                   UNTIL CTR-WS-OVL-SUB > 3.
           IF CTR-OVL-BAD OR CTR-WS-OVL-DAYS = ZERO
               MOVE 90 TO CTR-WS-OVL-DAYS
           END-IF.
           ACCEPT CTR-WS-CUTOFF-DATE FROM DATE YYYYMMDD.
           PERFORM 9420-BACK-ONE-DAY THRU 9420-EXIT
                   VARYING CTR-WS-BACK-COUNT FROM 1 BY 1
                   UNTIL CTR-WS-BACK-COUNT > CTR-WS-OVL-DAYS.
       9400-EXIT.
           EXIT.

      ******************************************************************
      *  9410-EDIT-WINDOW
      ******************************************************************
       9410-EDIT-WINDOW.
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
       9410-EXIT.
           EXIT.

      ******************************************************************
      *  9420-BACK-ONE-DAY
      *
      *  Steps the cutoff date back one calendar day, carrying over
      *  month and year boundaries, February judged by the leap
      *  rule (divisible by 4, except centuries not divisible by
      *  400).
      ******************************************************************
       9420-BACK-ONE-DAY.
           IF CTR-WS-CUT-DD > 1
               SUBTRACT 1 FROM CTR-WS-CUT-DD
               GO TO 9420-EXIT
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
       9420-EXIT.
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
               DISPLAY "HELLOPFL: CTRMSGC CANNOT BE OPENED - STATUS "
                       CTR-MSG-STATUS " - ALERT TEXTS DEFAULTED"
               GO TO 9700-EXIT
           END-IF.
           PERFORM 9710-READ-CATALOG THRU 9710-EXIT
                   UNTIL CTR-MSG-EOF.
           CLOSE CTR-MSG-FILE.
           IF CTR-WS-MSG-COUNT = ZERO
               DISPLAY "HELLOPFL: CTRMSGC IS EMPTY - ALERT TEXTS "
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
               DISPLAY "HELLOPFL: CTRMSGC READ FAILED - STATUS "
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
      *  the alert itself is only DISPLAYed.
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
           MOVE "HELLOPFL"           TO CTR-ALERT-PROGRAM.
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
               DISPLAY "HELLOPFL: CTRALERT CANNOT BE OPENED - STATUS "
                       CTR-ALERT-STATUS " - ALERT LOST"
               GO TO 9800-EXIT
           END-IF.
           WRITE CTR-ALERT-RECORD.
           IF CTR-ALERT-STATUS NOT = "00"
               DISPLAY "HELLOPFL: CTRALERT WRITE FAILED - STATUS "
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
           DISPLAY "HELLOPFL: I/O ERROR ON " CTR-WS-ERROR-FILE
                   " DURING " CTR-WS-ERROR-OPERATION
                   " - FILE STATUS " CTR-WS-ERROR-STATUS.
           MOVE 20 TO RETURN-CODE.
           STOP RUN.
       9900-EXIT.
           EXIT.
