      ******************************************************************
      *  CTRSORD.cpy
      *
      *  Standing-order master record for the CTRSORDM file.  One
      *  record per run ID that is to be scheduled automatically:
      *  how often the sequence runs (every business day, one named
      *  weekday, or the last business day of the month only), how
      *  many values it draws each time, and the increment,
      *  direction and format it is generated with.  HELLOGEN reads
      *  the master ahead of the nightly window and builds tonight's
      *  CTRSCHD from it, continuing each run ID's range from the
      *  last range it issued on CTRHIST.  The first start value is
      *  only used for a run ID with no history yet.  A suspended
      *  order stays on file but is not scheduled.
      *
      *  Maintenance history:
      *    2026-10-15  Original layout.
      ******************************************************************
       01  CTR-SORD-RECORD.
           05  CTR-SORD-RUN-ID             PIC X(08).
           05  CTR-SORD-FREQUENCY          PIC X(01).
               88  CTR-SORD-FREQ-DAILY         VALUE "D".
               88  CTR-SORD-FREQ-WEEKDAY       VALUE "W".
               88  CTR-SORD-FREQ-MONTH-END     VALUE "M".
           05  CTR-SORD-WEEKDAY            PIC X(03).
           05  CTR-SORD-BLOCK-SIZE         PIC 9(09).
           05  CTR-SORD-INCREMENT          PIC 9(05).
           05  CTR-SORD-DIRECTION          PIC X(01).
               88  CTR-SORD-DIR-ASCENDING      VALUE "A" " ".
               88  CTR-SORD-DIR-DESCENDING     VALUE "D".
           05  CTR-SORD-FORMAT-FLAG        PIC X(01).
               88  CTR-SORD-FMT-SUPPRESSED     VALUE "S".
               88  CTR-SORD-FMT-PADDED         VALUE "P".
           05  CTR-SORD-FIRST-START        PIC 9(09).
           05  CTR-SORD-STATUS-FLAG        PIC X(01).
               88  CTR-SORD-ACTIVE             VALUE "A" " ".
               88  CTR-SORD-SUSPENDED          VALUE "S".
           05  FILLER                      PIC X(10).
