      ******************************************************************
      *  CTRVOID.cpy
      *
      *  Void register record for the CTRVOIDR file.  One record per
      *  counter value, or unbroken run of values, that was issued
      *  but will never be used: spoiled or damaged by the consumer,
      *  cancelled, never used, or burned in testing.  Each entry
      *  names the run ID and run date the values were issued under,
      *  the lowest and highest value voided and how many values of
      *  the issued sequence that covers (the sequence may step by
      *  more than one), with a reason code and who reported it.
      *
      *  Entries are keyed only through HELLOVOD, which proves the
      *  values were really issued - against the run's CTRHIST
      *  posting or, failing that, an archived CTROUT generation on
      *  CTRARCIX - and audits every add and delete to CTRAUDIT.
      *  The source flag and generation number record which one the
      *  entry was proved against.  HELLOUTL reconciles issued,
      *  confirmed-used, voided and unaccounted values from it.
      *
      *  Maintenance history:
      *    2026-10-15  Original layout.
      ******************************************************************
       01  CTR-VOID-RECORD.
           05  CTR-VOID-RUN-DATE           PIC 9(08).
           05  CTR-VOID-RUN-ID             PIC X(08).
           05  CTR-VOID-LOW-VALUE          PIC 9(09).
           05  CTR-VOID-HIGH-VALUE         PIC 9(09).
           05  CTR-VOID-VALUE-COUNT        PIC 9(09).
           05  CTR-VOID-REASON             PIC X(02).
               88  CTR-VOID-SPOILED            VALUE "SP".
               88  CTR-VOID-DAMAGED            VALUE "DM".
               88  CTR-VOID-CANCELLED          VALUE "CN".
               88  CTR-VOID-NEVER-USED         VALUE "NU".
               88  CTR-VOID-TEST               VALUE "TS".
               88  CTR-VOID-OTHER              VALUE "OT".
               88  CTR-VOID-REASON-VALID       VALUES "SP" "DM" "CN"
                                                      "NU" "TS" "OT".
           05  CTR-VOID-REPORTED-BY        PIC X(08).
           05  CTR-VOID-SOURCE             PIC X(01).
               88  CTR-VOID-FROM-HISTORY       VALUE "H".
               88  CTR-VOID-FROM-ARCHIVE       VALUE "A".
           05  CTR-VOID-GEN-NUMBER         PIC 9(05).
           05  CTR-VOID-ENTERED-DATE       PIC 9(08).
           05  CTR-VOID-ENTERED-TIME       PIC 9(06).
           05  CTR-VOID-OPERATOR           PIC X(08).
           05  CTR-VOID-NOTE               PIC X(30).
           05  FILLER                      PIC X(10).
