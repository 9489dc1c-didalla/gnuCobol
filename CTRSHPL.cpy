      ******************************************************************
      *  CTRSHPL.cpy
      *
      *  Shipment log record for the CTRSHPL file.  One record per
      *  feed shipped to a downstream consumer: HELLOEXT appends one
      *  per consumer for tonight's ORIGINAL feed, HELLORSD one per
      *  consumer for a RESEND of an archived generation (with the
      *  generation number it came from).  Each record carries the
      *  feed's run date, the record count in the consumer's trigger
      *  and when it went out.
      *
      *  HELLOCNF owns the confirmation fields.  It matches each
      *  consumer's return confirmation against the log, records the
      *  count the consumer says it loaded and when the confirmation
      *  was taken, and moves the entry off pending: confirmed,
      *  count mismatch or rejected.  An entry still pending when an
      *  identical later feed (same consumer, run date and feed
      *  type) is shipped is marked superseded - the later shipment
      *  is the one the consumer is expected to confirm.  Entries
      *  for a consumer with no confirmation file on CTRCONSM are
      *  marked not chased.
      *
      *  The CTRSHPH shipment history carries the same layout: a
      *  confirmed entry HELLOCNF drops from the log after its keep
      *  period is appended there, and HELLOUTL reads both.
      *
      *  Maintenance history:
      *    2026-10-15  Original layout.
      *    2026-10-15  Layout shared with the CTRSHPH shipment history.
      ******************************************************************
       01  CTR-SHP-RECORD.
           05  CTR-SHP-CONSUMER-ID         PIC X(08).
           05  CTR-SHP-FEED-DATE           PIC 9(08).
           05  CTR-SHP-FEED-TYPE           PIC X(08).
               88  CTR-SHP-TYPE-ORIGINAL       VALUE "ORIGINAL".
               88  CTR-SHP-TYPE-RESEND         VALUE "RESEND".
           05  CTR-SHP-RECORD-COUNT        PIC 9(09).
           05  CTR-SHP-GEN-NUMBER          PIC 9(05).
           05  CTR-SHP-FEED-NAME           PIC X(20).
           05  CTR-SHP-SHIP-DATE           PIC 9(08).
           05  CTR-SHP-SHIP-TIME           PIC 9(06).
           05  CTR-SHP-STATUS-FLAG         PIC X(01).
               88  CTR-SHP-PENDING             VALUE "P".
               88  CTR-SHP-CONFIRMED           VALUE "C".
               88  CTR-SHP-MISMATCH            VALUE "M".
               88  CTR-SHP-REJECTED            VALUE "R".
               88  CTR-SHP-SUPERSEDED          VALUE "S".
               88  CTR-SHP-NOT-CHASED          VALUE "N".
           05  CTR-SHP-LOADED-COUNT        PIC 9(09).
           05  CTR-SHP-CONFIRM-DATE        PIC 9(08).
           05  CTR-SHP-CONFIRM-TIME        PIC 9(06).
           05  FILLER                      PIC X(10).
