      *  shop closure.  HELLOMNT validates the keyed run date against
      *  it and pre-fills the screen with the next business day;
      *  HELLOADV rolls CTRPARM forward to the next business day at
      *  end of job.  The file is kept in date order.  HELLOCLB
      *  generates each new year from the weekend rules and the
      *  CTRHOLS holiday and closure list, and HELLOCLM keys any
      *  later change; HELLOHZN warns nightly as the business days
      *  left on the file run down.
      *
      *  Maintenance history:
      *    2026-08-22  Original layout.
      *    2026-10-15  Years are now generated by HELLOCLB and entries
      *                changed through HELLOCLM rather than typed in
      *                by hand.
      ******************************************************************
       01  CTR-CAL-RECORD.
           05  CTR-CAL-DATE                PIC 9(08).
