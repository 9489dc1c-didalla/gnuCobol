      ******************************************************************
      *  CTRALOT.cpy
      *
      *  Numbering-space allotment master record for the CTRALOTM
      *  file.  One record per run ID whose counter values must stay
      *  inside a block the business allotted to it: the lowest and
      *  highest value the run ID may ever be issued.  HELLO refuses
      *  to load a schedule range outside the block, HELLOSCH refuses
      *  to key one, HELLOGEN will not generate one and HELLOPFL
      *  reports one the afternoon before.  A run ID with no record
      *  here may draw anywhere in the 9-digit counter space.
      *
      *  HELLOCAP forecasts from CTRHIST when each run ID will run
      *  out of its block, and alerts once the projected exhaustion
      *  falls inside the warning horizon: the business days given
      *  here, or the CTRCAPWN standard when this is zero.
      *
      *  Maintenance history:
      *    2026-10-15  Original layout.
      ******************************************************************
       01  CTR-ALOT-RECORD.
           05  CTR-ALOT-RUN-ID             PIC X(08).
           05  CTR-ALOT-LOW-BOUND          PIC 9(09).
           05  CTR-ALOT-HIGH-BOUND         PIC 9(09).
           05  CTR-ALOT-WARN-DAYS          PIC 9(03).
           05  CTR-ALOT-DESCRIPTION        PIC X(30).
           05  FILLER                      PIC X(10).
