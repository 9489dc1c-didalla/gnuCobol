      ******************************************************************
      *  CTRHOL.cpy
      *
      *  Holiday and shop-closure list record for the CTRHOLS file.
      *  One record per date the shop does not process that is not
      *  a weekend - a public holiday or a shop closure - typed and
      *  named as it is to appear on CTRCALND.  Where a holiday is
      *  observed on another day the list carries the observed day.
      *  HELLOCLB applies the list over the weekend rules when it
      *  generates a calendar year, so next year's holidays can be
      *  listed long before the year is generated.  The list is kept
      *  in date order and changed only through HELLOCLM, which
      *  audits every change to CTRAUDIT.
      *
      *  Maintenance history:
      *    2026-10-15  Original layout.
      ******************************************************************
       01  CTR-HOL-RECORD.
           05  CTR-HOL-DATE                PIC 9(08).
           05  CTR-HOL-DAY-TYPE            PIC X(01).
               88  CTR-HOL-HOLIDAY             VALUE "H".
               88  CTR-HOL-CLOSURE             VALUE "C".
               88  CTR-HOL-TYPE-VALID          VALUES "H" "C".
           05  CTR-HOL-DESCRIPTION         PIC X(30).
           05  FILLER                      PIC X(10).
