      *    2026-09-03  Added the TRAIL-CUTOVR event for HELLOCUT's
      *                period-end cutover of the audit and alert
      *                trails to catalogued archives.
      *    2026-10-15  Added the SCHD-BUILD event for HELLOGEN's
      *                nightly build of CTRSCHD entries from the
      *                CTRSORDM standing-order master.
      *    2026-10-15  Added the SIGNON-FAIL event for a sign-on or
      *                override authorization refused against the
      *                CTRSECM operator security master, and the
      *                USER-ADD/USER-REVOKE/USER-RESET events for
      *                HELLOUSR's maintenance of that master.
      *    2026-10-15  Added the VOID-ADD/VOID-DELETE events for
      *                HELLOVOD's maintenance of the CTRVOIDR void
      *                register.
      *    2026-10-15  Added the CAL-BUILD event for HELLOCLB's
      *                generation of a calendar year onto CTRCALND,
      *                and the CAL-CHANGE and HOL-ADD/HOL-CHANGE/
      *                HOL-DELETE events for HELLOCLM's maintenance of
      *                CTRCALND and the CTRHOLS holiday list.
      ******************************************************************
       01  CTR-AUDIT-RECORD.
           05  CTR-AUDIT-DATE              PIC 9(08).
               88  CTR-AUDIT-SEQ-REPAIR        VALUE "SEQ-REPAIR".
               88  CTR-AUDIT-RNG-OVERRIDE      VALUE "RNG-OVERRIDE".
               88  CTR-AUDIT-TRAIL-CUTOVER     VALUE "TRAIL-CUTOVR".
               88  CTR-AUDIT-SCHD-BUILD        VALUE "SCHD-BUILD".
               88  CTR-AUDIT-SIGNON-FAIL       VALUE "SIGNON-FAIL".
               88  CTR-AUDIT-USER-ADD          VALUE "USER-ADD".
               88  CTR-AUDIT-USER-REVOKE       VALUE "USER-REVOKE".
               88  CTR-AUDIT-USER-RESET        VALUE "USER-RESET".
               88  CTR-AUDIT-VOID-ADD          VALUE "VOID-ADD".
               88  CTR-AUDIT-VOID-DELETE       VALUE "VOID-DELETE".
               88  CTR-AUDIT-CAL-BUILD         VALUE "CAL-BUILD".
               88  CTR-AUDIT-CAL-CHANGE        VALUE "CAL-CHANGE".
               88  CTR-AUDIT-HOL-ADD           VALUE "HOL-ADD".
               88  CTR-AUDIT-HOL-CHANGE        VALUE "HOL-CHANGE".
               88  CTR-AUDIT-HOL-DELETE        VALUE "HOL-DELETE".
           05  CTR-AUDIT-OPERATOR          PIC X(08).
           05  CTR-AUDIT-BEFORE-IMAGE      PIC X(51).
           05  CTR-AUDIT-AFTER-IMAGE       PIC X(51).
