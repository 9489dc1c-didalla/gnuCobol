      ******************************************************************
      *  CTRSEC.cpy
      *
      *  Operator security master record for the CTRSECM file.  One
      *  record per user ID allowed to sign on to the maintenance
      *  screens (HELLOMNT, HELLOSCH, HELLOWRK, HELLOVOD, HELLOCLM),
      *  with the PIN keyed at sign-on, the user's role and whether
      *  the ID is still active.  The role decides what a signed-on
      *  user may do:
      *
      *    O  operator   - keys ranges, schedules and calendar
      *                    changes, works alerts
      *    S  supervisor - everything an operator may do, plus
      *                    authorizing a range-overlap override and
      *                    maintaining this file through HELLOUSR
      *    I  inquiry    - read-only; may browse the alert workbench
      *                    but update nothing
      *
      *  A revoked ID is kept on file rather than deleted so the
      *  audit trail's operator IDs always resolve to a person.  The
      *  file is only ever written by HELLOUSR; every add, revoke and
      *  reset is audited to CTRAUDIT.  The PIN never appears in an
      *  audit image or an alert.
      *
      *  Maintenance history:
      *    2026-10-15  Original layout.
      *    2026-10-15  HELLOVOD signs its operators on against this
      *                file.
      *    2026-10-15  HELLOCLM signs its operators on against this
      *                file.
      ******************************************************************
       01  CTR-SEC-RECORD.
           05  CTR-SEC-USER-ID             PIC X(08).
           05  CTR-SEC-PIN                 PIC X(08).
           05  CTR-SEC-ROLE                PIC X(01).
               88  CTR-SEC-ROLE-OPERATOR       VALUE "O".
               88  CTR-SEC-ROLE-SUPERVISOR     VALUE "S".
               88  CTR-SEC-ROLE-INQUIRY        VALUE "I".
           05  CTR-SEC-STATUS-FLAG         PIC X(01).
               88  CTR-SEC-ACTIVE              VALUE "A".
               88  CTR-SEC-REVOKED             VALUE "R".
           05  CTR-SEC-USER-NAME           PIC X(30).
           05  CTR-SEC-CHANGED-DATE        PIC 9(08).
           05  CTR-SEC-CHANGED-BY          PIC X(08).
           05  FILLER                      PIC X(10).
