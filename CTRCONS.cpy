      *  CTROUT by this master, and HELLORSD distributes an archived
      *  generation the same way on a re-send.
      *
      *  Each consumer may also name the confirmation file its loader
      *  drops back after loading a feed, and the number of hours
      *  after shipment by which that confirmation is due.  HELLOCNF
      *  matches the confirmations against the CTRSHPL shipment log
      *  and chases feeds still unconfirmed past the deadline.  As
      *  with the feed name, the first master record for a consumer
      *  carries its confirmation details.
      *
      *  Maintenance history:
      *    2026-09-03  Original layout.
      *    2026-10-15  Added the confirmation file name and the
      *                confirmation deadline in hours.
      ******************************************************************
       01  CTR-CON-RECORD.
           05  CTR-CON-RUN-ID              PIC X(08).
               88  CTR-CON-DELIM-SEMI          VALUE "S".
           05  CTR-CON-TRIGGER-FLAG        PIC X(01).
               88  CTR-CON-TRIGGER-WANTED      VALUE "Y".
           05  CTR-CON-CONFIRM-NAME        PIC X(20).
           05  CTR-CON-CONFIRM-HOURS       PIC 9(03).
           05  FILLER                      PIC X(10).
