      *                combined CTREXTR every consumer had to filter.
      *                Unmapped run IDs raise a CTRALERT and end the
      *                step with a warning return code.
      *    2026-10-15  Each consumer's shipment - feed, run date,
      *                record count, ORIGINAL feed type and the time
      *                it went out - is appended to the CTRSHPL
      *                shipment log, which HELLOCNF matches against the
      *                consumer's load confirmation.  A shipment that
      *                cannot be logged ends the step with a warning
      *                return code; the feed itself has already gone.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-TRG-STATUS.

           SELECT OPTIONAL CTR-SHIP-FILE ASSIGN TO "CTRSHPL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-SHP-STATUS.

           SELECT OPTIONAL CTR-MSG-FILE ASSIGN TO "CTRMSGC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CTR-MSG-STATUS.
       FD  CTR-TRIGGER-FILE.
       01  CTR-TRIGGER-LINE            PIC X(40).

       FD  CTR-SHIP-FILE.
       COPY CTRSHPL.

       FD  CTR-MSG-FILE.
       COPY CTRMSG.

       01  CTR-CON-STATUS              PIC X(02).
       01  CTR-EXT-STATUS              PIC X(02).
       01  CTR-TRG-STATUS              PIC X(02).
       01  CTR-SHP-STATUS              PIC X(02).
       01  CTR-WS-ERROR-OPERATION      PIC X(10).
       01  CTR-WS-ERROR-FILE           PIC X(10).
       01  CTR-WS-ERROR-STATUS         PIC X(02).
       01  CTR-WS-SHIPPED-COUNT        PIC 9(03) VALUE ZERO.
       01  CTR-WS-EXTRACT-COUNT        PIC 9(09) VALUE ZERO.
       01  CTR-WS-FEED-RUN-DATE        PIC 9(08) VALUE ZERO.
       01  CTR-WS-SHPL-SWITCH          PIC X(01) VALUE "N".
           88  CTR-SHPL-FAILED             VALUE "Y".
       01  CTR-WS-SHIP-DATE            PIC 9(08) VALUE ZERO.
       01  CTR-WS-SHIP-TIME            PIC 9(08) VALUE ZERO.
       01  CTR-WS-SHIP-TIME-R REDEFINES CTR-WS-SHIP-TIME.
           05  CTR-WS-SHIP-HHMMSS          PIC 9(06).
           05  CTR-WS-SHIP-CC              PIC 9(02).
       01  CTR-WS-CON-TABLE.
           05  CTR-WS-CON-ENTRY OCCURS 20 TIMES.
               10  CTR-WS-CON-TBL-ID       PIC X(08).
           DISPLAY "HELLOEXT: EXTRACT COMPLETE - "
                   CTR-WS-SHIPPED-COUNT " FEED(S) SHIPPED FOR "
                   CTR-WS-MAP-COUNT " RUN ID(S)".
           IF CTR-UNMAPPED-SEEN OR CTR-SHPL-FAILED
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *  the consumer's feed, writes the heading and every detail
      *  whose run ID maps to this consumer, closes the feed, and
      *  only then writes the consumer's trigger when one is wanted.
      *  The shipment is logged last of all.
      ******************************************************************
       4000-SHIP-ONE-CONSUMER.
           IF NOT CTR-CON-HAS-DATA(CTR-WS-CON-SUB)
           IF CTR-WS-CON-TBL-WANTS(CTR-WS-CON-SUB) = "Y"
               PERFORM 5000-WRITE-TRIGGER THRU 5000-EXIT
           END-IF.
           PERFORM 5500-LOG-SHIPMENT THRU 5500-EXIT.
           ADD 1 TO CTR-WS-SHIPPED-COUNT.
           DISPLAY "HELLOEXT: CONSUMER "
                   CTR-WS-CON-TBL-ID(CTR-WS-CON-SUB) " SHIPPED "
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  5500-LOG-SHIPMENT
      *
      *  Appends one CTRSHPL record for the consumer just shipped,
      *  pending its load confirmation.  The count logged is the
      *  count the trigger carried.  A logging failure is reported
      *  and turns the step's return code to a warning, but never
      *  abends it: the feed and trigger are already out, and a
      *  rerun would ship them a second time.
      ******************************************************************
       5500-LOG-SHIPMENT.
           ACCEPT CTR-WS-SHIP-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-SHIP-TIME FROM TIME.
           MOVE SPACES                TO CTR-SHP-RECORD.
           MOVE CTR-WS-CON-TBL-ID(CTR-WS-CON-SUB)
                                      TO CTR-SHP-CONSUMER-ID.
           MOVE CTR-WS-FEED-RUN-DATE  TO CTR-SHP-FEED-DATE.
           MOVE "ORIGINAL"            TO CTR-SHP-FEED-TYPE.
           MOVE CTR-WS-EXTRACT-COUNT  TO CTR-SHP-RECORD-COUNT.
           MOVE ZERO                  TO CTR-SHP-GEN-NUMBER.
           MOVE CTR-WS-FEED-NAME      TO CTR-SHP-FEED-NAME.
           MOVE CTR-WS-SHIP-DATE      TO CTR-SHP-SHIP-DATE.
           MOVE CTR-WS-SHIP-HHMMSS    TO CTR-SHP-SHIP-TIME.
           MOVE "P"                   TO CTR-SHP-STATUS-FLAG.
           MOVE ZERO                  TO CTR-SHP-LOADED-COUNT.
           MOVE ZERO                  TO CTR-SHP-CONFIRM-DATE.
           MOVE ZERO                  TO CTR-SHP-CONFIRM-TIME.
           OPEN EXTEND CTR-SHIP-FILE.
           IF CTR-SHP-STATUS NOT = "00" AND CTR-SHP-STATUS NOT = "05"
               DISPLAY "HELLOEXT: CTRSHPL CANNOT BE OPENED - STATUS "
                       CTR-SHP-STATUS " - SHIPMENT TO "
                       CTR-WS-CON-TBL-ID(CTR-WS-CON-SUB)
                       " NOT LOGGED"
               MOVE "Y" TO CTR-WS-SHPL-SWITCH
               GO TO 5500-EXIT
           END-IF.
           WRITE CTR-SHP-RECORD.
           IF CTR-SHP-STATUS NOT = "00"
               DISPLAY "HELLOEXT: CTRSHPL WRITE FAILED - STATUS "
                       CTR-SHP-STATUS " - SHIPMENT TO "
                       CTR-WS-CON-TBL-ID(CTR-WS-CON-SUB)
                       " NOT LOGGED"
               MOVE "Y" TO CTR-WS-SHPL-SWITCH
           END-IF.
           CLOSE CTR-SHIP-FILE.
       5500-EXIT.
           EXIT.

      ******************************************************************
      *  5900-WRITE-TRIGGER-LINE
      ******************************************************************
