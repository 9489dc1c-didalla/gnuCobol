      *
      *  Maintenance history:
      *    2026-08-22  Original program.
      *    2026-10-15  The calendar is loaded after CTRPARM is read and
      *                only dates after the run date are tabled, so
      *                past years on CTRCALND roll off instead of
      *                filling the 400-entry table.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT CTR-WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT CTR-WS-SYS-TIME FROM TIME.
           PERFORM 2000-READ-PARM THRU 2000-EXIT.
           PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
           PERFORM 3000-FIND-NEXT-BUSDAY THRU 3000-EXIT.
           IF CTR-WS-NEXT-BUS-DATE = ZERO
               DISPLAY "HELLOADV: NO BUSINESS DAY AFTER "
      *
      *  Loads the processing calendar.  A missing calendar stops
      *  the advance (but only the advance): operations must extend
      *  the calendar, not run blind past it.  Only dates after the
      *  current run date can be the next business day, so only
      *  those are tabled; an empty table then means the calendar
      *  has run out.
      ******************************************************************
       1000-LOAD-CALENDAR.
           OPEN INPUT CTR-CAL-FILE.
                   UNTIL CTR-EOF.
           CLOSE CTR-CAL-FILE.
           IF CTR-WS-CAL-COUNT = ZERO
               DISPLAY "HELLOADV: CTRCALND HAS NO DATES AFTER "
                       CTR-WS-OLD-RUN-DATE " - EXTEND THE CALENDAR "
                       "- RUN DATE NOT ADVANCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *  1100-READ-CALENDAR
      *
      *  Dates up to the run date are passed over.  Only dates
      *  beyond the table capacity are dropped; with the newest
      *  dates at the end of the file that would lose the far future
      *  first, so the load warns when it happens.
      ******************************************************************
       1100-READ-CALENDAR.
           READ CTR-CAL-FILE
               MOVE CTR-CAL-STATUS TO CTR-WS-ERROR-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           IF CTR-CAL-DATE NOT > CTR-WS-OLD-RUN-DATE
               GO TO 1100-EXIT
           END-IF.
           IF CTR-WS-CAL-COUNT = 400
               DISPLAY "HELLOADV: CTRCALND HAS OVER 400 ENTRIES AFTER "
                       "THE RUN DATE - LATER DATES IGNORED"
               MOVE "Y" TO CTR-WS-EOF-SWITCH
               GO TO 1100-EXIT
           END-IF.
