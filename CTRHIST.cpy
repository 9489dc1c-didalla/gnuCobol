      *                several counter sequences, so history is posted
      *                per sequence and logically keyed on run date
      *                plus run ID.
      *    2026-10-15  CTRHIST is now an indexed file: CTR-HIST-KEY
      *                (run date plus run ID) is the record key and
      *                CTR-HIST-RUN-ID an alternate key with
      *                duplicates.  The record layout itself is
      *                unchanged, so HELLOHCV converts the old line
      *                sequential history by a straight reload.
      ******************************************************************
       01  CTR-HIST-RECORD.
           05  CTR-HIST-KEY.
               10  CTR-HIST-RUN-DATE       PIC 9(08).
               10  CTR-HIST-RUN-ID         PIC X(08).
           05  CTR-HIST-START-VALUE        PIC 9(09).
           05  CTR-HIST-END-VALUE          PIC 9(09).
           05  CTR-HIST-RECORD-COUNT       PIC 9(09).
