      ******************************************************************
      *  CTRSTIM.cpy
      *
      *  Step-timing history record for the CTRSTIM file.  HELLOJOB
      *  appends one record every time it runs a step, as the step
      *  ends: the run date the stream is running for, the step
      *  (partition steps individually, as STEP010.P1 and so on,
      *  plus STEP010 for the partition fan-out as a whole), the
      *  program, when it started and ended, its elapsed seconds and
      *  its return code.  A step bypassed on a restart has not run
      *  and is not recorded; a step rerun on a restart is recorded
      *  again, and the later record is the one that counts.
      *
      *  The stream itself is recorded as step HELLOJOB when it
      *  ends, whether cleanly or on an abend, with the stream's
      *  start and end and its final return code.  HELLOSLA reads
      *  the file for the batch-window SLA report.
      *
      *  Maintenance history:
      *    2026-10-15  Original layout.
      ******************************************************************
       01  CTR-STIM-RECORD.
           05  CTR-STIM-RUN-DATE           PIC 9(08).
           05  CTR-STIM-STEP               PIC X(12).
               88  CTR-STIM-IS-STREAM          VALUE "HELLOJOB".
           05  CTR-STIM-PROGRAM            PIC X(08).
           05  CTR-STIM-START-DATE         PIC 9(08).
           05  CTR-STIM-START-TIME         PIC 9(06).
           05  CTR-STIM-END-DATE           PIC 9(08).
           05  CTR-STIM-END-TIME           PIC 9(06).
           05  CTR-STIM-ELAPSED            PIC 9(07).
           05  CTR-STIM-RETURN-CODE        PIC 9(03).
           05  FILLER                      PIC X(10).
