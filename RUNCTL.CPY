      * ------------------------------------------------------------
      *     Modification History
      *     09/02/2026  MVV  Initial version.
      *     10/15/2026  MVV  Added RCT-SEND-POSITION - a job that
      *                      feeds another system off the CUSTJRNL
      *                      journal (the DL126 billing change feed)
      *                      keeps on its own record how far into
      *                      the journal it last sent and the last
      *                      batch number it used, so a rerun
      *                      neither skips nor resends.  DL118
      *                      zeroes it on a record it creates and
      *                      otherwise leaves it alone; the feeding
      *                      job rewrites it only after its output
      *                      has closed clean.  A file built before
      *                      this change must be reorganized
      *                      (unload/reload) to the longer record.
      **************************************************************
      *
       01  RUN-CONTROL-RECORD.
           05  RCT-END-DT            PIC 9(08).
           05  RCT-END-TM            PIC 9(06).
           05  RCT-RECORD-COUNT      PIC 9(07).
           05  RCT-SEND-POSITION.
               10  RCT-SENT-JRN-CNT      PIC 9(07).
               10  RCT-SENT-JRN-DT       PIC 9(08).
               10  RCT-SENT-JRN-TM       PIC 9(06).
               10  RCT-SENT-JRN-CUST-ID  PIC X(06).
               10  RCT-SENT-BATCH-NO     PIC 9(07).
