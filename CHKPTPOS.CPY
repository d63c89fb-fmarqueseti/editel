      **************************************************************
      *     File: CHKPTPOS.CPY
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     Position checkpoint record for the batch jobs that walk
      *     a file customer by customer (DL109 purge on DL109CKP,
      *     DL119 survey intake on DL119CKP).  One record, rewritten
      *     whole (OPEN OUTPUT / WRITE / CLOSE) at every commit the
      *     same way DL103 keeps CHKPTREC, so a run that dies
      *     partway can restart past the last customer it finished
      *     instead of starting over:
      *       - state R while a run is under way, C once it has
      *         finished clean - an R record on file is a run that
      *         died and can be restarted (DL118 shows it so);
      *       - the run date of the interrupted run, which the
      *         restart carries forward so the run finishes on the
      *         terms it started with;
      *       - records done so far and the last customer
      *         committed;
      *       - the customer a DL109 purge had begun but not
      *         finished (spaces when none), so the restart can
      *         finish it or back it out.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
      *
       01  CHECKPOINT-POSITION-RECORD.
           05  CKP-PROGRAM-ID            PIC X(08).
           05  CKP-STATE-CD              PIC X(01).
               88  CKP-RUN-IN-PROGRESS         VALUE "R".
               88  CKP-RUN-FINISHED            VALUE "C".
           05  CKP-RUN-DT                PIC 9(08).
           05  CKP-RUN-TM                PIC 9(06).
           05  CKP-CKPT-DT               PIC 9(08).
           05  CKP-CKPT-TM               PIC 9(06).
           05  CKP-RECORDS-DONE          PIC 9(07).
           05  CKP-LAST-KEY              PIC X(06).
           05  CKP-INFLIGHT-KEY          PIC X(06).
