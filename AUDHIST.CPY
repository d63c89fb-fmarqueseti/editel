      **************************************************************
      *     File: AUDHIST.CPY
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     Record layout for the AUDHIST keyed audit history - the
      *     settled AUDITLOG entries the DL127 month-end rollover
      *     moves off the sequential trail, field for field the
      *     AUDITREC.CPY entry they came from.  Keyed so an inquiry
      *     starts where it needs to instead of rereading every
      *     change ever made:
      *       - primary key Customer ID + date + time, with a
      *         sequence number that keeps the several field
      *         entries one commit writes under a single stamp
      *         apart, in the order AUDITLOG held them;
      *       - alternate key Operator ID, for "what did this
      *         operator do";
      *       - alternate key date + time (AHS-STAMP-KEY, a copy
      *         of the stamp) for the date-driven readers - the
      *         DL115 nightly digest and a date-range-only DL105
      *         inquiry.
      *     Readers take the history first and the current
      *     AUDITLOG after it, so an entry is findable before and
      *     after the rollover alike.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
      *
       01  AUDIT-HISTORY-RECORD.
           05  AHS-KEY.
               10  AHS-CUST-ID           PIC X(06).
               10  AHS-UPD-DT            PIC 9(08).
               10  AHS-UPD-TM            PIC 9(06).
               10  AHS-SEQ-NO            PIC 9(04).
           05  AHS-OPERATOR-ID           PIC X(08).
           05  AHS-FIELD-NAME            PIC X(15).
           05  AHS-OLD-VALUE             PIC X(66).
           05  AHS-NEW-VALUE             PIC X(66).
           05  AHS-STAMP-KEY.
               10  AHS-STAMP-DT          PIC 9(08).
               10  AHS-STAMP-TM          PIC 9(06).
