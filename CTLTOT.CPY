      **************************************************************
      *     File: CTLTOT.CPY
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     Record layout for the CTLTOT nightly control-totals file
      *     the DL130 balancing run keeps - one record per business
      *     date, keyed by that date, holding the CUSTMAS count the
      *     run took (in total and by status) and what it proved
      *     the count against:
      *       - the prior night's count, plus the CUSTJRNL writes,
      *         less the CUSTJRNL deletes, journalled since that
      *         count was taken;
      *       - the count of the CUSTBKP backup on file;
      *       - the journalled rewrites with no AUDITLOG entry.
      *     The count date/time is when the master was counted -
      *     the next night counts only journal records stamped
      *     after it.  A rerun on the same business date replaces
      *     that date's record.  Kept whether or not the night
      *     balanced (the balanced switch says which), since the
      *     next night balances against the count as taken.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
      *
       01  CONTROL-TOTAL-RECORD.
           05  CTL-KEY.
               10  CTL-BUSINESS-DT       PIC 9(08).
           05  CTL-COUNT-DT              PIC 9(08).
           05  CTL-COUNT-TM              PIC 9(06).
           05  CTL-MASTER-COUNT          PIC 9(07).
           05  CTL-ACTIVE-COUNT          PIC 9(07).
           05  CTL-INACTIVE-COUNT        PIC 9(07).
           05  CTL-PENDING-COUNT         PIC 9(07).
           05  CTL-OTHER-COUNT           PIC 9(07).
           05  CTL-PRIOR-DT              PIC 9(08).
           05  CTL-PRIOR-COUNT           PIC 9(07).
           05  CTL-JRN-WRITE-CNT         PIC 9(07).
           05  CTL-JRN-REWRITE-CNT       PIC 9(07).
           05  CTL-JRN-DELETE-CNT        PIC 9(07).
           05  CTL-BACKUP-COUNT          PIC 9(07).
           05  CTL-UNAUDITED-CNT         PIC 9(07).
           05  CTL-EXCEPTION-CNT         PIC 9(05).
           05  CTL-BALANCED-SW           PIC X(01).
               88  CTL-BALANCED                VALUE "Y".
               88  CTL-OUT-OF-BALANCE          VALUE "N".
