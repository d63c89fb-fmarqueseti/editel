      **************************************************************
      *     File: BILLCHG.CPY
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     Record layouts for the BILLCHG incremental change feed
      *     the nightly DL126 run sends to billing - only the
      *     customers added, changed, deactivated or deleted since
      *     the last feed, instead of the full DL108 format B
      *     reload.  Three record types share the file:
      *       - H header:  the batch sequence number (one higher
      *         than the last feed sent, so billing can see a gap
      *         or a repeat) and when the batch was cut;
      *       - D detail:  one per customer, the action code plus
      *         the BILLEXT.CPY fields in the same order and sizes
      *         - name, address, city, zip, preferred phone and
      *         email - as the customer last stood in the journal;
      *       - T trailer: the batch number again and the detail
      *         count, in total and per action, for billing to
      *         prove the file arrived whole.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
      *
       01  BILLING-CHANGE-RECORD.
           05  BCH-REC-TYPE          PIC X(01).
               88  BCH-HEADER                  VALUE "H".
               88  BCH-DETAIL                  VALUE "D".
               88  BCH-TRAILER                 VALUE "T".
           05  BCH-ACTION-CD         PIC X(01).
               88  BCH-ACTION-ADD              VALUE "A".
               88  BCH-ACTION-CHANGE           VALUE "C".
               88  BCH-ACTION-DEACTIVATE       VALUE "X".
               88  BCH-ACTION-DELETE           VALUE "D".
           05  BCH-CHG-DT            PIC 9(08).
           05  BCH-CHG-TM            PIC 9(06).
           05  BCH-CUST-ID           PIC X(06).
           05  BCH-NAME              PIC X(66).
           05  BCH-ADDR-1            PIC X(66).
           05  BCH-ADDR-2            PIC X(66).
           05  BCH-CITY              PIC X(38).
           05  BCH-ZIP               PIC 9(08).
           05  BCH-PHONE             PIC X(60).
           05  BCH-EMAIL             PIC X(60).
      *
       01  BILLING-CHANGE-HEADER.
           05  BCH-HDR-REC-TYPE      PIC X(01).
           05  BCH-HDR-BATCH-NO      PIC 9(07).
           05  BCH-HDR-CREATED-DT    PIC 9(08).
           05  BCH-HDR-CREATED-TM    PIC 9(06).
      *
       01  BILLING-CHANGE-TRAILER.
           05  BCH-TRL-REC-TYPE      PIC X(01).
           05  BCH-TRL-BATCH-NO      PIC 9(07).
           05  BCH-TRL-DETAIL-CNT    PIC 9(07).
           05  BCH-TRL-ADD-CNT       PIC 9(07).
           05  BCH-TRL-CHANGE-CNT    PIC 9(07).
           05  BCH-TRL-DEACT-CNT     PIC 9(07).
           05  BCH-TRL-DELETE-CNT    PIC 9(07).
