      **************************************************************
      *     Program: DL126.CBL
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     EDITEL Billing Change Feed - the nightly incremental
      *     companion to the DL108 format B reload.  Instead of the
      *     whole master, billing gets one BILLCHG record for each
      *     customer added, changed, deactivated or deleted since
      *     the last feed it received, built from the CUSTJRNL
      *     after-images:
      *       - the journal entries not yet sent are sorted by
      *         customer (in journal order within a customer) and
      *         netted to one action per customer - A for a
      *         customer whose first entry in the batch is a WRITE
      *         (new, or restored off the archive), D for one whose
      *         last entry is a DELETE, X for one that went
      *         inactive in the batch, C for anything else;
      *       - the detail carries the customer as the last
      *         after-image left it, plus the preferred phone and
      *         email off CUSTCNT (same choice rule as DL108);
      *       - a DL102 pending skeleton (P) is not a customer yet
      *         and is never sent, nor is a customer added and
      *         deleted again inside one batch - both are counted;
      *       - header and trailer carry the batch sequence number
      *         and the detail counts (BILLCHG.CPY).
      *     How far into the journal the last feed went, and the
      *     last batch number used, live on this program's own
      *     RUNCTL record (RCT-SEND-POSITION).  The position is a
      *     count of journal records plus the stamp of the last
      *     one sent; a journal whose record at that count no
      *     longer carries that stamp has been cut by DL113 since,
      *     and is sent from its first record.  The position moves
      *     only after the feed has closed clean, so a rerun after
      *     a failure resends exactly the same changes under the
      *     same batch number, and a rerun after a good feed sends
      *     only what arrived since.  Runs in the nightly stream
      *     under DL118 ahead of DL113 - DL118 refuses the backup
      *     until this has completed for the night.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL126.
       AUTHOR.        EDITEL SYSTEMS GROUP.
       INSTALLATION.  ETI DATA CENTER.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   ETI-DATA-CENTER.
       OBJECT-COMPUTER.   ETI-DATA-CENTER.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL126-JRNL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-PROGRAM-ID
               FILE STATUS IS DL126-RUNCTL-STATUS.
           SELECT CUSTCNT-FILE ASSIGN TO "CUSTCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-KEY
               FILE STATUS IS DL126-CNT-STATUS.
           SELECT BILLING-CHANGE-FILE ASSIGN TO "BILLCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL126-BILL-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT PRINT-FILE ASSIGN TO "DL126RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL126-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTJRNL.CPY.
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.CPY.
      *
       FD  CUSTCNT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTCNT.CPY.
      *
       FD  BILLING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLCHG.CPY.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-KEY.
               10  SRT-CUST-ID       PIC X(06).
               10  SRT-SEQ-NO        PIC 9(07).
           05  SRT-ACTION-CD         PIC X(01).
           05  SRT-UPD-DT            PIC 9(08).
           05  SRT-UPD-TM            PIC 9(06).
           05  SRT-CUST-IMAGE        PIC X(386).
      *
       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  PRINT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  DL126-SWITCHES.
           05  DL126-JRNL-STATUS     PIC X(02) VALUE "00".
               88  DL126-JRNL-OK               VALUE "00".
           05  DL126-JRN-EOF-SW      PIC X(01) VALUE "N".
               88  DL126-JRN-EOF               VALUE "Y".
           05  DL126-JRNL-AVAIL-SW   PIC X(01) VALUE "N".
               88  DL126-JRNL-AVAILABLE        VALUE "Y".
           05  DL126-RUNCTL-STATUS   PIC X(02) VALUE "00".
               88  DL126-RUNCTL-OK             VALUE "00".
           05  DL126-REC-FOUND-SW    PIC X(01) VALUE "N".
               88  DL126-REC-FOUND             VALUE "Y".
           05  DL126-CNT-STATUS      PIC X(02) VALUE "00".
               88  DL126-CNT-OK                VALUE "00".
           05  DL126-CNT-AVAIL-SW    PIC X(01) VALUE "N".
               88  DL126-CNT-AVAILABLE         VALUE "Y".
           05  DL126-CNT-EOF-SW      PIC X(01) VALUE "N".
               88  DL126-CNT-EOF               VALUE "Y".
           05  DL126-PHONE-PREF-SW   PIC X(01) VALUE "N".
               88  DL126-PHONE-PREFERRED       VALUE "Y".
           05  DL126-EMAIL-PREF-SW   PIC X(01) VALUE "N".
               88  DL126-EMAIL-PREFERRED       VALUE "Y".
           05  DL126-BILL-STATUS     PIC X(02) VALUE "00".
               88  DL126-BILL-OK               VALUE "00".
           05  DL126-PRINT-STATUS    PIC X(02) VALUE "00".
           05  DL126-SORT-EOF-SW     PIC X(01) VALUE "N".
               88  DL126-SORT-EOF              VALUE "Y".
           05  DL126-GROUP-SW        PIC X(01) VALUE "N".
               88  DL126-GROUP-HELD            VALUE "Y".
           05  DL126-FEED-FAILED-SW  PIC X(01) VALUE "N".
               88  DL126-FEED-FAILED           VALUE "Y".
           05  DL126-GENERATION-SW   PIC X(01) VALUE "N".
               88  DL126-NO-JOURNAL            VALUE "N".
               88  DL126-SAME-GENERATION       VALUE "S".
               88  DL126-NEW-GENERATION        VALUE "G".
      *
       01  DL126-TODAY-DATE          PIC 9(08) VALUE ZERO.
       01  DL126-NOW-TIME            PIC 9(06) VALUE ZERO.
      *
      **************************************************************
      *     The position the last good feed left on RUNCTL, and the
      *     one this run will leave if its feed closes clean - the
      *     count of journal records read in this generation and
      *     the stamp of the last of them.
      **************************************************************
       01  DL126-LAST-POSITION.
           05  DL126-LAST-JRN-CNT    PIC 9(07) VALUE ZERO.
           05  DL126-LAST-JRN-DT     PIC 9(08) VALUE ZERO.
           05  DL126-LAST-JRN-TM     PIC 9(06) VALUE ZERO.
           05  DL126-LAST-JRN-CUST   PIC X(06) VALUE SPACES.
           05  DL126-LAST-BATCH-NO   PIC 9(07) VALUE ZERO.
      *
       01  DL126-NEW-POSITION.
           05  DL126-NEW-JRN-CNT     PIC 9(07) VALUE ZERO.
           05  DL126-NEW-JRN-DT      PIC 9(08) VALUE ZERO.
           05  DL126-NEW-JRN-TM      PIC 9(06) VALUE ZERO.
           05  DL126-NEW-JRN-CUST    PIC X(06) VALUE SPACES.
           05  DL126-NEW-BATCH-NO    PIC 9(07) VALUE ZERO.
      *
       01  DL126-SKIP-COUNT          PIC 9(07) COMP VALUE ZERO.
      *
      **************************************************************
      *     One customer's run of sorted journal entries, held
      *     until the customer changes - the first entry decides
      *     an add, the last decides a delete and supplies the
      *     image that is sent.
      **************************************************************
       01  DL126-GROUP-FIELDS.
           05  DL126-GRP-CUST-ID     PIC X(06) VALUE SPACES.
           05  DL126-GRP-FIRST-ACT   PIC X(01) VALUE SPACE.
               88  DL126-GRP-FIRST-WRITE       VALUE "W".
           05  DL126-GRP-FIRST-DT    PIC 9(08) VALUE ZERO.
           05  DL126-GRP-LAST-ACT    PIC X(01) VALUE SPACE.
               88  DL126-GRP-LAST-DELETE       VALUE "D".
           05  DL126-GRP-LAST-DT     PIC 9(08) VALUE ZERO.
           05  DL126-GRP-LAST-TM     PIC 9(06) VALUE ZERO.
           05  DL126-GRP-LAST-IMAGE  PIC X(386) VALUE SPACES.
      *
      *        The master layout, used only to read the after-image
      *        apart - same unpacking DL114 does on its replay.
           COPY CUSTMAS.CPY.
      *
       01  DL126-CONTACT-FIELDS.
           05  DL126-PREF-PHONE      PIC X(60) VALUE SPACES.
           05  DL126-PREF-EMAIL      PIC X(60) VALUE SPACES.
      *
       01  DL126-COUNTERS.
           05  DL126-JRN-READ-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  DL126-JRN-SKIP-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  DL126-RELEASE-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL126-CUST-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  DL126-DETAIL-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  DL126-ADD-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  DL126-CHANGE-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  DL126-DEACT-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  DL126-DELETE-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  DL126-PENDING-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL126-ADD-DEL-COUNT   PIC 9(07) COMP VALUE ZERO.
      *
       01  DL126-HEAD-1.
           05  FILLER  PIC X(35) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE "EDITEL BILLING CHANGE FEED".
      *
       01  DL126-DATE-LINE.
           05  FILLER                PIC X(35) VALUE SPACES.
           05  FILLER                PIC X(14)
               VALUE "RUN DATE      ".
           05  DL126-DATE-PRT        PIC 9(08).
      *
       01  DL126-TEXT-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL126-TEXT            PIC X(80).
      *
       01  DL126-POSITION-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL126-POS-LABEL       PIC X(30).
           05  DL126-POS-COUNT       PIC Z(06)9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DL126-POS-DT          PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DL126-POS-TM          PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  DL126-POS-CUST        PIC X(06).
      *
       01  DL126-BATCH-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL126-BAT-LABEL       PIC X(30).
           05  DL126-BAT-NO          PIC Z(06)9.
      *
       01  DL126-TOTAL-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL126-TOT-LABEL       PIC X(30).
           05  DL126-TOT-COUNT       PIC ZZZ,ZZ9.
      *
       01  DL126-BLANK-LINE          PIC X(01) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************
      *    0000-MAINLINE
      ******************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-FIND-SEND-POSITION THRU 1100-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS 2000-RELEASE-JOURNAL
                   THRU 2020-EXIT
               OUTPUT PROCEDURE IS 2100-BUILD-FEED
                   THRU 2190-EXIT.
           PERFORM 3000-CLOSE-BATCH THRU 3000-EXIT.
           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF DL126-FEED-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      ******************************************************
      *    1000-INITIALIZE
      *    RUNCTL is where the last feed's position lives, so
      *    an unreadable one is fatal - guessing would resend
      *    or skip.  A first run (no DL126 record yet) starts
      *    at batch 1 from the top of the journal.  The
      *    header goes out first with this batch's number.
      ******************************************************
       1000-INITIALIZE.
           ACCEPT DL126-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DL126-NOW-TIME FROM TIME.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT DL126-RUNCTL-OK AND DL126-RUNCTL-STATUS NOT = "05"
               DISPLAY "DL126: UNABLE TO OPEN RUNCTL, STATUS="
                   DL126-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "DL126" TO RCT-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RCT-SENT-JRN-CNT     TO DL126-LAST-JRN-CNT
                   MOVE RCT-SENT-JRN-DT      TO DL126-LAST-JRN-DT
                   MOVE RCT-SENT-JRN-TM      TO DL126-LAST-JRN-TM
                   MOVE RCT-SENT-JRN-CUST-ID TO DL126-LAST-JRN-CUST
                   MOVE RCT-SENT-BATCH-NO    TO DL126-LAST-BATCH-NO
           END-READ.
           COMPUTE DL126-NEW-BATCH-NO = DL126-LAST-BATCH-NO + 1.
      *        CUSTCNT is a companion file a site may not carry yet -
      *        absent, the feed carries spaces for phone and email,
      *        same as DL108.
           OPEN INPUT CUSTCNT-FILE.
           IF DL126-CNT-OK
               SET DL126-CNT-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT BILLING-CHANGE-FILE.
           IF NOT DL126-BILL-OK
               DISPLAY "DL126: UNABLE TO OPEN BILLCHG, STATUS="
                   DL126-BILL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO BILLING-CHANGE-HEADER.
           MOVE "H"                TO BCH-HDR-REC-TYPE.
           MOVE DL126-NEW-BATCH-NO TO BCH-HDR-BATCH-NO.
           MOVE DL126-TODAY-DATE   TO BCH-HDR-CREATED-DT.
           MOVE DL126-NOW-TIME     TO BCH-HDR-CREATED-TM.
           WRITE BILLING-CHANGE-HEADER.
           PERFORM 2160-CHECK-FEED-WRITE THRU 2160-EXIT.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM DL126-HEAD-1 AFTER ADVANCING PAGE.
           MOVE DL126-TODAY-DATE TO DL126-DATE-PRT.
           WRITE PRINT-REC FROM DL126-DATE-LINE
               AFTER ADVANCING 1 LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************
      *    1100-FIND-SEND-POSITION
      *    A first pass over the journal up to the saved
      *    count.  If the record at that count still carries
      *    the saved stamp this is the generation the last
      *    feed read, and that many records were already sent;
      *    otherwise DL113 has cut the journal since, and every
      *    record in it is new.  No journal at all is a quiet
      *    night, not a failure - an empty batch still goes
      *    out so billing sees an unbroken sequence.
      ******************************************************
       1100-FIND-SEND-POSITION.
           MOVE ZERO TO DL126-SKIP-COUNT.
           OPEN INPUT JOURNAL-FILE.
           IF NOT DL126-JRNL-OK
               GO TO 1100-EXIT
           END-IF.
           SET DL126-JRNL-AVAILABLE TO TRUE.
           SET DL126-NEW-GENERATION TO TRUE.
           IF DL126-LAST-JRN-CNT = ZERO
               CLOSE JOURNAL-FILE
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO DL126-JRN-EOF-SW.
           PERFORM 1110-COUNT-SENT-RECORD THRU 1110-EXIT
               UNTIL DL126-JRN-EOF
                   OR DL126-SKIP-COUNT >= DL126-LAST-JRN-CNT.
           IF DL126-SKIP-COUNT = DL126-LAST-JRN-CNT
               AND JRN-UPD-DT  = DL126-LAST-JRN-DT
               AND JRN-UPD-TM  = DL126-LAST-JRN-TM
               AND JRN-CUST-ID = DL126-LAST-JRN-CUST
               SET DL126-SAME-GENERATION TO TRUE
           ELSE
               MOVE ZERO TO DL126-SKIP-COUNT
           END-IF.
           CLOSE JOURNAL-FILE.
           MOVE "N" TO DL126-JRN-EOF-SW.
       1100-EXIT.
           EXIT.
      *
       1110-COUNT-SENT-RECORD.
           READ JOURNAL-FILE
               AT END
                   SET DL126-JRN-EOF TO TRUE
           END-READ.
           IF NOT DL126-JRN-EOF
               ADD 1 TO DL126-SKIP-COUNT
           END-IF.
       1110-EXIT.
           EXIT.
      *
      ******************************************************
      *    2000-RELEASE-JOURNAL
      *    SORT input procedure - the whole journal is read so
      *    the new position counts every record in it, but
      *    only the records past the sent position go to the
      *    sort.  The journal sequence travels in the key, so
      *    each customer's entries come back in the order they
      *    were made.
      ******************************************************
       2000-RELEASE-JOURNAL.
           IF NOT DL126-JRNL-AVAILABLE
               GO TO 2020-EXIT
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           PERFORM 2010-READ-RELEASE THRU 2010-EXIT
               UNTIL DL126-JRN-EOF.
           CLOSE JOURNAL-FILE.
           GO TO 2020-EXIT.
      *
       2010-READ-RELEASE.
           READ JOURNAL-FILE
               AT END
                   SET DL126-JRN-EOF TO TRUE
           END-READ.
           IF DL126-JRN-EOF
               GO TO 2010-EXIT
           END-IF.
           ADD 1 TO DL126-JRN-READ-COUNT.
           MOVE DL126-JRN-READ-COUNT TO DL126-NEW-JRN-CNT.
           MOVE JRN-UPD-DT           TO DL126-NEW-JRN-DT.
           MOVE JRN-UPD-TM           TO DL126-NEW-JRN-TM.
           MOVE JRN-CUST-ID          TO DL126-NEW-JRN-CUST.
           IF DL126-JRN-READ-COUNT NOT > DL126-SKIP-COUNT
               ADD 1 TO DL126-JRN-SKIP-COUNT
               GO TO 2010-EXIT
           END-IF.
           MOVE JRN-CUST-ID          TO SRT-CUST-ID.
           MOVE DL126-JRN-READ-COUNT TO SRT-SEQ-NO.
           MOVE JRN-ACTION-CD        TO SRT-ACTION-CD.
           MOVE JRN-UPD-DT           TO SRT-UPD-DT.
           MOVE JRN-UPD-TM           TO SRT-UPD-TM.
           MOVE JRN-CUST-IMAGE       TO SRT-CUST-IMAGE.
           RELEASE SORT-RECORD.
           ADD 1 TO DL126-RELEASE-COUNT.
       2010-EXIT.
           EXIT.
      *
       2020-EXIT.
           EXIT.
      *
      ******************************************************
      *    2100-BUILD-FEED
      *    SORT output procedure - a control break on the
      *    customer; the last customer held is written once
      *    the sorted stream runs dry.
      ******************************************************
       2100-BUILD-FEED.
           PERFORM 2110-RETURN-JOURNAL THRU 2110-EXIT
               UNTIL DL126-SORT-EOF.
           IF DL126-GROUP-HELD
               PERFORM 2150-WRITE-CUSTOMER-CHANGE THRU 2150-EXIT
           END-IF.
           GO TO 2190-EXIT.
      *
       2110-RETURN-JOURNAL.
           RETURN SORT-FILE
               AT END
                   SET DL126-SORT-EOF TO TRUE
           END-RETURN.
           IF DL126-SORT-EOF
               GO TO 2110-EXIT
           END-IF.
           IF DL126-GROUP-HELD
               AND SRT-CUST-ID NOT = DL126-GRP-CUST-ID
               PERFORM 2150-WRITE-CUSTOMER-CHANGE THRU 2150-EXIT
               MOVE "N" TO DL126-GROUP-SW
           END-IF.
           IF NOT DL126-GROUP-HELD
               MOVE SRT-CUST-ID   TO DL126-GRP-CUST-ID
               MOVE SRT-ACTION-CD TO DL126-GRP-FIRST-ACT
               MOVE SRT-UPD-DT    TO DL126-GRP-FIRST-DT
               SET DL126-GROUP-HELD TO TRUE
           END-IF.
           MOVE SRT-ACTION-CD  TO DL126-GRP-LAST-ACT.
           MOVE SRT-UPD-DT     TO DL126-GRP-LAST-DT.
           MOVE SRT-UPD-TM     TO DL126-GRP-LAST-TM.
           MOVE SRT-CUST-IMAGE TO DL126-GRP-LAST-IMAGE.
       2110-EXIT.
           EXIT.
      *
      ******************************************************
      *    2150-WRITE-CUSTOMER-CHANGE
      *    One customer's net action for the batch.  A delete
      *    carries only the key - there is no image left to
      *    send.  A customer that went inactive in the batch
      *    (status I dated on or after its first entry here) is
      *    a deactivation; an inactive customer whose address
      *    merely changed is an ordinary change.
      ******************************************************
       2150-WRITE-CUSTOMER-CHANGE.
           ADD 1 TO DL126-CUST-COUNT.
           MOVE SPACES TO BILLING-CHANGE-RECORD.
           MOVE "D"               TO BCH-REC-TYPE.
           MOVE DL126-GRP-LAST-DT TO BCH-CHG-DT.
           MOVE DL126-GRP-LAST-TM TO BCH-CHG-TM.
           MOVE DL126-GRP-CUST-ID TO BCH-CUST-ID.
           MOVE ZERO              TO BCH-ZIP.
           IF DL126-GRP-LAST-DELETE
               IF DL126-GRP-FIRST-WRITE
                   ADD 1 TO DL126-ADD-DEL-COUNT
                   GO TO 2150-EXIT
               END-IF
               SET BCH-ACTION-DELETE TO TRUE
               ADD 1 TO DL126-DELETE-COUNT
               PERFORM 2155-WRITE-DETAIL THRU 2155-EXIT
               GO TO 2150-EXIT
           END-IF.
           MOVE DL126-GRP-CUST-ID    TO CUSTOMER-RECORD (1:6).
           MOVE DL126-GRP-LAST-IMAGE TO CUSTOMER-RECORD (7:386).
           IF CUST-PENDING
               ADD 1 TO DL126-PENDING-COUNT
               GO TO 2150-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN DL126-GRP-FIRST-WRITE
                   SET BCH-ACTION-ADD TO TRUE
                   ADD 1 TO DL126-ADD-COUNT
               WHEN CUST-INACTIVE
                   AND CUST-STATUS-DT NOT < DL126-GRP-FIRST-DT
                   SET BCH-ACTION-DEACTIVATE TO TRUE
                   ADD 1 TO DL126-DEACT-COUNT
               WHEN OTHER
                   SET BCH-ACTION-CHANGE TO TRUE
                   ADD 1 TO DL126-CHANGE-COUNT
           END-EVALUATE.
           PERFORM 2700-FIND-CONTACTS THRU 2700-EXIT.
           MOVE CUST-NAME        TO BCH-NAME.
           MOVE CUST-ADDR-1      TO BCH-ADDR-1.
           MOVE CUST-ADDR-2      TO BCH-ADDR-2.
           MOVE CUST-CITY        TO BCH-CITY.
           IF CUST-ZIP NUMERIC
               MOVE CUST-ZIP     TO BCH-ZIP
           END-IF.
           MOVE DL126-PREF-PHONE TO BCH-PHONE.
           MOVE DL126-PREF-EMAIL TO BCH-EMAIL.
           PERFORM 2155-WRITE-DETAIL THRU 2155-EXIT.
       2150-EXIT.
           EXIT.
      *
       2190-EXIT.
           EXIT.
      *
      *    The output procedure's own helpers sit below its
      *    2100 THRU 2190 range - 2160 is PERFORMed from the
      *    header and trailer writes as well, outside the SORT.
       2155-WRITE-DETAIL.
           WRITE BILLING-CHANGE-RECORD.
           PERFORM 2160-CHECK-FEED-WRITE THRU 2160-EXIT.
           ADD 1 TO DL126-DETAIL-COUNT.
       2155-EXIT.
           EXIT.
      *
      ******************************************************
      *    2160-CHECK-FEED-WRITE
      *    Any failed write to the feed fails the batch - the
      *    position must not move past changes billing never
      *    got.
      ******************************************************
       2160-CHECK-FEED-WRITE.
           IF NOT DL126-BILL-OK AND NOT DL126-FEED-FAILED
               DISPLAY "DL126: WRITE TO BILLCHG FAILED, STATUS="
                   DL126-BILL-STATUS
               SET DL126-FEED-FAILED TO TRUE
           END-IF.
       2160-EXIT.
           EXIT.
      *
      ******************************************************
      *    2700-FIND-CONTACTS
      *    One pass down the customer's CUSTCNT records - the
      *    first preferred phone and email win; the first of
      *    the type stands in when none is flagged preferred.
      *    Same rule as DL108's extract.
      ******************************************************
       2700-FIND-CONTACTS.
           MOVE SPACES TO DL126-PREF-PHONE DL126-PREF-EMAIL.
           MOVE "N" TO DL126-PHONE-PREF-SW DL126-EMAIL-PREF-SW.
           IF NOT DL126-CNT-AVAILABLE
               GO TO 2700-EXIT
           END-IF.
           MOVE "N" TO DL126-CNT-EOF-SW.
           MOVE CUST-ID TO CNT-CUST-ID.
           MOVE ZERO TO CNT-SEQ-NO.
           START CUSTCNT-FILE KEY IS NOT LESS THAN CNT-KEY
               INVALID KEY
                   SET DL126-CNT-EOF TO TRUE
           END-START.
           PERFORM 2710-JUDGE-ONE-CONTACT THRU 2710-EXIT
               UNTIL DL126-CNT-EOF.
       2700-EXIT.
           EXIT.
      *
       2710-JUDGE-ONE-CONTACT.
           READ CUSTCNT-FILE NEXT RECORD
               AT END
                   SET DL126-CNT-EOF TO TRUE
           END-READ.
           IF DL126-CNT-EOF
               GO TO 2710-EXIT
           END-IF.
           IF CNT-CUST-ID NOT = CUST-ID
               SET DL126-CNT-EOF TO TRUE
               GO TO 2710-EXIT
           END-IF.
           IF CNT-TYPE-PHONE
               IF CNT-PREFERRED AND NOT DL126-PHONE-PREFERRED
                   MOVE CNT-VALUE TO DL126-PREF-PHONE
                   SET DL126-PHONE-PREFERRED TO TRUE
               ELSE
                   IF DL126-PREF-PHONE = SPACES
                       MOVE CNT-VALUE TO DL126-PREF-PHONE
                   END-IF
               END-IF
           END-IF.
           IF CNT-TYPE-EMAIL
               IF CNT-PREFERRED AND NOT DL126-EMAIL-PREFERRED
                   MOVE CNT-VALUE TO DL126-PREF-EMAIL
                   SET DL126-EMAIL-PREFERRED TO TRUE
               ELSE
                   IF DL126-PREF-EMAIL = SPACES
                       MOVE CNT-VALUE TO DL126-PREF-EMAIL
                   END-IF
               END-IF
           END-IF.
       2710-EXIT.
           EXIT.
      *
      ******************************************************
      *    3000-CLOSE-BATCH
      *    Trailer, then close - and only a feed that closed
      *    clean moves the position on RUNCTL.  A failed feed
      *    leaves the last good position and batch number, so
      *    the rerun rebuilds the same batch.
      ******************************************************
       3000-CLOSE-BATCH.
           MOVE SPACES TO BILLING-CHANGE-TRAILER.
           MOVE "T"                TO BCH-TRL-REC-TYPE.
           MOVE DL126-NEW-BATCH-NO TO BCH-TRL-BATCH-NO.
           MOVE DL126-DETAIL-COUNT TO BCH-TRL-DETAIL-CNT.
           MOVE DL126-ADD-COUNT    TO BCH-TRL-ADD-CNT.
           MOVE DL126-CHANGE-COUNT TO BCH-TRL-CHANGE-CNT.
           MOVE DL126-DEACT-COUNT  TO BCH-TRL-DEACT-CNT.
           MOVE DL126-DELETE-COUNT TO BCH-TRL-DELETE-CNT.
           WRITE BILLING-CHANGE-TRAILER.
           PERFORM 2160-CHECK-FEED-WRITE THRU 2160-EXIT.
           CLOSE BILLING-CHANGE-FILE.
           IF NOT DL126-BILL-OK AND NOT DL126-FEED-FAILED
               DISPLAY "DL126: CLOSE OF BILLCHG FAILED, STATUS="
                   DL126-BILL-STATUS
               SET DL126-FEED-FAILED TO TRUE
           END-IF.
           IF DL126-FEED-FAILED
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-SAVE-SEND-POSITION THRU 3100-EXIT.
       3000-EXIT.
           EXIT.
      *
      ******************************************************
      *    3100-SAVE-SEND-POSITION
      *    Only the send position is touched on an existing
      *    record - the run stamps belong to DL118.  A record
      *    created here (a run outside the stream) carries
      *    empty run stamps until DL118's next end step.
      ******************************************************
       3100-SAVE-SEND-POSITION.
           MOVE "N" TO DL126-REC-FOUND-SW.
           MOVE "DL126" TO RCT-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DL126-REC-FOUND TO TRUE
           END-READ.
           IF NOT DL126-REC-FOUND
               MOVE "DL126" TO RCT-PROGRAM-ID
               MOVE SPACE   TO RCT-STATUS-CD
               MOVE ZERO    TO RCT-BUSINESS-DT
               MOVE ZERO    TO RCT-START-DT RCT-START-TM
               MOVE ZERO    TO RCT-END-DT RCT-END-TM
               MOVE ZERO    TO RCT-RECORD-COUNT
           END-IF.
           MOVE DL126-NEW-JRN-CNT   TO RCT-SENT-JRN-CNT.
           MOVE DL126-NEW-JRN-DT    TO RCT-SENT-JRN-DT.
           MOVE DL126-NEW-JRN-TM    TO RCT-SENT-JRN-TM.
           MOVE DL126-NEW-JRN-CUST  TO RCT-SENT-JRN-CUST-ID.
           MOVE DL126-NEW-BATCH-NO  TO RCT-SENT-BATCH-NO.
           IF DL126-REC-FOUND
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       SET DL126-FEED-FAILED TO TRUE
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       SET DL126-FEED-FAILED TO TRUE
               END-WRITE
           END-IF.
           IF DL126-FEED-FAILED
               DISPLAY "DL126: SEND POSITION NOT SAVED, STATUS="
                   DL126-RUNCTL-STATUS
           END-IF.
       3100-EXIT.
           EXIT.
      *
      ******************************************************
      *    4000-PRINT-SUMMARY
      *    Where the batch started, what it read and sent, and
      *    where the next one will start.
      ******************************************************
       4000-PRINT-SUMMARY.
           WRITE PRINT-REC FROM DL126-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           EVALUATE TRUE
               WHEN DL126-NO-JOURNAL
                   MOVE "NO CUSTJRNL JOURNAL - EMPTY BATCH SENT"
                       TO DL126-TEXT
               WHEN DL126-SAME-GENERATION
                   MOVE "SAME JOURNAL AS LAST FEED - SENT ONES SKIPPED"
                       TO DL126-TEXT
               WHEN OTHER
                   MOVE "NEW JOURNAL GENERATION - SENT FROM THE TOP"
                       TO DL126-TEXT
           END-EVALUATE.
           WRITE PRINT-REC FROM DL126-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "LAST FEED POSITION" TO DL126-POS-LABEL.
           MOVE DL126-LAST-JRN-CNT   TO DL126-POS-COUNT.
           MOVE DL126-LAST-JRN-DT    TO DL126-POS-DT.
           MOVE DL126-LAST-JRN-TM    TO DL126-POS-TM.
           MOVE DL126-LAST-JRN-CUST  TO DL126-POS-CUST.
           WRITE PRINT-REC FROM DL126-POSITION-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "LAST BATCH NUMBER SENT" TO DL126-BAT-LABEL.
           MOVE DL126-LAST-BATCH-NO TO DL126-BAT-NO.
           WRITE PRINT-REC FROM DL126-BATCH-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "THIS BATCH NUMBER" TO DL126-BAT-LABEL.
           MOVE DL126-NEW-BATCH-NO TO DL126-BAT-NO.
           WRITE PRINT-REC FROM DL126-BATCH-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM DL126-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "JOURNAL RECORDS READ" TO DL126-TOT-LABEL.
           MOVE DL126-JRN-READ-COUNT TO DL126-TOT-COUNT.
           WRITE PRINT-REC FROM DL126-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ALREADY SENT - SKIPPED" TO DL126-TOT-LABEL.
           MOVE DL126-JRN-SKIP-COUNT TO DL126-TOT-COUNT.
           WRITE PRINT-REC FROM DL126-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "JOURNAL RECORDS IN BATCH" TO DL126-TOT-LABEL.
           MOVE DL126-RELEASE-COUNT TO DL126-TOT-COUNT.
           WRITE PRINT-REC FROM DL126-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CUSTOMERS IN BATCH" TO DL126-TOT-LABEL.
           MOVE DL126-CUST-COUNT TO DL126-TOT-COUNT.
           WRITE PRINT-REC FROM DL126-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  ADDS SENT" TO DL126-TOT-LABEL.
           MOVE DL126-ADD-COUNT TO DL126-TOT-COUNT.
           WRITE PRINT-REC FROM DL126-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  CHANGES SENT" TO DL126-TOT-LABEL.
           MOVE DL126-CHANGE-COUNT TO DL126-TOT-COUNT.
           WRITE PRINT-REC FROM DL126-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  DEACTIVATIONS SENT" TO DL126-TOT-LABEL.
           MOVE DL126-DEACT-COUNT TO DL126-TOT-COUNT.
           WRITE PRINT-REC FROM DL126-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  DELETES SENT" TO DL126-TOT-LABEL.
           MOVE DL126-DELETE-COUNT TO DL126-TOT-COUNT.
           WRITE PRINT-REC FROM DL126-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  PENDING SKELETONS SKIPPED" TO DL126-TOT-LABEL.
           MOVE DL126-PENDING-COUNT TO DL126-TOT-COUNT.
           WRITE PRINT-REC FROM DL126-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  ADDED AND DELETED - SKIPPED" TO DL126-TOT-LABEL.
           MOVE DL126-ADD-DEL-COUNT TO DL126-TOT-COUNT.
           WRITE PRINT-REC FROM DL126-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DETAIL RECORDS WRITTEN" TO DL126-TOT-LABEL.
           MOVE DL126-DETAIL-COUNT TO DL126-TOT-COUNT.
           WRITE PRINT-REC FROM DL126-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM DL126-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           IF DL126-FEED-FAILED
               MOVE "FEED FAILED - POSITION NOT MOVED"
                   TO DL126-TEXT
               WRITE PRINT-REC FROM DL126-TEXT-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 4000-EXIT
           END-IF.
           MOVE "NEXT FEED STARTS AFTER" TO DL126-POS-LABEL.
           MOVE DL126-NEW-JRN-CNT   TO DL126-POS-COUNT.
           MOVE DL126-NEW-JRN-DT    TO DL126-POS-DT.
           MOVE DL126-NEW-JRN-TM    TO DL126-POS-TM.
           MOVE DL126-NEW-JRN-CUST  TO DL126-POS-CUST.
           WRITE PRINT-REC FROM DL126-POSITION-LINE
               AFTER ADVANCING 1 LINE.
       4000-EXIT.
           EXIT.
      *
      ******************************************************
      *    9000-TERMINATE
      ******************************************************
       9000-TERMINATE.
           CLOSE RUN-CONTROL-FILE.
           IF DL126-CNT-AVAILABLE
               CLOSE CUSTCNT-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
