      **************************************************************
      *     Program: DL130.CBL
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     EDITEL Nightly Control-Total Balancing - proves the
      *     night's customer master against everything that is
      *     supposed to account for it, before DL113 backs the
      *     master up and cuts the journal (DL118 will not start
      *     DL113 until this run has completed for the night):
      *       - counts CUSTMAS in total and by status (active,
      *         inactive, pending) and files the counts on the
      *         CTLTOT control-totals file (CTLTOT.CPY) under the
      *         business date;
      *       - proves last night's count plus the CUSTJRNL writes
      *         less the CUSTJRNL deletes journalled since that
      *         count equals tonight's count;
      *       - proves the CUSTBKP backup on file - the one DL113
      *         took straight after last night's balancing - holds
      *         the count last night's balancing took, and that
      *         the count DL113 reported to RUNCTL through its
      *         DL118 end step agrees with CUSTBKP;
      *       - lists every RUNCTL record's reported count;
      *       - checks every journalled rewrite has at least one
      *         audit entry to go with it, on AUDITLOG or already
      *         rolled to the AUDHIST history by the DL127
      *         month-end rollover.  AUDITREC carries no
      *         program ID, so an entry goes with a rewrite when it
      *         is for the same customer on the same date with a
      *         time within DL130-AUDIT-TOLERANCE seconds of the
      *         journal stamp - every program stamps both records
      *         from one ACCEPT FROM TIME, so the tolerance only
      *         has to cover a commit that straddles a second.
      *     Each exception prints on DL130RPT; any exception sets
      *     return code 8, which the JCL COND tests stop the stream
      *     on.  The night's counts are filed either way, since the
      *     next night balances against the count as taken.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL130.
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
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS DL130-CUSTMAS-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL130-JRNL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL130-AUDIT-STATUS.
           SELECT AUDIT-HISTORY ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHS-KEY
               ALTERNATE RECORD KEY IS AHS-OPERATOR-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AHS-STAMP-KEY
                   WITH DUPLICATES
               FILE STATUS IS DL130-AHS-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "CUSTBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL130-BKP-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-PROGRAM-ID
               FILE STATUS IS DL130-RUNCTL-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS DL130-CTL-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT PRINT-FILE ASSIGN TO "DL130RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL130-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAS.CPY.
      *
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTJRNL.CPY.
      *
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.CPY.
      *
       FD  AUDIT-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY AUDHIST.CPY.
      *
      *        The backup DL113 wrote after last night's balancing.
       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTBKP.CPY.
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.CPY.
      *
       FD  CONTROL-TOTAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLTOT.CPY.
      *
      *        Journalled rewrites and audit entries side by side -
      *        within a customer and date the audit entries (A) sort
      *        ahead of the rewrites (J), so each rewrite is judged
      *        against every entry of its day.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-KEY.
               10  SRT-CUST-ID       PIC X(06).
               10  SRT-UPD-DT        PIC 9(08).
               10  SRT-TYPE-CD       PIC X(01).
                   88  SRT-AUDIT-ENTRY       VALUE "A".
                   88  SRT-JOURNAL-REWRITE   VALUE "J".
               10  SRT-UPD-TM        PIC 9(06).
           05  SRT-SOURCE-ID         PIC X(08).
      *
       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  PRINT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  DL130-AUDIT-TOLERANCE     PIC 9(03) VALUE 5.
      *
       01  DL130-SWITCHES.
           05  DL130-CUSTMAS-STATUS  PIC X(02) VALUE "00".
               88  DL130-CUSTMAS-OK            VALUE "00".
           05  DL130-EOF-SW          PIC X(01) VALUE "N".
               88  DL130-EOF                   VALUE "Y".
           05  DL130-JRNL-STATUS     PIC X(02) VALUE "00".
               88  DL130-JRNL-OK               VALUE "00".
           05  DL130-JRNL-AVAIL-SW   PIC X(01) VALUE "N".
               88  DL130-JRNL-AVAILABLE        VALUE "Y".
           05  DL130-JRN-EOF-SW      PIC X(01) VALUE "N".
               88  DL130-JRN-EOF               VALUE "Y".
           05  DL130-AUDIT-STATUS    PIC X(02) VALUE "00".
               88  DL130-AUDIT-OK              VALUE "00".
           05  DL130-AUD-EOF-SW      PIC X(01) VALUE "N".
               88  DL130-AUD-EOF               VALUE "Y".
           05  DL130-AHS-STATUS      PIC X(02) VALUE "00".
               88  DL130-AHS-OK                VALUE "00".
           05  DL130-AHS-EOF-SW      PIC X(01) VALUE "N".
               88  DL130-AHS-EOF               VALUE "Y".
           05  DL130-BKP-STATUS      PIC X(02) VALUE "00".
               88  DL130-BKP-OK                VALUE "00".
           05  DL130-BKP-AVAIL-SW    PIC X(01) VALUE "N".
               88  DL130-BKP-AVAILABLE         VALUE "Y".
           05  DL130-BKP-EOF-SW      PIC X(01) VALUE "N".
               88  DL130-BKP-EOF               VALUE "Y".
           05  DL130-RUNCTL-STATUS   PIC X(02) VALUE "00".
               88  DL130-RUNCTL-OK             VALUE "00".
           05  DL130-RUNCTL-AVAIL-SW PIC X(01) VALUE "N".
               88  DL130-RUNCTL-AVAILABLE      VALUE "Y".
           05  DL130-RCT-EOF-SW      PIC X(01) VALUE "N".
               88  DL130-RCT-EOF               VALUE "Y".
           05  DL130-CTL-STATUS      PIC X(02) VALUE "00".
               88  DL130-CTL-OK                VALUE "00".
           05  DL130-CTL-EOF-SW      PIC X(01) VALUE "N".
               88  DL130-CTL-EOF               VALUE "Y".
           05  DL130-PRIOR-SW        PIC X(01) VALUE "N".
               88  DL130-PRIOR-FOUND           VALUE "Y".
           05  DL130-SORT-EOF-SW     PIC X(01) VALUE "N".
               88  DL130-SORT-EOF              VALUE "Y".
           05  DL130-MATCH-SW        PIC X(01) VALUE "N".
               88  DL130-AUDIT-MATCHED         VALUE "Y".
           05  DL130-PRINT-STATUS    PIC X(02) VALUE "00".
      *
       01  DL130-WORK-FIELDS.
           05  DL130-TODAY-DATE      PIC 9(08) VALUE ZERO.
           05  DL130-NOW-TIME        PIC 9(06) VALUE ZERO.
           05  DL130-EXPECTED-COUNT  PIC S9(07) COMP VALUE ZERO.
           05  DL130-FIRST-RWR-DT    PIC 9(08) VALUE ZERO.
           05  DL130-LAST-RWR-DT     PIC 9(08) VALUE ZERO.
      *
      **************************************************************
      *     Last night's control totals - the latest CTLTOT record
      *     dated before tonight.  Its count stamp divides the
      *     journal: records stamped after it are tonight's to
      *     account for, anything older was in last night's count.
      **************************************************************
       01  DL130-PRIOR-FIELDS.
           05  DL130-PRIOR-DT        PIC 9(08) VALUE ZERO.
           05  DL130-PRIOR-COUNT     PIC 9(07) VALUE ZERO.
           05  DL130-PRIOR-STAMP.
               10  DL130-PRIOR-STAMP-DT  PIC 9(08) VALUE ZERO.
               10  DL130-PRIOR-STAMP-TM  PIC 9(06) VALUE ZERO.
           05  DL130-JRN-STAMP.
               10  DL130-JRN-STAMP-DT    PIC 9(08) VALUE ZERO.
               10  DL130-JRN-STAMP-TM    PIC 9(06) VALUE ZERO.
      *
      **************************************************************
      *     Audit matching - an HHMMSS stamp turned into seconds of
      *     the day, and the seconds of every audit entry for
      *     the customer and date in hand.
      **************************************************************
       01  DL130-TIME-FIELDS.
           05  DL130-TIME-WORK       PIC 9(06) VALUE ZERO.
           05  DL130-TIME-PARTS REDEFINES DL130-TIME-WORK.
               10  DL130-TIME-HH         PIC 9(02).
               10  DL130-TIME-MM         PIC 9(02).
               10  DL130-TIME-SS         PIC 9(02).
           05  DL130-SECONDS         PIC 9(05) COMP VALUE ZERO.
           05  DL130-SECS-DIFF       PIC S9(05) COMP VALUE ZERO.
           05  DL130-GRP-CUST-ID     PIC X(06) VALUE SPACES.
           05  DL130-GRP-DT          PIC 9(08) VALUE ZERO.
       01  DL130-AUD-TABLE.
           05  DL130-AUD-TBL-SECS    PIC 9(05) COMP
                                     OCCURS 200 TIMES.
       01  DL130-AUD-TBL-CNT         PIC 9(03) COMP VALUE ZERO.
       01  DL130-AUD-SUB             PIC 9(03) COMP VALUE ZERO.
      *
       01  DL130-COUNTERS.
           05  DL130-MASTER-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  DL130-ACTIVE-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  DL130-INACTIVE-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  DL130-PENDING-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL130-OTHER-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  DL130-JRN-READ-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  DL130-JRN-OLD-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL130-JRN-WRITE-CNT   PIC 9(07) COMP VALUE ZERO.
           05  DL130-JRN-REWRITE-CNT PIC 9(07) COMP VALUE ZERO.
           05  DL130-JRN-DELETE-CNT  PIC 9(07) COMP VALUE ZERO.
           05  DL130-JRN-BAD-CNT     PIC 9(07) COMP VALUE ZERO.
           05  DL130-BACKUP-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  DL130-AUD-RELEASED    PIC 9(07) COMP VALUE ZERO.
           05  DL130-RWR-CHECKED     PIC 9(07) COMP VALUE ZERO.
           05  DL130-UNAUDITED-CNT   PIC 9(07) COMP VALUE ZERO.
           05  DL130-AUD-OVERFLOW    PIC 9(07) COMP VALUE ZERO.
           05  DL130-EXCEPTION-COUNT PIC 9(05) COMP VALUE ZERO.
      *
       01  DL130-HEAD-1.
           05  FILLER  PIC X(35) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE "EDITEL NIGHTLY CONTROL TOTAL BALANCING".
      *
       01  DL130-SECTION-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  DL130-SECTION-TEXT    PIC X(50).
      *
       01  DL130-VALUE-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL130-VAL-LABEL       PIC X(30).
           05  DL130-VAL-VALUE       PIC X(10).
      *
       01  DL130-TOTAL-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL130-TOT-LABEL       PIC X(30).
           05  DL130-TOT-COUNT       PIC ZZZ,ZZ9.
      *
       01  DL130-BAL-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL130-BAL-LABEL       PIC X(30).
           05  DL130-BAL-COUNT       PIC ZZZ,ZZ9-.
      *
       01  DL130-EXC-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(04) VALUE "*** ".
           05  DL130-EXC-TEXT        PIC X(45).
      *
       01  DL130-RCT-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL130-RCT-PGM         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL130-RCT-ST          PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL130-RCT-BUS         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL130-RCT-CNT         PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL130-RCT-NOTE        PIC X(30).
      *
       01  DL130-AUD-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL130-AUD-CUST        PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL130-AUD-DT          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL130-AUD-TM          PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL130-AUD-PGM         PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(20)
               VALUE "*** NO AUDIT ENTRY".
      *
       01  DL130-BLANK-LINE          PIC X(01) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************
      *    0000-MAINLINE
      ******************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-FIND-PRIOR-TOTALS THRU 1100-EXIT.
           PERFORM 2000-COUNT-MASTER THRU 2000-EXIT.
           PERFORM 2100-COUNT-JOURNAL THRU 2100-EXIT.
           PERFORM 2200-PROVE-MASTER-COUNT THRU 2200-EXIT.
           PERFORM 2300-CHECK-BACKUP THRU 2300-EXIT.
           PERFORM 2400-CHECK-RUN-CONTROL THRU 2400-EXIT.
           MOVE "JOURNALLED REWRITES WITH NO AUDIT ENTRY"
               TO DL130-SECTION-TEXT.
           WRITE PRINT-REC FROM DL130-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS 3000-RELEASE-ENTRIES
                   THRU 3090-EXIT
               OUTPUT PROCEDURE IS 3100-MATCH-AUDIT
                   THRU 3190-EXIT.
           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
           PERFORM 5000-SAVE-CONTROL-TOTALS THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF DL130-EXCEPTION-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      ******************************************************
      *    1000-INITIALIZE
      *    CUSTMAS is what is being proved, so a missing one
      *    is fatal.  CTLTOT is this program's own file - the
      *    first run bootstraps it.  RUNCTL belongs to DL118;
      *    absent, there are no reported counts to compare.
      ******************************************************
       1000-INITIALIZE.
           ACCEPT DL130-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DL130-NOW-TIME FROM TIME.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT DL130-CUSTMAS-OK
               DISPLAY "DL130: UNABLE TO OPEN CUSTOMER-MASTER, STATUS="
                   DL130-CUSTMAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CONTROL-TOTAL-FILE.
           IF NOT DL130-CTL-OK AND DL130-CTL-STATUS NOT = "05"
               IF DL130-CTL-STATUS = "35"
                   OPEN OUTPUT CONTROL-TOTAL-FILE
                   CLOSE CONTROL-TOTAL-FILE
                   OPEN I-O CONTROL-TOTAL-FILE
               END-IF
           END-IF.
           IF NOT DL130-CTL-OK AND DL130-CTL-STATUS NOT = "05"
               DISPLAY "DL130: UNABLE TO OPEN CTLTOT, STATUS="
                   DL130-CTL-STATUS
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF DL130-RUNCTL-OK
               SET DL130-RUNCTL-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM DL130-HEAD-1 AFTER ADVANCING PAGE.
           MOVE "BUSINESS DATE" TO DL130-VAL-LABEL.
           MOVE DL130-TODAY-DATE TO DL130-VAL-VALUE.
           WRITE PRINT-REC FROM DL130-VALUE-LINE
               AFTER ADVANCING 2 LINES.
       1000-EXIT.
           EXIT.
      *
      ******************************************************
      *    1100-FIND-PRIOR-TOTALS
      *    CTLTOT holds one record a night in date order; the
      *    last one dated before tonight is the count tonight
      *    balances from.  A rerun tonight passes over
      *    tonight's own record and replaces it at the end.
      ******************************************************
       1100-FIND-PRIOR-TOTALS.
           MOVE LOW-VALUES TO CTL-KEY.
           START CONTROL-TOTAL-FILE KEY IS NOT LESS THAN CTL-KEY
               INVALID KEY
                   GO TO 1100-EXIT
           END-START.
           PERFORM 1110-READ-PRIOR-TOTALS THRU 1110-EXIT
               UNTIL DL130-CTL-EOF.
       1100-EXIT.
           EXIT.
      *
       1110-READ-PRIOR-TOTALS.
           READ CONTROL-TOTAL-FILE NEXT RECORD
               AT END
                   SET DL130-CTL-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF CTL-BUSINESS-DT NOT < DL130-TODAY-DATE
               SET DL130-CTL-EOF TO TRUE
               GO TO 1110-EXIT
           END-IF.
           SET DL130-PRIOR-FOUND TO TRUE.
           MOVE CTL-BUSINESS-DT  TO DL130-PRIOR-DT.
           MOVE CTL-MASTER-COUNT TO DL130-PRIOR-COUNT.
           MOVE CTL-COUNT-DT     TO DL130-PRIOR-STAMP-DT.
           MOVE CTL-COUNT-TM     TO DL130-PRIOR-STAMP-TM.
       1110-EXIT.
           EXIT.
      *
      ******************************************************
      *    2000-COUNT-MASTER
      *    Every CUSTMAS record, by CUST-STATUS-CD.  A status
      *    code that is none of the three is counted apart so
      *    the three status counts still add up visibly.
      ******************************************************
       2000-COUNT-MASTER.
           PERFORM 2010-READ-MASTER THRU 2010-EXIT.
           PERFORM 2020-COUNT-ONE-CUSTOMER THRU 2020-EXIT
               UNTIL DL130-EOF.
           MOVE "CUSTOMER MASTER COUNT" TO DL130-SECTION-TEXT.
           WRITE PRINT-REC FROM DL130-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "CUSTOMERS ON CUSTMAS" TO DL130-TOT-LABEL.
           MOVE DL130-MASTER-COUNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  ACTIVE" TO DL130-TOT-LABEL.
           MOVE DL130-ACTIVE-COUNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  INACTIVE" TO DL130-TOT-LABEL.
           MOVE DL130-INACTIVE-COUNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  PENDING" TO DL130-TOT-LABEL.
           MOVE DL130-PENDING-COUNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF DL130-OTHER-COUNT > 0
               MOVE "  UNKNOWN STATUS CODE" TO DL130-TOT-LABEL
               MOVE DL130-OTHER-COUNT TO DL130-TOT-COUNT
               WRITE PRINT-REC FROM DL130-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2010-READ-MASTER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET DL130-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.
      *
       2020-COUNT-ONE-CUSTOMER.
           ADD 1 TO DL130-MASTER-COUNT.
           EVALUATE TRUE
               WHEN CUST-ACTIVE
                   ADD 1 TO DL130-ACTIVE-COUNT
               WHEN CUST-INACTIVE
                   ADD 1 TO DL130-INACTIVE-COUNT
               WHEN CUST-PENDING
                   ADD 1 TO DL130-PENDING-COUNT
               WHEN OTHER
                   ADD 1 TO DL130-OTHER-COUNT
           END-EVALUATE.
           PERFORM 2010-READ-MASTER THRU 2010-EXIT.
       2020-EXIT.
           EXIT.
      *
      ******************************************************
      *    2100-COUNT-JOURNAL
      *    The journal records stamped after last night's
      *    count, by action.  Records stamped earlier are
      *    already in last night's count - there are some only
      *    when a night's DL113 did not cut the journal.  The
      *    date range of the rewrites bounds the audit
      *    entries the audit check has to sort.
      ******************************************************
       2100-COUNT-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF NOT DL130-JRNL-OK
               MOVE "JOURNAL SINCE PRIOR COUNT" TO DL130-SECTION-TEXT
               WRITE PRINT-REC FROM DL130-SECTION-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "NO CUSTJRNL ON FILE" TO DL130-VAL-LABEL
               MOVE SPACES TO DL130-VAL-VALUE
               WRITE PRINT-REC FROM DL130-VALUE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 2100-EXIT
           END-IF.
           SET DL130-JRNL-AVAILABLE TO TRUE.
           PERFORM 2110-COUNT-ONE-JOURNAL THRU 2110-EXIT
               UNTIL DL130-JRN-EOF.
           CLOSE JOURNAL-FILE.
           MOVE "JOURNAL SINCE PRIOR COUNT" TO DL130-SECTION-TEXT.
           WRITE PRINT-REC FROM DL130-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "JOURNAL RECORDS READ" TO DL130-TOT-LABEL.
           MOVE DL130-JRN-READ-COUNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  IN PRIOR COUNT ALREADY" TO DL130-TOT-LABEL.
           MOVE DL130-JRN-OLD-COUNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  WRITES" TO DL130-TOT-LABEL.
           MOVE DL130-JRN-WRITE-CNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  REWRITES" TO DL130-TOT-LABEL.
           MOVE DL130-JRN-REWRITE-CNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  DELETES" TO DL130-TOT-LABEL.
           MOVE DL130-JRN-DELETE-CNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF DL130-JRN-BAD-CNT > 0
               MOVE "  UNKNOWN ACTION CODE" TO DL130-TOT-LABEL
               MOVE DL130-JRN-BAD-CNT TO DL130-TOT-COUNT
               WRITE PRINT-REC FROM DL130-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "JOURNAL RECORDS WITH AN UNKNOWN ACTION"
                   TO DL130-EXC-TEXT
               PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2110-COUNT-ONE-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET DL130-JRN-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           ADD 1 TO DL130-JRN-READ-COUNT.
           MOVE JRN-UPD-DT TO DL130-JRN-STAMP-DT.
           MOVE JRN-UPD-TM TO DL130-JRN-STAMP-TM.
           IF DL130-PRIOR-FOUND
               AND DL130-JRN-STAMP NOT > DL130-PRIOR-STAMP
               ADD 1 TO DL130-JRN-OLD-COUNT
               GO TO 2110-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN JRN-ACTION-WRITE
                   ADD 1 TO DL130-JRN-WRITE-CNT
               WHEN JRN-ACTION-REWRITE
                   ADD 1 TO DL130-JRN-REWRITE-CNT
                   IF DL130-FIRST-RWR-DT = ZERO
                       OR JRN-UPD-DT < DL130-FIRST-RWR-DT
                       MOVE JRN-UPD-DT TO DL130-FIRST-RWR-DT
                   END-IF
                   IF JRN-UPD-DT > DL130-LAST-RWR-DT
                       MOVE JRN-UPD-DT TO DL130-LAST-RWR-DT
                   END-IF
               WHEN JRN-ACTION-DELETE
                   ADD 1 TO DL130-JRN-DELETE-CNT
               WHEN OTHER
                   ADD 1 TO DL130-JRN-BAD-CNT
           END-EVALUATE.
       2110-EXIT.
           EXIT.
      *
      ******************************************************
      *    2200-PROVE-MASTER-COUNT
      *    Last night's count + writes - deletes must be
      *    tonight's count.  The very first run has nothing to
      *    balance from - it only lays down tonight's totals.
      ******************************************************
       2200-PROVE-MASTER-COUNT.
           MOVE "MASTER COUNT PROOF" TO DL130-SECTION-TEXT.
           WRITE PRINT-REC FROM DL130-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           IF NOT DL130-PRIOR-FOUND
               MOVE "NO PRIOR TOTALS - NOT PROVED" TO DL130-VAL-LABEL
               MOVE SPACES TO DL130-VAL-VALUE
               WRITE PRINT-REC FROM DL130-VALUE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 2200-EXIT
           END-IF.
           MOVE "PRIOR CONTROL TOTALS DATED" TO DL130-VAL-LABEL.
           MOVE DL130-PRIOR-DT TO DL130-VAL-VALUE.
           WRITE PRINT-REC FROM DL130-VALUE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PRIOR MASTER COUNT" TO DL130-TOT-LABEL.
           MOVE DL130-PRIOR-COUNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  PLUS JOURNALLED WRITES" TO DL130-TOT-LABEL.
           MOVE DL130-JRN-WRITE-CNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  LESS JOURNALLED DELETES" TO DL130-TOT-LABEL.
           MOVE DL130-JRN-DELETE-CNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           COMPUTE DL130-EXPECTED-COUNT =
               DL130-PRIOR-COUNT + DL130-JRN-WRITE-CNT
                   - DL130-JRN-DELETE-CNT.
           MOVE "EXPECTED MASTER COUNT" TO DL130-BAL-LABEL.
           MOVE DL130-EXPECTED-COUNT TO DL130-BAL-COUNT.
           WRITE PRINT-REC FROM DL130-BAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ACTUAL MASTER COUNT" TO DL130-TOT-LABEL.
           MOVE DL130-MASTER-COUNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF DL130-EXPECTED-COUNT NOT = DL130-MASTER-COUNT
               MOVE "MASTER COUNT DOES NOT BALANCE TO JOURNAL"
                   TO DL130-EXC-TEXT
               PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
           ELSE
               MOVE "MASTER COUNT BALANCES" TO DL130-VAL-LABEL
               MOVE SPACES TO DL130-VAL-VALUE
               WRITE PRINT-REC FROM DL130-VALUE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       2200-EXIT.
           EXIT.
      *
      ******************************************************
      *    2300-CHECK-BACKUP
      *    DL113 runs straight after this program, so the
      *    CUSTBKP on file tonight was written straight after
      *    last night's balancing and must hold exactly the
      *    count that balancing took.
      ******************************************************
       2300-CHECK-BACKUP.
           MOVE "BACKUP COUNT" TO DL130-SECTION-TEXT.
           WRITE PRINT-REC FROM DL130-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           OPEN INPUT BACKUP-FILE.
           IF NOT DL130-BKP-OK
               MOVE "NO CUSTBKP ON FILE" TO DL130-VAL-LABEL
               MOVE SPACES TO DL130-VAL-VALUE
               WRITE PRINT-REC FROM DL130-VALUE-LINE
                   AFTER ADVANCING 1 LINE
               IF DL130-PRIOR-FOUND
                   MOVE "BACKUP MISSING AFTER A PRIOR BALANCING"
                       TO DL130-EXC-TEXT
                   PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
               END-IF
               GO TO 2300-EXIT
           END-IF.
           SET DL130-BKP-AVAILABLE TO TRUE.
           PERFORM 2310-COUNT-ONE-BACKUP THRU 2310-EXIT
               UNTIL DL130-BKP-EOF.
           CLOSE BACKUP-FILE.
           MOVE "CUSTOMERS ON CUSTBKP" TO DL130-TOT-LABEL.
           MOVE DL130-BACKUP-COUNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF NOT DL130-PRIOR-FOUND
               GO TO 2300-EXIT
           END-IF.
           MOVE "MASTER COUNT AT PRIOR BALANCE" TO DL130-TOT-LABEL.
           MOVE DL130-PRIOR-COUNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF DL130-BACKUP-COUNT NOT = DL130-PRIOR-COUNT
               MOVE "BACKUP COUNT DOES NOT EQUAL MASTER COUNT"
                   TO DL130-EXC-TEXT
               PERFORM 2900-PRINT-EXCEPTION THRU 2900-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
      *
       2310-COUNT-ONE-BACKUP.
           READ BACKUP-FILE
               AT END
                   SET DL130-BKP-EOF TO TRUE
           END-READ.
           IF NOT DL130-BKP-EOF
               ADD 1 TO DL130-BACKUP-COUNT
           END-IF.
       2310-EXIT.
           EXIT.
      *
      ******************************************************
      *    2400-CHECK-RUN-CONTROL
      *    Every RUNCTL record with the count its DL118 end
      *    step reported.  DL113's is the number of customers
      *    it backed up, so it must agree with CUSTBKP; a job
      *    other than this one still at R never reached its
      *    end step and is flagged for the shift.
      ******************************************************
       2400-CHECK-RUN-CONTROL.
           MOVE "RUN CONTROL COUNTS REPORTED THROUGH DL118"
               TO DL130-SECTION-TEXT.
           WRITE PRINT-REC FROM DL130-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           IF NOT DL130-RUNCTL-AVAILABLE
               MOVE "NO RUNCTL ON FILE" TO DL130-VAL-LABEL
               MOVE SPACES TO DL130-VAL-VALUE
               WRITE PRINT-REC FROM DL130-VALUE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 2400-EXIT
           END-IF.
           MOVE LOW-VALUES TO RCT-PROGRAM-ID.
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RCT-PROGRAM-ID
               INVALID KEY
                   GO TO 2400-EXIT
           END-START.
           PERFORM 2410-CHECK-ONE-RUN THRU 2410-EXIT
               UNTIL DL130-RCT-EOF.
       2400-EXIT.
           EXIT.
      *
       2410-CHECK-ONE-RUN.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET DL130-RCT-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ.
           MOVE RCT-PROGRAM-ID   TO DL130-RCT-PGM.
           MOVE RCT-STATUS-CD    TO DL130-RCT-ST.
           MOVE RCT-BUSINESS-DT  TO DL130-RCT-BUS.
           MOVE RCT-RECORD-COUNT TO DL130-RCT-CNT.
           MOVE SPACES           TO DL130-RCT-NOTE.
           IF RCT-RUNNING AND RCT-PROGRAM-ID NOT = "DL130"
               MOVE "NO END STEP RECORDED" TO DL130-RCT-NOTE
           END-IF.
           IF RCT-PROGRAM-ID = "DL113" AND RCT-COMPLETE
               AND DL130-BKP-AVAILABLE
               IF RCT-RECORD-COUNT = DL130-BACKUP-COUNT
                   MOVE "AGREES WITH CUSTBKP" TO DL130-RCT-NOTE
               ELSE
                   MOVE "*** DOES NOT AGREE WITH CUSTBKP"
                       TO DL130-RCT-NOTE
                   ADD 1 TO DL130-EXCEPTION-COUNT
               END-IF
           END-IF.
           WRITE PRINT-REC FROM DL130-RCT-LINE
               AFTER ADVANCING 1 LINE.
       2410-EXIT.
           EXIT.
      *
       2900-PRINT-EXCEPTION.
           WRITE PRINT-REC FROM DL130-EXC-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO DL130-EXCEPTION-COUNT.
       2900-EXIT.
           EXIT.
      *
      ******************************************************
      *    3000-RELEASE-ENTRIES
      *    SORT input procedure - the journalled rewrites
      *    stamped since last night's count, then the audit
      *    entries dated inside the rewrites' date range: the
      *    AUDHIST history first, then AUDITLOG, the order
      *    every audit reader takes them in.  No AUDHIST yet
      *    is no history.  A night with no rewrites releases
      *    nothing.
      ******************************************************
       3000-RELEASE-ENTRIES.
           IF NOT DL130-JRNL-AVAILABLE OR DL130-JRN-REWRITE-CNT = 0
               GO TO 3090-EXIT
           END-IF.
           MOVE "N" TO DL130-JRN-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           PERFORM 3010-RELEASE-REWRITE THRU 3010-EXIT
               UNTIL DL130-JRN-EOF.
           CLOSE JOURNAL-FILE.
           OPEN INPUT AUDIT-HISTORY.
           IF DL130-AHS-OK
               PERFORM 3015-START-HISTORY THRU 3015-EXIT
               PERFORM 3016-RELEASE-HISTORY THRU 3016-EXIT
                   UNTIL DL130-AHS-EOF
               CLOSE AUDIT-HISTORY
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF DL130-AUDIT-OK
               PERFORM 3020-RELEASE-AUDIT THRU 3020-EXIT
                   UNTIL DL130-AUD-EOF
               CLOSE AUDIT-FILE
           END-IF.
           GO TO 3090-EXIT.
      *
       3010-RELEASE-REWRITE.
           READ JOURNAL-FILE
               AT END
                   SET DL130-JRN-EOF TO TRUE
                   GO TO 3010-EXIT
           END-READ.
           IF NOT JRN-ACTION-REWRITE
               GO TO 3010-EXIT
           END-IF.
           MOVE JRN-UPD-DT TO DL130-JRN-STAMP-DT.
           MOVE JRN-UPD-TM TO DL130-JRN-STAMP-TM.
           IF DL130-PRIOR-FOUND
               AND DL130-JRN-STAMP NOT > DL130-PRIOR-STAMP
               GO TO 3010-EXIT
           END-IF.
           MOVE JRN-CUST-ID    TO SRT-CUST-ID.
           MOVE JRN-UPD-DT     TO SRT-UPD-DT.
           SET SRT-JOURNAL-REWRITE TO TRUE.
           MOVE JRN-UPD-TM     TO SRT-UPD-TM.
           MOVE JRN-PROGRAM-ID TO SRT-SOURCE-ID.
           RELEASE SORT-RECORD.
       3010-EXIT.
           EXIT.
      *
      *
      *        The history's date key goes straight to the first
      *        rewrite date, the way DL115 starts it on its
      *        business date - the rest of AUDHIST is never read.
       3015-START-HISTORY.
           MOVE "N" TO DL130-AHS-EOF-SW.
           MOVE DL130-FIRST-RWR-DT TO AHS-STAMP-DT.
           MOVE ZERO               TO AHS-STAMP-TM.
           START AUDIT-HISTORY KEY IS NOT LESS THAN AHS-STAMP-KEY
               INVALID KEY
                   SET DL130-AHS-EOF TO TRUE
           END-START.
       3015-EXIT.
           EXIT.
      *
       3016-RELEASE-HISTORY.
           READ AUDIT-HISTORY NEXT RECORD
               AT END
                   SET DL130-AHS-EOF TO TRUE
                   GO TO 3016-EXIT
           END-READ.
           IF AHS-STAMP-DT > DL130-LAST-RWR-DT
               SET DL130-AHS-EOF TO TRUE
               GO TO 3016-EXIT
           END-IF.
           MOVE AHS-CUST-ID     TO SRT-CUST-ID.
           MOVE AHS-UPD-DT      TO SRT-UPD-DT.
           SET SRT-AUDIT-ENTRY TO TRUE.
           MOVE AHS-UPD-TM      TO SRT-UPD-TM.
           MOVE AHS-OPERATOR-ID TO SRT-SOURCE-ID.
           RELEASE SORT-RECORD.
           ADD 1 TO DL130-AUD-RELEASED.
       3016-EXIT.
           EXIT.
      *
       3020-RELEASE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET DL130-AUD-EOF TO TRUE
                   GO TO 3020-EXIT
           END-READ.
           IF AUD-UPD-DT NOT NUMERIC OR AUD-UPD-TM NOT NUMERIC
               GO TO 3020-EXIT
           END-IF.
           IF AUD-UPD-DT < DL130-FIRST-RWR-DT
               OR AUD-UPD-DT > DL130-LAST-RWR-DT
               GO TO 3020-EXIT
           END-IF.
           MOVE AUD-CUST-ID     TO SRT-CUST-ID.
           MOVE AUD-UPD-DT      TO SRT-UPD-DT.
           SET SRT-AUDIT-ENTRY TO TRUE.
           MOVE AUD-UPD-TM      TO SRT-UPD-TM.
           MOVE AUD-OPERATOR-ID TO SRT-SOURCE-ID.
           RELEASE SORT-RECORD.
           ADD 1 TO DL130-AUD-RELEASED.
       3020-EXIT.
           EXIT.
      *
       3090-EXIT.
           EXIT.
      *
      ******************************************************
      *    3100-MATCH-AUDIT
      *    SORT output procedure - a control break on customer
      *    and date.  The day's audit entries arrive first and
      *    are tabled as seconds of the day; each rewrite that
      *    follows must find one within the tolerance, or it
      *    is listed as an exception.
      ******************************************************
       3100-MATCH-AUDIT.
           MOVE SPACES TO DL130-GRP-CUST-ID.
           MOVE ZERO TO DL130-GRP-DT.
           PERFORM 3110-RETURN-ENTRY THRU 3110-EXIT
               UNTIL DL130-SORT-EOF.
           GO TO 3190-EXIT.
      *
       3110-RETURN-ENTRY.
           RETURN SORT-FILE
               AT END
                   SET DL130-SORT-EOF TO TRUE
                   GO TO 3110-EXIT
           END-RETURN.
           IF SRT-CUST-ID NOT = DL130-GRP-CUST-ID
               OR SRT-UPD-DT NOT = DL130-GRP-DT
               MOVE SRT-CUST-ID TO DL130-GRP-CUST-ID
               MOVE SRT-UPD-DT  TO DL130-GRP-DT
               MOVE ZERO TO DL130-AUD-TBL-CNT
           END-IF.
           MOVE SRT-UPD-TM TO DL130-TIME-WORK.
           COMPUTE DL130-SECONDS =
               DL130-TIME-HH * 3600 + DL130-TIME-MM * 60
                   + DL130-TIME-SS.
           IF SRT-AUDIT-ENTRY
               IF DL130-AUD-TBL-CNT < 200
                   ADD 1 TO DL130-AUD-TBL-CNT
                   MOVE DL130-SECONDS
                       TO DL130-AUD-TBL-SECS (DL130-AUD-TBL-CNT)
               ELSE
                   ADD 1 TO DL130-AUD-OVERFLOW
               END-IF
               GO TO 3110-EXIT
           END-IF.
           ADD 1 TO DL130-RWR-CHECKED.
           MOVE "N" TO DL130-MATCH-SW.
           PERFORM 3120-SCAN-AUDIT-TIME THRU 3120-EXIT
               VARYING DL130-AUD-SUB FROM 1 BY 1
               UNTIL DL130-AUD-SUB > DL130-AUD-TBL-CNT
                   OR DL130-AUDIT-MATCHED.
           IF NOT DL130-AUDIT-MATCHED
               MOVE SRT-CUST-ID   TO DL130-AUD-CUST
               MOVE SRT-UPD-DT    TO DL130-AUD-DT
               MOVE SRT-UPD-TM    TO DL130-AUD-TM
               MOVE SRT-SOURCE-ID TO DL130-AUD-PGM
               WRITE PRINT-REC FROM DL130-AUD-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO DL130-UNAUDITED-CNT
               ADD 1 TO DL130-EXCEPTION-COUNT
           END-IF.
       3110-EXIT.
           EXIT.
      *
       3120-SCAN-AUDIT-TIME.
           COMPUTE DL130-SECS-DIFF =
               DL130-SECONDS - DL130-AUD-TBL-SECS (DL130-AUD-SUB).
           IF DL130-SECS-DIFF < 0
               COMPUTE DL130-SECS-DIFF = 0 - DL130-SECS-DIFF
           END-IF.
           IF DL130-SECS-DIFF NOT > DL130-AUDIT-TOLERANCE
               SET DL130-AUDIT-MATCHED TO TRUE
           END-IF.
       3120-EXIT.
           EXIT.
      *
       3190-EXIT.
           EXIT.
      *
      ******************************************************
      *    4000-PRINT-SUMMARY
      ******************************************************
       4000-PRINT-SUMMARY.
           IF DL130-UNAUDITED-CNT = 0
               MOVE "NONE" TO DL130-VAL-LABEL
               MOVE SPACES TO DL130-VAL-VALUE
               WRITE PRINT-REC FROM DL130-VALUE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PRINT-REC FROM DL130-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "REWRITES CHECKED FOR AUDIT" TO DL130-TOT-LABEL.
           MOVE DL130-RWR-CHECKED TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "AUDIT ENTRIES COMPARED" TO DL130-TOT-LABEL.
           MOVE DL130-AUD-RELEASED TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "REWRITES WITH NO AUDIT ENTRY" TO DL130-TOT-LABEL.
           MOVE DL130-UNAUDITED-CNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF DL130-AUD-OVERFLOW > 0
               MOVE "AUDIT ENTRIES NOT TABLED" TO DL130-TOT-LABEL
               MOVE DL130-AUD-OVERFLOW TO DL130-TOT-COUNT
               WRITE PRINT-REC FROM DL130-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "EXCEPTIONS" TO DL130-TOT-LABEL.
           MOVE DL130-EXCEPTION-COUNT TO DL130-TOT-COUNT.
           WRITE PRINT-REC FROM DL130-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF DL130-EXCEPTION-COUNT > 0
               MOVE "OUT OF BALANCE - STREAM STOPPED" TO DL130-EXC-TEXT
               WRITE PRINT-REC FROM DL130-EXC-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY "DL130: CONTROL TOTALS OUT OF BALANCE, "
                   "SEE DL130RPT"
           ELSE
               MOVE "CONTROL TOTALS BALANCE" TO DL130-VAL-LABEL
               MOVE SPACES TO DL130-VAL-VALUE
               WRITE PRINT-REC FROM DL130-VALUE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       4000-EXIT.
           EXIT.
      *
      ******************************************************
      *    5000-SAVE-CONTROL-TOTALS
      *    Tonight's record, stamped with the time the master
      *    was counted; a rerun tonight replaces it.  A record
      *    that cannot be filed leaves tomorrow nothing to
      *    balance from, so it stops the stream as well.
      ******************************************************
       5000-SAVE-CONTROL-TOTALS.
           MOVE DL130-TODAY-DATE      TO CTL-BUSINESS-DT.
           MOVE DL130-TODAY-DATE      TO CTL-COUNT-DT.
           MOVE DL130-NOW-TIME        TO CTL-COUNT-TM.
           MOVE DL130-MASTER-COUNT    TO CTL-MASTER-COUNT.
           MOVE DL130-ACTIVE-COUNT    TO CTL-ACTIVE-COUNT.
           MOVE DL130-INACTIVE-COUNT  TO CTL-INACTIVE-COUNT.
           MOVE DL130-PENDING-COUNT   TO CTL-PENDING-COUNT.
           MOVE DL130-OTHER-COUNT     TO CTL-OTHER-COUNT.
           MOVE DL130-PRIOR-DT        TO CTL-PRIOR-DT.
           MOVE DL130-PRIOR-COUNT     TO CTL-PRIOR-COUNT.
           MOVE DL130-JRN-WRITE-CNT   TO CTL-JRN-WRITE-CNT.
           MOVE DL130-JRN-REWRITE-CNT TO CTL-JRN-REWRITE-CNT.
           MOVE DL130-JRN-DELETE-CNT  TO CTL-JRN-DELETE-CNT.
           MOVE DL130-BACKUP-COUNT    TO CTL-BACKUP-COUNT.
           MOVE DL130-UNAUDITED-CNT   TO CTL-UNAUDITED-CNT.
           MOVE DL130-EXCEPTION-COUNT TO CTL-EXCEPTION-CNT.
           IF DL130-EXCEPTION-COUNT > 0
               SET CTL-OUT-OF-BALANCE TO TRUE
           ELSE
               SET CTL-BALANCED TO TRUE
           END-IF.
           WRITE CONTROL-TOTAL-RECORD
               INVALID KEY
                   REWRITE CONTROL-TOTAL-RECORD
                       INVALID KEY
                           DISPLAY "DL130: UNABLE TO FILE CTLTOT, "
                               "STATUS=" DL130-CTL-STATUS
                           ADD 1 TO DL130-EXCEPTION-COUNT
                   END-REWRITE
           END-WRITE.
       5000-EXIT.
           EXIT.
      *
      ******************************************************
      *    9000-TERMINATE
      ******************************************************
       9000-TERMINATE.
           CLOSE CUSTOMER-MASTER.
           CLOSE CONTROL-TOTAL-FILE.
           IF DL130-RUNCTL-AVAILABLE
               CLOSE RUN-CONTROL-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
