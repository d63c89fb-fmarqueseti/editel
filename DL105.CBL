      * ------------------------------------------------------------
      *     Modification History
      *     08/22/2026  MVV  Initial version.
      *     10/15/2026  MVV  Reads the AUDHIST keyed history the
      *                      DL127 month-end rollover files settled
      *                      entries on, ahead of the current
      *                      AUDITLOG - started on the Customer ID
      *                      (and Date From) when one is given, on
      *                      the operator alternate key when only an
      *                      operator is, and on the date alternate
      *                      key for a date range alone, so a page
      *                      load no longer rereads every change
      *                      ever made.  AUDITLOG itself now holds
      *                      only the current period.  No AUDHIST
      *                      yet reads AUDITLOG alone, as before.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL105.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL105-AUDIT-STATUS.
           SELECT AUDIT-HISTORY ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHS-KEY
               ALTERNATE RECORD KEY IS AHS-OPERATOR-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AHS-STAMP-KEY
                   WITH DUPLICATES
               FILE STATUS IS DL105-AHS-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "DL105PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL105-PARM-STATUS.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.CPY.
      *
       FD  AUDIT-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY AUDHIST.CPY.
      *
       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
           05  DL105-PARM-STATUS     PIC X(02) VALUE "00".
               88  DL105-PARM-OK               VALUE "00".
           05  DL105-PRINT-STATUS    PIC X(02) VALUE "00".
           05  DL105-AUDIT-OPEN-SW   PIC X(01) VALUE "N".
               88  DL105-AUDIT-OPEN            VALUE "Y".
           05  DL105-AHS-STATUS      PIC X(02) VALUE "00".
               88  DL105-AHS-OK                VALUE "00".
           05  DL105-AHS-AVAIL-SW    PIC X(01) VALUE "N".
               88  DL105-AHS-AVAILABLE         VALUE "Y".
           05  DL105-AHS-DONE-SW     PIC X(01) VALUE "N".
               88  DL105-AHS-DONE              VALUE "Y".
           05  DL105-ENTRY-EOF-SW    PIC X(01) VALUE "N".
               88  DL105-ENTRY-EOF             VALUE "Y".
      *        Which file the next entry comes from, and which AUDHIST
      *        key the current pass was started on.
           05  DL105-SOURCE-SW       PIC X(01) VALUE "H".
               88  DL105-FROM-HISTORY          VALUE "H".
               88  DL105-FROM-AUDITLOG         VALUE "A".
           05  DL105-AHS-PATH-SW     PIC X(01) VALUE "A".
               88  DL105-AHS-BY-CUST           VALUE "C".
               88  DL105-AHS-BY-OPER           VALUE "O".
               88  DL105-AHS-BY-DATE           VALUE "D".
               88  DL105-AHS-ALL               VALUE "A".
      *
       01  DL105-WORK-FIELDS.
           05  DL105-CRT-STATUS      PIC 9(04) VALUE ZERO.
               OPEN OUTPUT PRINT-FILE
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF DL105-AUDIT-OK
               SET DL105-AUDIT-OPEN TO TRUE
           END-IF.
      *        AUDHIST exists from the first month-end rollover on -
      *        until then the trail is AUDITLOG alone.
           OPEN INPUT AUDIT-HISTORY.
           IF DL105-AHS-OK
               SET DL105-AHS-AVAILABLE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *
      ******************************************************
      *    2410-LOAD-AUDIT-PAGE
      *    Each page load restarts the pass - AUDHIST from its
      *    starting key, then AUDITLOG rewound - and skips
      *    ahead (page - 1) * 15 matching entries - the same
      *    skip-ahead style DL103 uses for checkpoint restart -
      *    then reads the next 15 matches for this page.
       2410-LOAD-AUDIT-PAGE.
           MOVE SPACES TO DL105-BRW-DISPLAY-LINES.
           MOVE "N" TO DL105-BRW-DONE-SW.
           PERFORM 2440-START-PASS THRU 2440-EXIT.
           COMPUTE DL105-BRW-SKIP-CNT =
               (DL105-BRW-PAGE-NO - 1) * 15.
           MOVE ZERO TO DL105-BRW-SKIPPED-CNT.
           EXIT.
      *
       2431-READ-AUDIT.
           PERFORM 2450-READ-NEXT-ENTRY THRU 2450-EXIT.
           IF DL105-ENTRY-EOF
               SET DL105-BRW-PAGE-DONE TO TRUE
           ELSE
               PERFORM 2600-CHECK-MATCH THRU 2600-EXIT
           END-IF.
       2431-EXIT.
           EXIT.
      *
      ******************************************************
      *    2440-START-PASS
      *    Positions AUDHIST for the selection and rewinds
      *    AUDITLOG behind it.  A Customer ID starts on the
      *    primary key at the Date From; an operator alone
      *    starts on the operator key; a date range alone on
      *    the date key; no selection at all reads the whole
      *    history.  2600-CHECK-MATCH still judges every
      *    entry, so the key only decides where to begin and
      *    when the history part of the pass is over.
      ******************************************************
       2440-START-PASS.
           MOVE "N" TO DL105-ENTRY-EOF-SW.
           MOVE "N" TO DL105-AHS-DONE-SW.
           SET DL105-FROM-HISTORY TO TRUE.
           IF DL105-AUDIT-OPEN
               CLOSE AUDIT-FILE
               MOVE "N" TO DL105-AUDIT-OPEN-SW
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF DL105-AUDIT-OK
               SET DL105-AUDIT-OPEN TO TRUE
           END-IF.
           IF NOT DL105-AHS-AVAILABLE
               SET DL105-AHS-DONE TO TRUE
               GO TO 2440-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN DL105-SEL-CUST-ID NOT = SPACES
                   SET DL105-AHS-BY-CUST TO TRUE
                   MOVE DL105-SEL-CUST-ID   TO AHS-CUST-ID
                   MOVE DL105-SEL-DATE-FROM TO AHS-UPD-DT
                   MOVE ZERO                TO AHS-UPD-TM
                   MOVE ZERO                TO AHS-SEQ-NO
                   START AUDIT-HISTORY KEY IS NOT LESS THAN AHS-KEY
                       INVALID KEY
                           SET DL105-AHS-DONE TO TRUE
                   END-START
               WHEN DL105-SEL-OPER-ID NOT = SPACES
                   SET DL105-AHS-BY-OPER TO TRUE
                   MOVE DL105-SEL-OPER-ID TO AHS-OPERATOR-ID
                   START AUDIT-HISTORY
                       KEY IS NOT LESS THAN AHS-OPERATOR-ID
                       INVALID KEY
                           SET DL105-AHS-DONE TO TRUE
                   END-START
               WHEN DL105-SEL-DATE-FROM > ZERO
                   SET DL105-AHS-BY-DATE TO TRUE
                   MOVE DL105-SEL-DATE-FROM TO AHS-STAMP-DT
                   MOVE ZERO                TO AHS-STAMP-TM
                   START AUDIT-HISTORY
                       KEY IS NOT LESS THAN AHS-STAMP-KEY
                       INVALID KEY
                           SET DL105-AHS-DONE TO TRUE
                   END-START
               WHEN OTHER
                   SET DL105-AHS-ALL TO TRUE
                   MOVE LOW-VALUES TO AHS-KEY
                   START AUDIT-HISTORY KEY IS NOT LESS THAN AHS-KEY
                       INVALID KEY
                           SET DL105-AHS-DONE TO TRUE
                   END-START
           END-EVALUATE.
       2440-EXIT.
           EXIT.
      *
      ******************************************************
      *    2450-READ-NEXT-ENTRY
      *    The next entry of the pass into the AUDITREC.CPY
      *    record, wherever it came from - the history until
      *    its key range is spent, then AUDITLOG to its end.
      ******************************************************
       2450-READ-NEXT-ENTRY.
           IF DL105-FROM-HISTORY
               PERFORM 2460-READ-HISTORY THRU 2460-EXIT
               IF NOT DL105-AHS-DONE
                   GO TO 2450-EXIT
               END-IF
               SET DL105-FROM-AUDITLOG TO TRUE
           END-IF.
           IF NOT DL105-AUDIT-OPEN
               SET DL105-ENTRY-EOF TO TRUE
               GO TO 2450-EXIT
           END-IF.
           READ AUDIT-FILE
               AT END
                   SET DL105-ENTRY-EOF TO TRUE
           END-READ.
       2450-EXIT.
           EXIT.
      *
       2460-READ-HISTORY.
           IF DL105-AHS-DONE
               GO TO 2460-EXIT
           END-IF.
           READ AUDIT-HISTORY NEXT RECORD
               AT END
                   SET DL105-AHS-DONE TO TRUE
                   GO TO 2460-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN DL105-AHS-BY-CUST
                   IF AHS-CUST-ID NOT = DL105-SEL-CUST-ID
                       OR (DL105-SEL-DATE-TO > ZERO
                           AND AHS-UPD-DT > DL105-SEL-DATE-TO)
                       SET DL105-AHS-DONE TO TRUE
                   END-IF
               WHEN DL105-AHS-BY-OPER
                   IF AHS-OPERATOR-ID NOT = DL105-SEL-OPER-ID
                       SET DL105-AHS-DONE TO TRUE
                   END-IF
               WHEN DL105-AHS-BY-DATE
                   IF DL105-SEL-DATE-TO > ZERO
                       AND AHS-STAMP-DT > DL105-SEL-DATE-TO
                       SET DL105-AHS-DONE TO TRUE
                   END-IF
           END-EVALUATE.
           IF DL105-AHS-DONE
               GO TO 2460-EXIT
           END-IF.
           MOVE AHS-CUST-ID     TO AUD-CUST-ID.
           MOVE AHS-UPD-DT      TO AUD-UPD-DT.
           MOVE AHS-UPD-TM      TO AUD-UPD-TM.
           MOVE AHS-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE AHS-FIELD-NAME  TO AUD-FIELD-NAME.
           MOVE AHS-OLD-VALUE   TO AUD-OLD-VALUE.
           MOVE AHS-NEW-VALUE   TO AUD-NEW-VALUE.
       2460-EXIT.
           EXIT.
      *
      ******************************************************
      *
      ******************************************************
      *    3000-PRINT-BATCH-REPORT
      *    One pass down AUDHIST and AUDITLOG printing every entry that
      *    passes the parameter file's selection - the stamp
      *    line plus the full 66-byte old and new values - and
      *    read/selected totals for the auditors at the end.
           WRITE PRINT-REC FROM DL105-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM DL105-HEAD-2 AFTER ADVANCING 1 LINE.
           PERFORM 2440-START-PASS THRU 2440-EXIT.
           PERFORM 3100-READ-AUDIT-BATCH THRU 3100-EXIT.
           PERFORM 3200-SELECT-ENTRY THRU 3200-EXIT
               UNTIL DL105-EOF.
           WRITE PRINT-REC FROM DL105-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "AUDIT RECORDS READ" TO DL105-TOT-LABEL.
           EXIT.
      *
       3100-READ-AUDIT-BATCH.
           PERFORM 2450-READ-NEXT-ENTRY THRU 2450-EXIT.
           IF DL105-ENTRY-EOF
               SET DL105-EOF TO TRUE
           END-IF.
           IF NOT DL105-EOF
               ADD 1 TO DL105-READ-COUNT
           END-IF.
      *    9000-TERMINATE
      ******************************************************
       9000-TERMINATE.
           IF DL105-AUDIT-OPEN
               CLOSE AUDIT-FILE
           END-IF.
           IF DL105-AHS-AVAILABLE
               CLOSE AUDIT-HISTORY
           END-IF.
           IF DL105-BATCH-MODE
               CLOSE PRINT-FILE
           END-IF.
