      * ------------------------------------------------------------
      *     Modification History
      *     09/02/2026  MVV  Initial version.
      *     10/15/2026  MVV  Each applied response is matched to
      *                      the customer's SRVWAVE mailing - the
      *                      latest unanswered wave mailed on or
      *                      before the survey date is marked R
      *                      with the response.  Matched and
      *                      unmatched responses are counted.
      *     10/15/2026  MVV  Checkpoint/restart on DL119CKP
      *                      (CHKPTPOS), the way DL103 restarts:
      *                      a restart skips the lines already
      *                      committed, and a line in the stretch
      *                      after the last checkpoint that the
      *                      interrupted run had already applied is
      *                      counted as such, not rejected as a
      *                      duplicate.  The report says fresh run
      *                      or restart, and from where.
      *     10/15/2026  MVV  A response repeating the rating the
      *                      master already holds moves no flag, so
      *                      the master is no longer rewritten or
      *                      journalled for it - SRVHIST and the
      *                      wave match still take it, and it is
      *                      counted on its own line.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL119.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRV-KEY
               FILE STATUS IS DL119-SRVH-STATUS.
           SELECT SURVEY-WAVE ASSIGN TO "SRVWAVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWV-KEY
               FILE STATUS IS DL119-SWV-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL119-JRNL-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "DL119CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL119-CKPT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DL119RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL119-PRINT-STATUS.
       FD  SURVEY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY SRVHIST.CPY.
      *
      *        Who was asked, and in which wave - DL128 writes it,
      *        this intake marks each wave record answered.
       FD  SURVEY-WAVE
           LABEL RECORDS ARE STANDARD.
           COPY SRVWAVE.CPY.
      *
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTJRNL.CPY.
      *
      *        How far through SRVLOAD the intake has got -
      *        rewritten whole every DL119-CKPT-INTERVAL lines, the
      *        way DL103 keeps DL103CKP.
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHKPTPOS.CPY.
      *
       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
      *
       WORKING-STORAGE SECTION.
       77  DL119-OPERATOR-ID         PIC X(08) VALUE "DL119BCH".
       77  DL119-CKPT-INTERVAL       PIC 9(05) VALUE 100.
      *
       01  DL119-SWITCHES.
           05  DL119-EOF-SW          PIC X(01) VALUE "N".
               88  DL119-LOAD-OK               VALUE "00".
           05  DL119-SRVH-STATUS     PIC X(02) VALUE "00".
               88  DL119-SRVH-OK               VALUE "00".
           05  DL119-SWV-STATUS      PIC X(02) VALUE "00".
               88  DL119-SWV-OK                VALUE "00".
           05  DL119-SWV-AVAIL-SW    PIC X(01) VALUE "N".
               88  DL119-SWV-AVAILABLE         VALUE "Y".
           05  DL119-SWV-EOF-SW      PIC X(01) VALUE "N".
               88  DL119-SWV-EOF               VALUE "Y".
           05  DL119-CUSTMAS-STATUS  PIC X(02) VALUE "00".
               88  DL119-CUSTMAS-OK            VALUE "00".
           05  DL119-AUDIT-STATUS    PIC X(02) VALUE "00".
           05  DL119-JRNL-STATUS     PIC X(02) VALUE "00".
               88  DL119-JRNL-OK               VALUE "00".
           05  DL119-PRINT-STATUS    PIC X(02) VALUE "00".
           05  DL119-CKPT-STATUS     PIC X(02) VALUE "00".
               88  DL119-CKPT-OK               VALUE "00".
           05  DL119-RESTART-SW      PIC X(01) VALUE "N".
               88  DL119-RESTART               VALUE "Y".
           05  DL119-REC-VALID-SW    PIC X(01) VALUE "Y".
               88  DL119-REC-VALID             VALUE "Y".
               88  DL119-REC-INVALID           VALUE "N".
               88  DL119-REC-APPLIED-BEFORE    VALUE "A".
      *
       01  DL119-TODAY-DATE          PIC 9(08) VALUE ZERO.
       01  DL119-NOW-TIME            PIC 9(06) VALUE ZERO.
       01  DL119-RATING              PIC X(01) VALUE SPACE.
      *
      **************************************************************
      *     Checkpoint position.  The load date stamps SRVHIST and
      *     SRVWAVE; a restart carries the interrupted run's date
      *     forward so one response file loads under one date, and
      *     so a line the interrupted run applied after its last
      *     checkpoint is recognised by that date.  The window end
      *     is the last line that can have been applied without a
      *     checkpoint behind it.
      **************************************************************
       01  DL119-CKPT-FIELDS.
           05  DL119-LOAD-DATE       PIC 9(08) VALUE ZERO.
           05  DL119-RUN-TIME        PIC 9(06) VALUE ZERO.
           05  DL119-CKPT-STATE      PIC X(01) VALUE "R".
           05  DL119-LAST-KEY        PIC X(06) VALUE SPACES.
           05  DL119-SKIP-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  DL119-SKIPPED-SO-FAR  PIC 9(07) COMP VALUE ZERO.
           05  DL119-SINCE-CKPT      PIC 9(07) COMP VALUE ZERO.
           05  DL119-WINDOW-END      PIC 9(07) COMP VALUE ZERO.
           05  DL119-LINE-NO         PIC 9(07) COMP VALUE ZERO.
      *
      **************************************************************
      *     The wave a response is being matched to - the latest
      *     unanswered one mailed on or before the survey date.
      **************************************************************
       01  DL119-MATCH-FIELDS.
           05  DL119-MATCH-SW        PIC X(01) VALUE "N".
               88  DL119-WAVE-MATCHED          VALUE "Y".
           05  DL119-MATCH-WAVE-NO   PIC 9(06) VALUE ZERO.
           05  DL119-MATCH-MAILED-DT PIC 9(08) VALUE ZERO.
           05  DL119-SURVEY-DT-NUM   PIC 9(08) VALUE ZERO.
      *
      **************************************************************
      *     Before image of the three satisfaction flags - captured
      *     off the read-for-update, before the rating lands, so
      *     2400-LOG-AUDIT-CHANGES can write one record per flag
           05  DL119-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  DL119-APPLIED-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL119-REJECTED-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  DL119-MATCHED-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL119-UNMATCHED-COUNT PIC 9(07) COMP VALUE ZERO.
           05  DL119-ALREADY-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL119-SAME-COUNT      PIC 9(07) COMP VALUE ZERO.
      *
       01  DL119-HEAD-1.
           05  FILLER  PIC X(35) VALUE SPACES.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL119-TOT-LABEL       PIC X(30).
           05  DL119-TOT-COUNT       PIC ZZZ,ZZ9.
      *
       01  DL119-RUN-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL119-RUN-LABEL       PIC X(30).
           05  DL119-RUN-VALUE       PIC X(10).
      *
       01  DL119-BLANK-LINE          PIC X(01) VALUE SPACES.
      *
      *    load; a missing CUSTMAS is fatal - an intake has no
      *    business bootstrapping an empty master.  SRVHIST is
      *    this program's own file, so a first run bootstraps
      *    an empty one.  SRVWAVE belongs to DL128 - absent,
      *    responses load unmatched.  A checkpoint left at R
      *    by a run that died makes this run a restart: the
      *    lines it committed are skipped, DL103 fashion.
      ******************************************************
       1000-INITIALIZE.
           OPEN INPUT SURVEY-LOAD-FILE.
                   OPEN I-O SURVEY-HISTORY
               END-IF
           END-IF.
           OPEN I-O SURVEY-WAVE.
           IF DL119-SWV-OK OR DL119-SWV-STATUS = "05"
               SET DL119-SWV-AVAILABLE TO TRUE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT DL119-AUDIT-OK AND DL119-AUDIT-STATUS NOT = "05"
               IF DL119-AUDIT-STATUS = "35"
               END-IF
           END-IF.
           ACCEPT DL119-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DL119-RUN-TIME FROM TIME.
           MOVE DL119-TODAY-DATE TO DL119-LOAD-DATE.
           PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM DL119-HEAD-1 AFTER ADVANCING PAGE.
           PERFORM 1500-PRINT-RUN-TYPE THRU 1500-EXIT.
           WRITE PRINT-REC FROM DL119-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           IF DL119-SKIP-COUNT > 0
               PERFORM 1100-SKIP-RESPONSE THRU 1100-EXIT
                   UNTIL DL119-EOF OR
                       DL119-SKIPPED-SO-FAR >= DL119-SKIP-COUNT
           END-IF.
           COMPUTE DL119-WINDOW-END =
               DL119-SKIP-COUNT + DL119-CKPT-INTERVAL.
           PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT.
       1000-EXIT.
           EXIT.
      *
       1100-SKIP-RESPONSE.
           READ SURVEY-LOAD-FILE
               AT END
                   SET DL119-EOF TO TRUE
           END-READ.
           IF NOT DL119-EOF
               ADD 1 TO DL119-SKIPPED-SO-FAR
           END-IF.
       1100-EXIT.
           EXIT.
      *
      ******************************************************
      *    1200-READ-CHECKPOINT
      *    No checkpoint, or one the last run closed out as
      *    finished (C), is a fresh run.  One still at R is a
      *    run that died - this run picks up its load date,
      *    the lines it had done and the last customer.
      ******************************************************
       1200-READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF NOT DL119-CKPT-OK
               GO TO 1200-EXIT
           END-IF.
           READ CHECKPOINT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1210-TAKE-CHECKPOINT THRU 1210-EXIT
           END-READ.
           CLOSE CHECKPOINT-FILE.
       1200-EXIT.
           EXIT.
      *
       1210-TAKE-CHECKPOINT.
           IF NOT CKP-RUN-IN-PROGRESS OR CKP-RUN-DT NOT NUMERIC
               GO TO 1210-EXIT
           END-IF.
           SET DL119-RESTART TO TRUE.
           MOVE CKP-RUN-DT       TO DL119-LOAD-DATE.
           MOVE CKP-RUN-TM       TO DL119-RUN-TIME.
           MOVE CKP-RECORDS-DONE TO DL119-SKIP-COUNT.
           MOVE CKP-LAST-KEY     TO DL119-LAST-KEY.
       1210-EXIT.
           EXIT.
      *
      ******************************************************
      *    1500-PRINT-RUN-TYPE
      *    Fresh run or restart, and for a restart where from:
      *    the interrupted run's load date, the lines it had
      *    committed and the last customer among them.
      ******************************************************
       1500-PRINT-RUN-TYPE.
           IF NOT DL119-RESTART
               MOVE "FRESH RUN - NO CHECKPOINT" TO DL119-RUN-LABEL
               MOVE SPACES TO DL119-RUN-VALUE
               WRITE PRINT-REC FROM DL119-RUN-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 1500-EXIT
           END-IF.
           MOVE "RESTART OF RUN DATED" TO DL119-RUN-LABEL.
           MOVE DL119-LOAD-DATE TO DL119-RUN-VALUE.
           WRITE PRINT-REC FROM DL119-RUN-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "RESTART - LINES SKIPPED" TO DL119-TOT-LABEL.
           MOVE DL119-SKIP-COUNT TO DL119-TOT-COUNT.
           WRITE PRINT-REC FROM DL119-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF DL119-LAST-KEY NOT = SPACES
               MOVE "RESTART AFTER CUSTOMER" TO DL119-RUN-LABEL
               MOVE DL119-LAST-KEY TO DL119-RUN-VALUE
               WRITE PRINT-REC FROM DL119-RUN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       1500-EXIT.
           EXIT.
      *
      ******************************************************
      *    2000-READ-RESPONSE
           END-READ.
           IF NOT DL119-EOF
               ADD 1 TO DL119-READ-COUNT
               COMPUTE DL119-LINE-NO =
                   DL119-SKIPPED-SO-FAR + DL119-READ-COUNT
           END-IF.
       2000-EXIT.
           EXIT.
      *    The edits run in order of cost: line format first,
      *    then the master lookup, then the duplicate check -
      *    the first failure rejects the line to the report.
      *    Every DL119-CKPT-INTERVAL lines the position is
      *    checkpointed.
      ******************************************************
       2100-PROCESS-RESPONSE.
           SET DL119-REC-VALID TO TRUE.
           IF DL119-REC-VALID
               PERFORM 2130-CHECK-DUPLICATE THRU 2130-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN DL119-REC-VALID
                   PERFORM 2200-APPLY-RESPONSE THRU 2200-EXIT
                   ADD 1 TO DL119-APPLIED-COUNT
               WHEN DL119-REC-APPLIED-BEFORE
                   ADD 1 TO DL119-ALREADY-COUNT
               WHEN OTHER
                   ADD 1 TO DL119-REJECTED-COUNT
           END-EVALUATE.
           MOVE SVL-CUST-ID TO DL119-LAST-KEY.
           ADD 1 TO DL119-SINCE-CKPT.
           IF DL119-SINCE-CKPT >= DL119-CKPT-INTERVAL
               PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
               MOVE ZERO TO DL119-SINCE-CKPT
           END-IF.
           PERFORM 2000-READ-RESPONSE THRU 2000-EXIT.
       2100-EXIT.
       2120-EXIT.
           EXIT.
      *
      ******************************************************
      *    2130-CHECK-DUPLICATE
      *    On a restart, a line past the checkpoint but inside
      *    the interval after it may have been applied by the
      *    interrupted run just before it died.  Its SRVHIST
      *    record then carries the run's load date and the
      *    same rating - that line is counted as applied
      *    before the restart, not rejected as a duplicate.
      ******************************************************
       2130-CHECK-DUPLICATE.
           MOVE SVL-CUST-ID   TO SRV-CUST-ID.
           MOVE SVL-SURVEY-DT TO SRV-SURVEY-DT.
           READ SURVEY-HISTORY
               INVALID KEY
                   GO TO 2130-EXIT
           END-READ.
           IF DL119-RESTART
               AND DL119-LINE-NO NOT > DL119-WINDOW-END
               AND SRV-LOAD-DT = DL119-LOAD-DATE
               AND SRV-RATING = DL119-RATING
               SET DL119-REC-APPLIED-BEFORE TO TRUE
               GO TO 2130-EXIT
           END-IF.
           MOVE "DUPLICATE RESPONSE FOR SURVEY DATE"
               TO DL119-EXC-REASON.
           PERFORM 2150-PRINT-REJECT THRU 2150-EXIT.
       2130-EXIT.
           EXIT.
      *
      *    DL100C screen enforces), audited per moved flag and
      *    journalled - then the dated history record, which is
      *    never overwritten.  The CUSTMAS buffer still holds
      *    the record 2120 read for update.  A rating the master
      *    already holds moves no flag: the master is left as
      *    it is (no rewrite, no journal image without an audit
      *    entry to answer for it), and the response still goes
      *    to SRVHIST and its wave.
      ******************************************************
       2200-APPLY-RESPONSE.
           MOVE CUST-SAT-HIGH TO DL119-OLDC-SAT-HIGH.
               WHEN "L"
                   MOVE "X" TO CUST-SAT-LOW
           END-EVALUATE.
           IF DL119-OLDC-SAT-HIGH = CUST-SAT-HIGH
               AND DL119-OLDC-SAT-MED = CUST-SAT-MED
               AND DL119-OLDC-SAT-LOW = CUST-SAT-LOW
               ADD 1 TO DL119-SAME-COUNT
           ELSE
               PERFORM 2300-REWRITE-MASTER THRU 2300-EXIT
           END-IF.
           MOVE SVL-CUST-ID      TO SRV-CUST-ID.
           MOVE SVL-SURVEY-DT    TO SRV-SURVEY-DT.
           MOVE DL119-RATING     TO SRV-RATING.
           MOVE DL119-LOAD-DATE  TO SRV-LOAD-DT.
           WRITE SURVEY-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM 2600-MATCH-WAVE THRU 2600-EXIT.
       2200-EXIT.
           EXIT.
      *
      ******************************************************
      *    2300-REWRITE-MASTER
      *    The moved flags onto the master under the run's
      *    stamp, with their audit entries and after image.
      ******************************************************
       2300-REWRITE-MASTER.
           ACCEPT DL119-NOW-TIME FROM TIME.
           MOVE DL119-TODAY-DATE  TO CUST-LAST-UPD-DT.
           MOVE DL119-NOW-TIME    TO CUST-LAST-UPD-TM.
           END-REWRITE.
           PERFORM 2400-LOG-AUDIT-CHANGES THRU 2400-EXIT.
           PERFORM 2500-WRITE-JOURNAL THRU 2500-EXIT.
       2300-EXIT.
           EXIT.
      *
      ******************************************************
           EXIT.
      *
      ******************************************************
      *    2600-MATCH-WAVE
      *    The customer's wave records, found by starting on
      *    the Customer ID; the latest still unanswered (M)
      *    whose mailing date is not after the survey date is
      *    the mailing this response answers.  A response with
      *    no such wave (sent before the selection run existed,
      *    or unsolicited) still lands on the master and
      *    SRVHIST - it is only counted as unmatched.
      ******************************************************
       2600-MATCH-WAVE.
           MOVE "N" TO DL119-MATCH-SW.
           MOVE ZERO TO DL119-MATCH-MAILED-DT.
           MOVE SVL-SURVEY-DT TO DL119-SURVEY-DT-NUM.
           IF DL119-SWV-AVAILABLE
               MOVE "N" TO DL119-SWV-EOF-SW
               MOVE SVL-CUST-ID TO SWV-CUST-ID
               MOVE ZERO TO SWV-WAVE-NO
               START SURVEY-WAVE KEY IS NOT LESS THAN SWV-KEY
                   INVALID KEY
                       SET DL119-SWV-EOF TO TRUE
               END-START
               PERFORM 2610-SCAN-WAVE THRU 2610-EXIT
                   UNTIL DL119-SWV-EOF
           END-IF.
           IF NOT DL119-WAVE-MATCHED
               ADD 1 TO DL119-UNMATCHED-COUNT
               GO TO 2600-EXIT
           END-IF.
           MOVE SVL-CUST-ID         TO SWV-CUST-ID.
           MOVE DL119-MATCH-WAVE-NO TO SWV-WAVE-NO.
           READ SURVEY-WAVE
               INVALID KEY
                   ADD 1 TO DL119-UNMATCHED-COUNT
                   GO TO 2600-EXIT
           END-READ.
           SET SWV-RESPONDED        TO TRUE.
           MOVE DL119-SURVEY-DT-NUM TO SWV-RESP-SURVEY-DT.
           MOVE DL119-RATING        TO SWV-RESP-RATING.
           MOVE DL119-LOAD-DATE     TO SWV-RESP-LOAD-DT.
           REWRITE SURVEY-WAVE-RECORD
               INVALID KEY
                   ADD 1 TO DL119-UNMATCHED-COUNT
                   GO TO 2600-EXIT
           END-REWRITE.
           ADD 1 TO DL119-MATCHED-COUNT.
       2600-EXIT.
           EXIT.
      *
       2610-SCAN-WAVE.
           READ SURVEY-WAVE NEXT RECORD
               AT END
                   SET DL119-SWV-EOF TO TRUE
                   GO TO 2610-EXIT
           END-READ.
           IF SWV-CUST-ID NOT = SVL-CUST-ID
               SET DL119-SWV-EOF TO TRUE
               GO TO 2610-EXIT
           END-IF.
           IF SWV-MAILED
               AND SWV-MAILED-DT NOT > DL119-SURVEY-DT-NUM
               AND SWV-MAILED-DT NOT < DL119-MATCH-MAILED-DT
               SET DL119-WAVE-MATCHED TO TRUE
               MOVE SWV-WAVE-NO   TO DL119-MATCH-WAVE-NO
               MOVE SWV-MAILED-DT TO DL119-MATCH-MAILED-DT
           END-IF.
       2610-EXIT.
           EXIT.
      *
      ******************************************************
      *    2700-WRITE-CHECKPOINT
      *    The whole position, rewritten the way DL103 writes
      *    DL103CKP - state, the load date a restart must keep,
      *    SRVLOAD lines done across restarts and the last
      *    customer among them.
      ******************************************************
       2700-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE "DL119"           TO CKP-PROGRAM-ID.
           MOVE DL119-CKPT-STATE  TO CKP-STATE-CD.
           MOVE DL119-LOAD-DATE   TO CKP-RUN-DT.
           MOVE DL119-RUN-TIME    TO CKP-RUN-TM.
           MOVE DL119-TODAY-DATE  TO CKP-CKPT-DT.
           ACCEPT DL119-NOW-TIME FROM TIME.
           MOVE DL119-NOW-TIME    TO CKP-CKPT-TM.
           COMPUTE CKP-RECORDS-DONE =
               DL119-SKIPPED-SO-FAR + DL119-READ-COUNT.
           MOVE DL119-LAST-KEY    TO CKP-LAST-KEY.
           MOVE SPACES            TO CKP-INFLIGHT-KEY.
           WRITE CHECKPOINT-POSITION-RECORD.
           CLOSE CHECKPOINT-FILE.
       2700-EXIT.
           EXIT.
      *
      ******************************************************
      *    3000-PRINT-SUMMARY
      *    A clean finish closes the checkpoint out as C, so
      *    the next response file starts from its first line.
      ******************************************************
       3000-PRINT-SUMMARY.
           WRITE PRINT-REC FROM DL119-BLANK-LINE
           MOVE DL119-REJECTED-COUNT TO DL119-TOT-COUNT.
           WRITE PRINT-REC FROM DL119-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "APPLIED - RATING UNCHANGED" TO DL119-TOT-LABEL.
           MOVE DL119-SAME-COUNT TO DL119-TOT-COUNT.
           WRITE PRINT-REC FROM DL119-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "APPLIED - MATCHED TO A WAVE" TO DL119-TOT-LABEL.
           MOVE DL119-MATCHED-COUNT TO DL119-TOT-COUNT.
           WRITE PRINT-REC FROM DL119-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "APPLIED - NO OPEN WAVE" TO DL119-TOT-LABEL.
           MOVE DL119-UNMATCHED-COUNT TO DL119-TOT-COUNT.
           WRITE PRINT-REC FROM DL119-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF DL119-RESTART
               MOVE "ALREADY APPLIED BEFORE RESTART"
                   TO DL119-TOT-LABEL
               MOVE DL119-ALREADY-COUNT TO DL119-TOT-COUNT
               WRITE PRINT-REC FROM DL119-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "C" TO DL119-CKPT-STATE.
           MOVE ZERO TO DL119-SKIPPED-SO-FAR.
           MOVE ZERO TO DL119-READ-COUNT.
           MOVE SPACES TO DL119-LAST-KEY.
           PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT.
       3000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE SURVEY-LOAD-FILE.
           CLOSE SURVEY-HISTORY.
           IF DL119-SWV-AVAILABLE
               CLOSE SURVEY-WAVE
           END-IF.
           CLOSE CUSTOMER-MASTER.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
