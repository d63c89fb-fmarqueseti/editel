      **************************************************************
      *     Program: DL127.CBL
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     EDITEL Month-End Audit Rollover - keeps AUDITLOG to the
      *     current period.  One pass down the trail:
      *       - every entry dated before the cutoff (the first of
      *         the run month, or the date on the optional DL127PRM
      *         parameter record) is settled and is filed on the
      *         AUDHIST keyed audit history (AUDHIST.CPY);
      *       - every entry on or after the cutoff is copied to the
      *         AUDITLGO output generation, which the JCL catalogs
      *         over AUDITLOG as the fresh trail - the same
      *         generation pattern the DL123 erasure uses.  The old
      *         trail is never written to, so a failed run leaves
      *         everything where it was.
      *     A rerun after a failure finds the entries it already
      *     filed (same stamp, same values) and does not file them
      *     twice.  The report (DL127RPT) balances the run: entries
      *     read = filed + already on history + kept, and history
      *     records after = before + filed.  Anything out of
      *     balance sets return code 8 so the stream stops before
      *     the catalog step replaces AUDITLOG.  A once-a-month job
      *     under the DL118 controller.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL127.
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
           SELECT PARAMETER-FILE ASSIGN TO "DL127PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL127-PARM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL127-AUDIT-STATUS.
           SELECT AUDIT-FILE-OUT ASSIGN TO "AUDITLGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL127-AUDO-STATUS.
           SELECT AUDIT-HISTORY ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHS-KEY
               ALTERNATE RECORD KEY IS AHS-OPERATOR-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AHS-STAMP-KEY
                   WITH DUPLICATES
               FILE STATUS IS DL127-AHS-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DL127RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL127-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROLLOVER-PARM-RECORD.
           05  ROL-CUTOFF-DT         PIC X(08).
           05  ROL-CUTOFF-DT-NUM REDEFINES ROL-CUTOFF-DT
                                     PIC 9(08).
      *
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.CPY.
      *
       FD  AUDIT-FILE-OUT
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD-OUT          PIC X(175).
      *
       FD  AUDIT-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY AUDHIST.CPY.
      *
       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  PRINT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  DL127-SWITCHES.
           05  DL127-PARM-STATUS     PIC X(02) VALUE "00".
               88  DL127-PARM-OK               VALUE "00".
           05  DL127-AUDIT-STATUS    PIC X(02) VALUE "00".
               88  DL127-AUDIT-OK              VALUE "00".
           05  DL127-AUDIT-OPEN-SW   PIC X(01) VALUE "N".
               88  DL127-AUDIT-OPEN            VALUE "Y".
           05  DL127-AUD-EOF-SW      PIC X(01) VALUE "N".
               88  DL127-AUD-EOF               VALUE "Y".
           05  DL127-AUDO-STATUS     PIC X(02) VALUE "00".
               88  DL127-AUDO-OK               VALUE "00".
           05  DL127-AHS-STATUS      PIC X(02) VALUE "00".
               88  DL127-AHS-OK                VALUE "00".
           05  DL127-AHS-EOF-SW      PIC X(01) VALUE "N".
               88  DL127-AHS-EOF               VALUE "Y".
           05  DL127-PRINT-STATUS    PIC X(02) VALUE "00".
           05  DL127-ON-FILE-SW      PIC X(01) VALUE "N".
               88  DL127-ON-FILE               VALUE "Y".
           05  DL127-BALANCED-SW     PIC X(01) VALUE "Y".
               88  DL127-BALANCED              VALUE "Y".
      *
       01  DL127-WORK-FIELDS.
           05  DL127-TODAY-DATE      PIC 9(08) VALUE ZERO.
           05  DL127-CUTOFF-DT       PIC 9(08) VALUE ZERO.
           05  DL127-CUTOFF-PARTS REDEFINES DL127-CUTOFF-DT.
               10  DL127-CUTOFF-YYYY     PIC 9(04).
               10  DL127-CUTOFF-MM       PIC 9(02).
               10  DL127-CUTOFF-DD       PIC 9(02).
           05  DL127-HIGH-SEQ-NO     PIC 9(04) VALUE ZERO.
           05  DL127-CHECK-TOTAL     PIC 9(07) COMP VALUE ZERO.
      *
       01  DL127-COUNTERS.
           05  DL127-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  DL127-FILED-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  DL127-ON-FILE-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL127-KEPT-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  DL127-FAILED-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  DL127-HIST-BEFORE     PIC 9(07) COMP VALUE ZERO.
           05  DL127-HIST-AFTER      PIC 9(07) COMP VALUE ZERO.
           05  DL127-HIST-COUNT      PIC 9(07) COMP VALUE ZERO.
      *
       01  DL127-HEAD-1.
           05  FILLER  PIC X(35) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE "EDITEL MONTH-END AUDIT ROLLOVER".
      *
       01  DL127-DATE-LINE.
           05  FILLER                PIC X(35) VALUE SPACES.
           05  FILLER                PIC X(14)
               VALUE "RUN DATE      ".
           05  DL127-DATE-PRT        PIC 9(08).
           05  FILLER                PIC X(14)
               VALUE "   CUTOFF     ".
           05  DL127-CUTOFF-PRT      PIC 9(08).
      *
       01  DL127-SECTION-LINE.
           05  DL127-SECTION-TEXT    PIC X(60).
      *
       01  DL127-TOTAL-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL127-TOT-LABEL       PIC X(30).
           05  DL127-TOT-COUNT       PIC ZZZ,ZZ9.
      *
       01  DL127-BALANCE-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL127-BAL-LABEL       PIC X(30).
           05  DL127-BAL-LEFT        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DL127-BAL-RIGHT       PIC ZZZ,ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DL127-BAL-RESULT      PIC X(14).
      *
       01  DL127-BLANK-LINE          PIC X(01) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************
      *    0000-MAINLINE
      ******************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1200-COUNT-HISTORY THRU 1200-EXIT.
           MOVE DL127-HIST-COUNT TO DL127-HIST-BEFORE.
           IF DL127-AUDIT-OPEN
               PERFORM 2000-READ-AUDIT THRU 2000-EXIT
               PERFORM 2100-ROLL-ENTRY THRU 2100-EXIT
                   UNTIL DL127-AUD-EOF
           END-IF.
           PERFORM 2900-CLOSE-TRAILS THRU 2900-EXIT.
           PERFORM 1200-COUNT-HISTORY THRU 1200-EXIT.
           MOVE DL127-HIST-COUNT TO DL127-HIST-AFTER.
           PERFORM 3000-PRINT-BALANCE THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF NOT DL127-BALANCED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      ******************************************************
      *    1000-INITIALIZE
      *    The cutoff defaults to the first of the run month,
      *    so a run just after month end settles the whole of
      *    the month before.  A DL127PRM date overrides it but
      *    may not be after today - nothing not yet written
      *    can be settled.  The history is bootstrapped on the
      *    first rollover.  A missing AUDITLOG is an empty
      *    trail: AUDITLGO is still written, empty.
      ******************************************************
       1000-INITIALIZE.
           ACCEPT DL127-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DL127-TODAY-DATE TO DL127-CUTOFF-DT.
           MOVE 01 TO DL127-CUTOFF-DD.
           OPEN INPUT PARAMETER-FILE.
           IF DL127-PARM-OK
               READ PARAMETER-FILE
                   AT END
                       MOVE SPACES TO ROL-CUTOFF-DT
               END-READ
               IF ROL-CUTOFF-DT NOT = SPACES
                   IF ROL-CUTOFF-DT NOT NUMERIC
                       OR ROL-CUTOFF-DT-NUM > DL127-TODAY-DATE
                       DISPLAY "DL127: CUTOFF MUST BE A DATE NOT AFTER"
                           " TODAY, GOT " ROL-CUTOFF-DT
                       CLOSE PARAMETER-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE ROL-CUTOFF-DT-NUM TO DL127-CUTOFF-DT
               END-IF
               CLOSE PARAMETER-FILE
           END-IF.
           OPEN I-O AUDIT-HISTORY.
           IF NOT DL127-AHS-OK AND DL127-AHS-STATUS NOT = "05"
               IF DL127-AHS-STATUS = "35"
                   OPEN OUTPUT AUDIT-HISTORY
                   CLOSE AUDIT-HISTORY
                   OPEN I-O AUDIT-HISTORY
               END-IF
           END-IF.
           IF NOT DL127-AHS-OK AND DL127-AHS-STATUS NOT = "05"
               DISPLAY "DL127: UNABLE TO OPEN AUDHIST, STATUS="
                   DL127-AHS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF DL127-AUDIT-OK
               SET DL127-AUDIT-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT AUDIT-FILE-OUT.
           IF NOT DL127-AUDO-OK
               DISPLAY "DL127: UNABLE TO OPEN AUDITLGO, STATUS="
                   DL127-AUDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM DL127-HEAD-1 AFTER ADVANCING PAGE.
           MOVE DL127-TODAY-DATE TO DL127-DATE-PRT.
           MOVE DL127-CUTOFF-DT  TO DL127-CUTOFF-PRT.
           WRITE PRINT-REC FROM DL127-DATE-LINE
               AFTER ADVANCING 1 LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************
      *    1200-COUNT-HISTORY
      *    A full count of AUDHIST, taken before and after the
      *    roll so the report can prove every filed entry
      *    landed.
      ******************************************************
       1200-COUNT-HISTORY.
           MOVE ZERO TO DL127-HIST-COUNT.
           MOVE "N" TO DL127-AHS-EOF-SW.
           MOVE LOW-VALUES TO AHS-KEY.
           START AUDIT-HISTORY KEY IS NOT LESS THAN AHS-KEY
               INVALID KEY
                   SET DL127-AHS-EOF TO TRUE
           END-START.
           PERFORM 1210-COUNT-ONE-HISTORY THRU 1210-EXIT
               UNTIL DL127-AHS-EOF.
       1200-EXIT.
           EXIT.
      *
       1210-COUNT-ONE-HISTORY.
           READ AUDIT-HISTORY NEXT RECORD
               AT END
                   SET DL127-AHS-EOF TO TRUE
           END-READ.
           IF NOT DL127-AHS-EOF
               ADD 1 TO DL127-HIST-COUNT
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************
      *    2000-READ-AUDIT
      ******************************************************
       2000-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET DL127-AUD-EOF TO TRUE
           END-READ.
           IF NOT DL127-AUD-EOF
               ADD 1 TO DL127-READ-COUNT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************
      *    2100-ROLL-ENTRY
      *    Settled entries go to the history, the rest to the
      *    fresh trail, in the order AUDITLOG holds them.
      ******************************************************
       2100-ROLL-ENTRY.
           IF AUD-UPD-DT < DL127-CUTOFF-DT
               PERFORM 2200-FILE-TO-HISTORY THRU 2200-EXIT
           ELSE
               WRITE AUDIT-RECORD-OUT FROM AUDIT-RECORD
               IF DL127-AUDO-OK
                   ADD 1 TO DL127-KEPT-COUNT
               ELSE
                   DISPLAY "DL127: WRITE TO AUDITLGO FAILED, STATUS="
                       DL127-AUDO-STATUS
                   ADD 1 TO DL127-FAILED-COUNT
               END-IF
           END-IF.
           PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
       2100-EXIT.
           EXIT.
      *
      ******************************************************
      *    2200-FILE-TO-HISTORY
      *    The entries already on file under this customer and
      *    stamp are read first: one identical in every field
      *    means a rerun already filed it; otherwise the entry
      *    takes the next sequence number under the stamp.
      ******************************************************
       2200-FILE-TO-HISTORY.
           MOVE "N"  TO DL127-ON-FILE-SW.
           MOVE ZERO TO DL127-HIGH-SEQ-NO.
           MOVE "N"  TO DL127-AHS-EOF-SW.
           MOVE AUD-CUST-ID TO AHS-CUST-ID.
           MOVE AUD-UPD-DT  TO AHS-UPD-DT.
           MOVE AUD-UPD-TM  TO AHS-UPD-TM.
           MOVE ZERO        TO AHS-SEQ-NO.
           START AUDIT-HISTORY KEY IS NOT LESS THAN AHS-KEY
               INVALID KEY
                   SET DL127-AHS-EOF TO TRUE
           END-START.
           PERFORM 2210-CHECK-ONE-FILED THRU 2210-EXIT
               UNTIL DL127-AHS-EOF OR DL127-ON-FILE.
           IF DL127-ON-FILE
               ADD 1 TO DL127-ON-FILE-COUNT
               GO TO 2200-EXIT
           END-IF.
           MOVE AUD-CUST-ID      TO AHS-CUST-ID.
           MOVE AUD-UPD-DT       TO AHS-UPD-DT.
           MOVE AUD-UPD-TM       TO AHS-UPD-TM.
           COMPUTE AHS-SEQ-NO = DL127-HIGH-SEQ-NO + 1.
           MOVE AUD-OPERATOR-ID  TO AHS-OPERATOR-ID.
           MOVE AUD-FIELD-NAME   TO AHS-FIELD-NAME.
           MOVE AUD-OLD-VALUE    TO AHS-OLD-VALUE.
           MOVE AUD-NEW-VALUE    TO AHS-NEW-VALUE.
           MOVE AUD-UPD-DT       TO AHS-STAMP-DT.
           MOVE AUD-UPD-TM       TO AHS-STAMP-TM.
           WRITE AUDIT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "DL127: WRITE TO AUDHIST FAILED, STATUS="
                       DL127-AHS-STATUS " CUST " AUD-CUST-ID
                   ADD 1 TO DL127-FAILED-COUNT
                   GO TO 2200-EXIT
           END-WRITE.
           ADD 1 TO DL127-FILED-COUNT.
       2200-EXIT.
           EXIT.
      *
       2210-CHECK-ONE-FILED.
           READ AUDIT-HISTORY NEXT RECORD
               AT END
                   SET DL127-AHS-EOF TO TRUE
           END-READ.
           IF DL127-AHS-EOF
               GO TO 2210-EXIT
           END-IF.
           IF AHS-CUST-ID NOT = AUD-CUST-ID
               OR AHS-UPD-DT NOT = AUD-UPD-DT
               OR AHS-UPD-TM NOT = AUD-UPD-TM
               SET DL127-AHS-EOF TO TRUE
               GO TO 2210-EXIT
           END-IF.
           MOVE AHS-SEQ-NO TO DL127-HIGH-SEQ-NO.
           IF AHS-OPERATOR-ID = AUD-OPERATOR-ID
               AND AHS-FIELD-NAME = AUD-FIELD-NAME
               AND AHS-OLD-VALUE  = AUD-OLD-VALUE
               AND AHS-NEW-VALUE  = AUD-NEW-VALUE
               SET DL127-ON-FILE TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.
      *
      ******************************************************
      *    2900-CLOSE-TRAILS
      *    A fresh trail that does not close clean is as bad
      *    as a lost entry - the balance fails on it.
      ******************************************************
       2900-CLOSE-TRAILS.
           IF DL127-AUDIT-OPEN
               CLOSE AUDIT-FILE
           END-IF.
           CLOSE AUDIT-FILE-OUT.
           IF NOT DL127-AUDO-OK
               DISPLAY "DL127: CLOSE OF AUDITLGO FAILED, STATUS="
                   DL127-AUDO-STATUS
               MOVE "N" TO DL127-BALANCED-SW
           END-IF.
       2900-EXIT.
           EXIT.
      *
      ******************************************************
      *    3000-PRINT-BALANCE
      *    The run's counts, then the two proofs.  Either one
      *    failing - or any entry that could not be written -
      *    marks the run out of balance.
      ******************************************************
       3000-PRINT-BALANCE.
           WRITE PRINT-REC FROM DL127-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           IF NOT DL127-AUDIT-OPEN
               MOVE "NO AUDITLOG TRAIL - EMPTY AUDITLGO WRITTEN"
                   TO DL127-SECTION-TEXT
               WRITE PRINT-REC FROM DL127-SECTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "AUDITLOG ENTRIES READ" TO DL127-TOT-LABEL.
           MOVE DL127-READ-COUNT TO DL127-TOT-COUNT.
           WRITE PRINT-REC FROM DL127-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  FILED ON AUDHIST" TO DL127-TOT-LABEL.
           MOVE DL127-FILED-COUNT TO DL127-TOT-COUNT.
           WRITE PRINT-REC FROM DL127-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  ALREADY ON AUDHIST" TO DL127-TOT-LABEL.
           MOVE DL127-ON-FILE-COUNT TO DL127-TOT-COUNT.
           WRITE PRINT-REC FROM DL127-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  KEPT ON AUDITLGO" TO DL127-TOT-LABEL.
           MOVE DL127-KEPT-COUNT TO DL127-TOT-COUNT.
           WRITE PRINT-REC FROM DL127-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  NOT WRITTEN - SEE LOG" TO DL127-TOT-LABEL.
           MOVE DL127-FAILED-COUNT TO DL127-TOT-COUNT.
           WRITE PRINT-REC FROM DL127-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "AUDHIST RECORDS BEFORE" TO DL127-TOT-LABEL.
           MOVE DL127-HIST-BEFORE TO DL127-TOT-COUNT.
           WRITE PRINT-REC FROM DL127-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "AUDHIST RECORDS AFTER" TO DL127-TOT-LABEL.
           MOVE DL127-HIST-AFTER TO DL127-TOT-COUNT.
           WRITE PRINT-REC FROM DL127-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM DL127-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "BALANCING" TO DL127-SECTION-TEXT.
           WRITE PRINT-REC FROM DL127-SECTION-LINE
               AFTER ADVANCING 1 LINE.
           IF DL127-FAILED-COUNT > ZERO
               MOVE "N" TO DL127-BALANCED-SW
           END-IF.
      *        Read = filed + already filed + kept.
           COMPUTE DL127-CHECK-TOTAL = DL127-FILED-COUNT
               + DL127-ON-FILE-COUNT + DL127-KEPT-COUNT.
           MOVE "READ VS FILED+ON FILE+KEPT" TO DL127-BAL-LABEL.
           MOVE DL127-READ-COUNT  TO DL127-BAL-LEFT.
           MOVE DL127-CHECK-TOTAL TO DL127-BAL-RIGHT.
           IF DL127-READ-COUNT = DL127-CHECK-TOTAL
               MOVE "BALANCED" TO DL127-BAL-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO DL127-BAL-RESULT
               MOVE "N" TO DL127-BALANCED-SW
           END-IF.
           WRITE PRINT-REC FROM DL127-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
      *        History after = history before + filed.
           COMPUTE DL127-CHECK-TOTAL = DL127-HIST-BEFORE
               + DL127-FILED-COUNT.
           MOVE "AUDHIST AFTER VS BEFORE+FILED" TO DL127-BAL-LABEL.
           MOVE DL127-HIST-AFTER  TO DL127-BAL-LEFT.
           MOVE DL127-CHECK-TOTAL TO DL127-BAL-RIGHT.
           IF DL127-HIST-AFTER = DL127-CHECK-TOTAL
               MOVE "BALANCED" TO DL127-BAL-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO DL127-BAL-RESULT
               MOVE "N" TO DL127-BALANCED-SW
           END-IF.
           WRITE PRINT-REC FROM DL127-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM DL127-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           IF DL127-BALANCED
               MOVE "ROLLOVER BALANCED - CATALOG AUDITLGO AS AUDITLOG"
                   TO DL127-SECTION-TEXT
           ELSE
               MOVE "OUT OF BALANCE - DO NOT CATALOG AUDITLGO"
                   TO DL127-SECTION-TEXT
           END-IF.
           WRITE PRINT-REC FROM DL127-SECTION-LINE
               AFTER ADVANCING 1 LINE.
       3000-EXIT.
           EXIT.
      *
      ******************************************************
      *    9000-TERMINATE
      ******************************************************
       9000-TERMINATE.
           CLOSE AUDIT-HISTORY.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
