      *         REFUSED (message and return code 8, which the JCL
      *         COND tests stop the stream on) when the program's
      *         prerequisite has not completed for tonight's
      *         business date (DL115, DL126 and DL130 before DL113,
      *         DL102 before DL106) or when a once-a-period job (DL101,
      *         DL109, DL127) already completed this month; a
      *         granted start stamps the record R with the start
      *         date/time.  An E record marks the clean end - C
      *         status, end date/time and the record count the
      *         step reports.
      *       - Screen mode (no DL118PRM): a pageable list of every
      *         RUNCTL record - program, status, business date,
      *         start, end and count - so the morning shift sees at
      *         a glance which jobs ran and which died (a record
      *         still R the morning after is a job that never
      *         reached its end step) instead of grepping reports.
      *         A job still R that left a checkpoint on file (DL103,
      *         DL109, DL119) shows as restartable, with where the
      *         restart will pick up.
      * ------------------------------------------------------------
      *     Modification History
      *     09/02/2026  MVV  Initial version.
      *     10/15/2026  MVV  DL126 billing change feed must complete
      *                      before DL113 cuts the journal it reads
      *                      - new prerequisite line.  A job may now
      *                      have more than one prerequisite; every
      *                      matching table line is checked.  The
      *                      RUNCTL send position is zeroed on a
      *                      record this program creates.
      *     10/15/2026  MVV  DL127 month-end audit rollover added
      *                      to the once-a-period list.
      *     10/15/2026  MVV  A job still R with a live checkpoint
      *                      (DL103CKP, DL109CKP, DL119CKP) shows as
      *                      RESTARTABLE with its restart position
      *                      on the list, and a start granted to one
      *                      says it will restart.
      *     10/15/2026  MVV  DL130 control-total balancing must
      *                      complete before DL113 backs up the
      *                      master and cuts the journal - new
      *                      prerequisite line.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL118.
           SELECT PARAMETER-FILE ASSIGN TO "DL118PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL118-PARM-STATUS.
           SELECT DL103-CKPT-FILE ASSIGN TO "DL103CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL118-CKPT-STATUS.
           SELECT DL109-CKPT-FILE ASSIGN TO "DL109CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL118-CKPT-STATUS.
           SELECT DL119-CKPT-FILE ASSIGN TO "DL119CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL118-CKPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
               88  DLP-REQUEST-END           VALUE "E".
           05  DLP-PROGRAM-ID        PIC X(08).
           05  DLP-RECORD-COUNT      PIC X(07).
      *
      *        The restartable jobs' checkpoints, read only to see
      *        whether a job still R died with a restart position
      *        on file.  DL109 and DL119 share the CHKPTPOS layout,
      *        so each is read INTO the one working-storage copy.
       FD  DL103-CKPT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHKPTREC.CPY.
      *
       FD  DL109-CKPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DL109-CKPT-REC            PIC X(56).
      *
       FD  DL119-CKPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DL119-CKPT-REC            PIC X(56).
      *
       WORKING-STORAGE SECTION.
       01  DL118-SWITCHES.
               88  DL118-REFUSED               VALUE "Y".
           05  DL118-REC-FOUND-SW    PIC X(01) VALUE "N".
               88  DL118-REC-FOUND             VALUE "Y".
           05  DL118-CKPT-STATUS     PIC X(02) VALUE "00".
               88  DL118-CKPT-OK               VALUE "00".
           05  DL118-RESTART-SW      PIC X(01) VALUE "N".
               88  DL118-RESTARTABLE           VALUE "Y".
      *
       01  DL118-RESTART-TEXT.
           05  DL118-RST-WORD        PIC X(12) VALUE SPACES.
           05  DL118-RST-POS         PIC X(07) VALUE SPACES.
      *
           COPY CHKPTPOS.CPY.
      *
       01  DL118-WORK-FIELDS.
           05  DL118-CRT-STATUS      PIC 9(04) VALUE ZERO.
      **************************************************************
      *     The ordering rules themselves - one entry per job with
      *     a prerequisite that must have completed for tonight's
      *     business date before the job may start (the digest and
      *     the billing change feed must each read the journal
      *     before the backup cuts it, and the night must balance
      *     before it is backed up; the
      *     reconciliation must cut corrections before the apply
      *     runs), and one entry per job allowed a single clean run
      *     per calendar month.  New rules are new table lines, not
               VALUE "DL113   DL115   ".
           05  FILLER                PIC X(16)
               VALUE "DL106   DL102   ".
           05  FILLER                PIC X(16)
               VALUE "DL113   DL126   ".
           05  FILLER                PIC X(16)
               VALUE "DL113   DL130   ".
       01  DL118-PREREQ-TABLE REDEFINES DL118-PREREQ-VALUES.
           05  DL118-PREREQ-ENTRY OCCURS 4 TIMES.
               10  DL118-PRE-JOB         PIC X(08).
               10  DL118-PRE-NEEDS       PIC X(08).
       01  DL118-PREREQ-SUB          PIC 9(02) COMP VALUE ZERO.
       01  DL118-MONTHLY-VALUES.
           05  FILLER                PIC X(08) VALUE "DL101   ".
           05  FILLER                PIC X(08) VALUE "DL109   ".
           05  FILLER                PIC X(08) VALUE "DL127   ".
       01  DL118-MONTHLY-TABLE REDEFINES DL118-MONTHLY-VALUES.
           05  DL118-MONTHLY-JOB OCCURS 3 TIMES PIC X(08).
       01  DL118-MONTHLY-SUB         PIC 9(02) COMP VALUE ZERO.
      *
       01  DL118-BRW-FIELDS.
               10  DL118-BRW-LINE-ENTM   PIC 9(06).
               10  FILLER                PIC X(01).
               10  DL118-BRW-LINE-CNT    PIC ZZZZZZ9.
               10  FILLER                PIC X(01).
               10  DL118-BRW-LINE-RST    PIC X(19).
      *
       SCREEN SECTION.
       01  DL118-BRW-SCR.
               LINE 4 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 3.
           05  VALUE "End      Count"
               LINE 4 COLUMN 45 BACKGROUND-COLOR 0 FOREGROUND-COLOR 3.
           05  VALUE "Restart At"
               LINE 4 COLUMN 61 BACKGROUND-COLOR 0 FOREGROUND-COLOR 3.
           05  DL118-BRW-SCR-LINE LINE PLUS 1 COLUMN 1 PIC X(79)
               OCCURS 15 TIMES FROM DL118-BRW-DISPLAY-LINE.
           05  VALUE "PF7=Prev  PF8=Next  PF3/PF12=Exit"
               LINE 21 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 3.
      *    prerequisite (if it has one) must show complete for
      *    tonight's business date, and a once-a-period job
      *    must not already have completed this month.  A
      *    granted start stamps the job's record R.  A job
      *    whose record is still R from a run that died with
      *    a checkpoint on file is told it will restart.
      ******************************************************
       2100-GRANT-OR-REFUSE-START.
           PERFORM 2110-CHECK-PREREQUISITE THRU 2110-EXIT.
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-READ-RUN-RECORD THRU 2200-EXIT.
           MOVE "N" TO DL118-RESTART-SW.
           IF DL118-REC-FOUND AND RCT-RUNNING
               PERFORM 2500-CHECK-RESTART THRU 2500-EXIT
           END-IF.
           IF DL118-RESTARTABLE
               DISPLAY "DL118: " DL118-REQ-PROGRAM
                   " WILL RESTART FROM CHECKPOINT AT "
                   DL118-RST-POS
           END-IF.
           MOVE DL118-REQ-PROGRAM TO RCT-PROGRAM-ID.
           MOVE "R"               TO RCT-STATUS-CD.
           MOVE DL118-TODAY-DATE  TO RCT-BUSINESS-DT.
           MOVE ZERO              TO RCT-END-DT.
           MOVE ZERO              TO RCT-END-TM.
           MOVE ZERO              TO RCT-RECORD-COUNT.
           IF NOT DL118-REC-FOUND
               MOVE ZERO          TO RCT-SEND-POSITION
           END-IF.
           PERFORM 2250-COMMIT-RUN-RECORD THRU 2250-EXIT.
           DISPLAY "DL118: START GRANTED FOR " DL118-REQ-PROGRAM.
       2100-EXIT.
      *
      ******************************************************
      *    2110-CHECK-PREREQUISITE
      *    A table scan for the requesting job; every hit
      *    names a program that must show C for tonight's
      *    business date on RUNCTL before this one may start.
      *    Each unmet prerequisite is reported, so one refusal
      *    tells the operator everything still outstanding.
      ******************************************************
       2110-CHECK-PREREQUISITE.
           PERFORM 2111-SCAN-PREREQ-ENTRY THRU 2111-EXIT
               VARYING DL118-PREREQ-SUB FROM 1 BY 1
               UNTIL DL118-PREREQ-SUB > 4.
       2110-EXIT.
           EXIT.
      *
       2111-SCAN-PREREQ-ENTRY.
           IF DL118-PRE-JOB (DL118-PREREQ-SUB) = DL118-REQ-PROGRAM
               MOVE DL118-PRE-NEEDS (DL118-PREREQ-SUB)
                   TO DL118-PREREQ-ID
               PERFORM 2112-CHECK-ONE-PREREQ THRU 2112-EXIT
           END-IF.
       2111-EXIT.
           EXIT.
      *
       2112-CHECK-ONE-PREREQ.
           MOVE DL118-PREREQ-ID TO RCT-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                       DL118-REQ-PROGRAM " - PREREQUISITE "
                       DL118-PREREQ-ID " HAS NEVER RUN"
                   SET DL118-REFUSED TO TRUE
                   GO TO 2112-EXIT
           END-READ.
           IF NOT RCT-COMPLETE
               OR RCT-BUSINESS-DT NOT = DL118-TODAY-DATE
                   DL118-PREREQ-ID " NOT COMPLETE TONIGHT"
               SET DL118-REFUSED TO TRUE
           END-IF.
       2112-EXIT.
           EXIT.
      *
      ******************************************************
           MOVE "N" TO DL118-REC-FOUND-SW.
           PERFORM 2121-SCAN-MONTHLY-ENTRY THRU 2121-EXIT
               VARYING DL118-MONTHLY-SUB FROM 1 BY 1
               UNTIL DL118-MONTHLY-SUB > 3.
           IF NOT DL118-REC-FOUND
               GO TO 2120-EXIT
           END-IF.
               MOVE DL118-TODAY-DATE  TO RCT-BUSINESS-DT
               MOVE ZERO              TO RCT-START-DT
               MOVE ZERO              TO RCT-START-TM
               MOVE ZERO              TO RCT-SEND-POSITION
           END-IF.
           MOVE "C"              TO RCT-STATUS-CD.
           MOVE DL118-TODAY-DATE TO RCT-END-DT.
                   DL118-BRW-LINE-ENTM (DL118-BRW-SUB)
               MOVE RCT-RECORD-COUNT TO
                   DL118-BRW-LINE-CNT (DL118-BRW-SUB)
               MOVE "N" TO DL118-RESTART-SW
               IF RCT-RUNNING
                   PERFORM 2500-CHECK-RESTART THRU 2500-EXIT
               END-IF
               IF DL118-RESTARTABLE
                   MOVE DL118-RESTART-TEXT TO
                       DL118-BRW-LINE-RST (DL118-BRW-SUB)
               END-IF
               ADD 1 TO DL118-BRW-SUB
           END-IF.
       2412-EXIT.
           EXIT.
      *
      ******************************************************
      *    2500-CHECK-RESTART
      *    For a job whose record is still R: a live checkpoint
      *    on its checkpoint file makes it restartable, and the
      *    text names where the restart picks up - DL103 and
      *    DL119 by input lines already done, DL109 by the last
      *    customer it purged (TOP when it died before the
      *    first).  Jobs without a checkpoint are left as they
      *    are.
      ******************************************************
       2500-CHECK-RESTART.
           MOVE "N" TO DL118-RESTART-SW.
           MOVE "RESTARTABLE" TO DL118-RST-WORD.
           MOVE SPACES TO DL118-RST-POS.
           EVALUATE RCT-PROGRAM-ID
               WHEN "DL103"
                   PERFORM 2510-CHECK-DL103 THRU 2510-EXIT
               WHEN "DL109"
                   PERFORM 2520-CHECK-DL109 THRU 2520-EXIT
               WHEN "DL119"
                   PERFORM 2530-CHECK-DL119 THRU 2530-EXIT
           END-EVALUATE.
       2500-EXIT.
           EXIT.
      *
       2510-CHECK-DL103.
           OPEN INPUT DL103-CKPT-FILE.
           IF NOT DL118-CKPT-OK
               GO TO 2510-EXIT
           END-IF.
           READ DL103-CKPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CKP-RECORDS-LOADED NUMERIC
                       AND CKP-RECORDS-LOADED > 0
                       SET DL118-RESTARTABLE TO TRUE
                       MOVE CKP-RECORDS-LOADED TO DL118-RST-POS
                   END-IF
           END-READ.
           CLOSE DL103-CKPT-FILE.
       2510-EXIT.
           EXIT.
      *
       2520-CHECK-DL109.
           OPEN INPUT DL109-CKPT-FILE.
           IF NOT DL118-CKPT-OK
               GO TO 2520-EXIT
           END-IF.
           READ DL109-CKPT-FILE INTO CHECKPOINT-POSITION-RECORD
               AT END
                   MOVE SPACES TO CHECKPOINT-POSITION-RECORD
           END-READ.
           CLOSE DL109-CKPT-FILE.
           IF CKP-RUN-IN-PROGRESS
               SET DL118-RESTARTABLE TO TRUE
               IF CKP-LAST-KEY = SPACES
                   MOVE "TOP" TO DL118-RST-POS
               ELSE
                   MOVE CKP-LAST-KEY TO DL118-RST-POS
               END-IF
           END-IF.
       2520-EXIT.
           EXIT.
      *
       2530-CHECK-DL119.
           OPEN INPUT DL119-CKPT-FILE.
           IF NOT DL118-CKPT-OK
               GO TO 2530-EXIT
           END-IF.
           READ DL119-CKPT-FILE INTO CHECKPOINT-POSITION-RECORD
               AT END
                   MOVE SPACES TO CHECKPOINT-POSITION-RECORD
           END-READ.
           CLOSE DL119-CKPT-FILE.
           IF CKP-RUN-IN-PROGRESS AND CKP-RECORDS-DONE NUMERIC
               SET DL118-RESTARTABLE TO TRUE
               MOVE CKP-RECORDS-DONE TO DL118-RST-POS
           END-IF.
       2530-EXIT.
           EXIT.
      *
      ******************************************************
      *    9000-TERMINATE
      ******************************************************
       9000-TERMINATE.
