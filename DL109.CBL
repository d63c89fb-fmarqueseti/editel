      *                      records now travel to the CNTARCH
      *                      archive the same way the CUSTCMT note
      *                      lines travel to CMTARCH.
      *     10/15/2026  MVV  Checkpoint/restart on DL109CKP
      *                      (CHKPTPOS), the way DL103 restarts: a
      *                      run that dies partway restarts past the
      *                      last customer it finished, on the
      *                      interrupted run's date, and a customer
      *                      it had begun archiving is finished - or
      *                      backed out if no longer due.  The
      *                      report says fresh run or restart, and
      *                      from where.
      *     10/15/2026  MVV  A restart settling a customer already
      *                      gone from CUSTMAS writes its D journal
      *                      record only when CUSTJRNL has none
      *                      since the checkpoint named it, and
      *                      says on the purge list which it was.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL109.
           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL109-JRNL-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "DL109CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL109-CKPT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DL109RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL109-PRINT-STATUS.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTJRNL.CPY.
      *
      *        Where the purge has got to - rewritten whole at
      *        every customer, the way DL103 keeps DL103CKP.
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHKPTPOS.CPY.
      *
       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           05  DL109-PRINT-STATUS    PIC X(02) VALUE "00".
           05  DL109-JRNL-STATUS     PIC X(02) VALUE "00".
               88  DL109-JRNL-OK               VALUE "00".
           05  DL109-CKPT-STATUS     PIC X(02) VALUE "00".
               88  DL109-CKPT-OK               VALUE "00".
           05  DL109-RESTART-SW      PIC X(01) VALUE "N".
               88  DL109-RESTART               VALUE "Y".
           05  DL109-ARC-FOUND-SW    PIC X(01) VALUE "N".
               88  DL109-ARC-IMAGE-FOUND       VALUE "Y".
           05  DL109-SCAN-EOF-SW     PIC X(01) VALUE "N".
               88  DL109-SCAN-EOF              VALUE "Y".
           05  DL109-JRN-FOUND-SW    PIC X(01) VALUE "N".
               88  DL109-JRN-DELETE-FOUND      VALUE "Y".
      *        What a restart does with the customer the interrupted
      *        run had begun but not finished archiving.
           05  DL109-RECOVERY-CD     PIC X(01) VALUE SPACE.
               88  DL109-RECOVER-NONE          VALUE SPACE.
               88  DL109-RECOVER-FINISH        VALUE "F".
               88  DL109-RECOVER-BACKOUT       VALUE "B".
               88  DL109-RECOVER-GONE          VALUE "G".
      *
      **************************************************************
      *     Retention cutoff - the run date rolled back
           05  DL109-STATUS-YYYYMM   PIC 9(06) VALUE ZERO.
           05  DL109-PURGE-ID        PIC X(06) VALUE SPACES.
           05  DL109-NOW-TIME        PIC 9(06) VALUE ZERO.
      *
      **************************************************************
      *     Checkpoint position.  The run date stamps the archive
      *     records and drives the cutoff; a restart takes it from
      *     the checkpoint, so a run restarted after midnight (or
      *     after month-end) finishes against the cutoff it started
      *     with and its archive records all carry one purge date.
      **************************************************************
       01  DL109-CKPT-FIELDS.
           05  DL109-RUN-DATE        PIC 9(08) VALUE ZERO.
           05  DL109-RUN-TIME        PIC 9(06) VALUE ZERO.
           05  DL109-CKPT-STATE      PIC X(01) VALUE "R".
           05  DL109-LAST-KEY        PIC X(06) VALUE SPACES.
           05  DL109-INFLIGHT-ID     PIC X(06) VALUE SPACES.
      *        When the checkpoint naming the in-flight customer was
      *        written - carried forward unchanged until a restart
      *        has settled that customer, so a second failure
      *        mid-settlement still looks back to the first.
           05  DL109-CKPT-DATE       PIC 9(08) VALUE ZERO.
           05  DL109-CKPT-TIME       PIC 9(06) VALUE ZERO.
      *
       01  DL109-COUNTERS.
           05  DL109-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  DL109-PURGED-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  DL109-CMT-PURGED-CNT  PIC 9(07) COMP VALUE ZERO.
           05  DL109-CNT-PURGED-CNT  PIC 9(07) COMP VALUE ZERO.
           05  DL109-PRIOR-PURGED    PIC 9(07) COMP VALUE ZERO.
           05  DL109-BACKOUT-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL109-CMT-RESTORED-CNT PIC 9(07) COMP VALUE ZERO.
           05  DL109-CNT-RESTORED-CNT PIC 9(07) COMP VALUE ZERO.
      *
       01  DL109-HEAD-1.
           05  FILLER  PIC X(35) VALUE SPACES.
           05  FILLER                PIC X(30)
               VALUE "RETENTION CUTOFF YYYYMM".
           05  DL109-CUTOFF-PRT      PIC 9(06).
      *
       01  DL109-RUN-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL109-RUN-LABEL       PIC X(30).
           05  DL109-RUN-VALUE       PIC X(10).
      *
       01  DL109-BLANK-LINE          PIC X(01) VALUE SPACES.
      *
      *    A missing CUSTMAS is fatal - a purge run against a
      *    master that is not there must never bootstrap an
      *    empty one.  The archives open EXTEND so every
      *    month's purge accumulates on the same files.  The
      *    checkpoint is read, and any half-archived customer
      *    judged, before the archives open EXTEND - a back-out
      *    or a finish reads them first.
      ******************************************************
       1000-INITIALIZE.
           OPEN I-O CUSTOMER-MASTER.
           IF DL109-CMT-OK OR DL109-CMT-STATUS = "05"
               SET DL109-CMT-OPEN TO TRUE
           END-IF.
           OPEN I-O CUSTCNT-FILE.
           IF DL109-CNT-OK OR DL109-CNT-STATUS = "05"
               SET DL109-CNT-OPEN TO TRUE
           END-IF.
           ACCEPT DL109-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DL109-RUN-TIME FROM TIME.
           MOVE DL109-TODAY-DATE TO DL109-RUN-DATE.
           PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT.
           PERFORM 1100-COMPUTE-CUTOFF THRU 1100-EXIT.
           IF DL109-INFLIGHT-ID NOT = SPACES
               PERFORM 1300-JUDGE-INFLIGHT THRU 1300-EXIT
           END-IF.
           OPEN EXTEND CUSTOMER-ARCHIVE.
           IF NOT DL109-ARCH-OK AND DL109-ARCH-STATUS NOT = "05"
               IF DL109-ARCH-STATUS = "35"
                   OPEN EXTEND COMMENT-ARCHIVE
               END-IF
           END-IF.
           OPEN EXTEND CONTACT-ARCHIVE.
           IF NOT DL109-CNTA-OK AND DL109-CNTA-STATUS NOT = "05"
               IF DL109-CNTA-STATUS = "35"
                   OPEN EXTEND JOURNAL-FILE
               END-IF
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM DL109-HEAD-1 AFTER ADVANCING PAGE.
           MOVE DL109-CUTOFF-YYYYMM TO DL109-CUTOFF-PRT.
           WRITE PRINT-REC FROM DL109-CUTOFF-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 1500-PRINT-RUN-TYPE THRU 1500-EXIT.
           WRITE PRINT-REC FROM DL109-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2260-WRITE-CHECKPOINT THRU 2260-EXIT.
           IF NOT DL109-RECOVER-NONE
               PERFORM 1600-COMPLETE-INFLIGHT THRU 1600-EXIT
           END-IF.
           IF DL109-LAST-KEY = SPACES
               MOVE LOW-VALUES TO CUST-ID
               START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-ID
                   INVALID KEY
                       SET DL109-EOF TO TRUE
               END-START
           ELSE
               MOVE DL109-LAST-KEY TO CUST-ID
               START CUSTOMER-MASTER KEY IS GREATER THAN CUST-ID
                   INVALID KEY
                       SET DL109-EOF TO TRUE
               END-START
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************
      *    1100-COMPUTE-CUTOFF
      *    Rolls the run month back the retention length with
      *    plain year/month arithmetic.  The run month is the
      *    run date's - on a restart the interrupted run's, so
      *    a restart on a later day purges against the same
      *    cutoff the run began with.
      ******************************************************
       1100-COMPUTE-CUTOFF.
           MOVE DL109-RUN-DATE (1:6) TO DL109-CUTOFF-YYYYMM.
           IF DL109-CUTOFF-MM > DL109-RETENTION-MONTHS
               SUBTRACT DL109-RETENTION-MONTHS FROM DL109-CUTOFF-MM
           ELSE
           EXIT.
      *
      ******************************************************
      *    1200-READ-CHECKPOINT
      *    No checkpoint, or one the last run closed out as
      *    finished (C), is a fresh run.  One still showing R is
      *    a run that died: this run restarts it - same run
      *    date, past the last customer it committed, with the
      *    purged count so far carried forward.
      ******************************************************
       1200-READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF NOT DL109-CKPT-OK
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
           SET DL109-RESTART TO TRUE.
           MOVE CKP-RUN-DT       TO DL109-RUN-DATE.
           MOVE CKP-RUN-TM       TO DL109-RUN-TIME.
           MOVE CKP-RECORDS-DONE TO DL109-PRIOR-PURGED.
           MOVE CKP-LAST-KEY     TO DL109-LAST-KEY.
           MOVE CKP-INFLIGHT-KEY TO DL109-INFLIGHT-ID.
           IF CKP-CKPT-DT NUMERIC AND CKP-CKPT-TM NUMERIC
               MOVE CKP-CKPT-DT  TO DL109-CKPT-DATE
               MOVE CKP-CKPT-TM  TO DL109-CKPT-TIME
           END-IF.
       1210-EXIT.
           EXIT.
      *
      ******************************************************
      *    1300-JUDGE-INFLIGHT
      *    The customer the interrupted run had begun - its
      *    CUSTARCH image may or may not be written, and some
      *    of its note lines and contacts may be archived and
      *    off CUSTCMT/CUSTCNT while the rest are not:
      *      - gone from CUSTMAS: the DELETE went through, only
      *        the journal record may be missing - CUSTJRNL is
      *        searched for it;
      *      - still inactive past the cutoff: finish the purge,
      *        taking off the masters whatever is already
      *        archived and archiving only the rest;
      *      - reactivated (or re-dated) since: back it out,
      *        putting every note line and contact archived
      *        under this run's purge date back on file.
      ******************************************************
       1300-JUDGE-INFLIGHT.
           MOVE DL109-INFLIGHT-ID TO CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET DL109-RECOVER-GONE TO TRUE
                   PERFORM 1340-FIND-JOURNAL-DELETE THRU 1340-EXIT
                   GO TO 1300-EXIT
           END-READ.
           SET DL109-RECOVER-BACKOUT TO TRUE.
           IF CUST-INACTIVE AND CUST-STATUS-DT NUMERIC
               MOVE CUST-STATUS-DT (1:6) TO DL109-STATUS-YYYYMM
               IF DL109-STATUS-YYYYMM < DL109-CUTOFF-YYYYMM
                   SET DL109-RECOVER-FINISH TO TRUE
               END-IF
           END-IF.
           IF NOT DL109-RECOVER-GONE
               PERFORM 1310-FIND-ARCHIVE-IMAGE THRU 1310-EXIT
           END-IF.
           PERFORM 1320-SCAN-NOTE-ARCHIVE THRU 1320-EXIT.
           PERFORM 1330-SCAN-CONTACT-ARCHIVE THRU 1330-EXIT.
       1300-EXIT.
           EXIT.
      *
      ******************************************************
      *    1310-FIND-ARCHIVE-IMAGE
      *    A CUSTARCH image for the customer under this run's
      *    purge date means the master record was archived
      *    before the failure - on a finish it must not be
      *    archived twice, on a back-out it is listed, since
      *    it cannot be taken off a sequential archive.  No
      *    archive yet (35) means no image; any other failure
      *    to read it stops the run rather than guess.
      ******************************************************
       1310-FIND-ARCHIVE-IMAGE.
           MOVE "N" TO DL109-ARC-FOUND-SW.
           MOVE "N" TO DL109-SCAN-EOF-SW.
           OPEN INPUT CUSTOMER-ARCHIVE.
           IF DL109-ARCH-STATUS = "35"
               GO TO 1310-EXIT
           END-IF.
           IF NOT DL109-ARCH-OK
               DISPLAY "DL109: UNABLE TO READ CUSTARCH FOR RESTART, "
                   "STATUS=" DL109-ARCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1311-READ-ARCHIVE-IMAGE THRU 1311-EXIT
               UNTIL DL109-SCAN-EOF.
           CLOSE CUSTOMER-ARCHIVE.
       1310-EXIT.
           EXIT.
      *
       1311-READ-ARCHIVE-IMAGE.
           READ CUSTOMER-ARCHIVE
               AT END
                   SET DL109-SCAN-EOF TO TRUE
                   GO TO 1311-EXIT
           END-READ.
           IF ARC-CUST-ID = DL109-INFLIGHT-ID
               AND ARC-PURGE-DT = DL109-RUN-DATE
               SET DL109-ARC-IMAGE-FOUND TO TRUE
               SET DL109-SCAN-EOF TO TRUE
           END-IF.
       1311-EXIT.
           EXIT.
      *
      ******************************************************
      *    1320-SCAN-NOTE-ARCHIVE
      *    Every CMTARCH line archived for the customer under
      *    this run's purge date: on a finish it comes off
      *    CUSTCMT if the failure left it there; on a back-out
      *    it goes back on CUSTCMT unless a line with that
      *    number is already there.
      ******************************************************
       1320-SCAN-NOTE-ARCHIVE.
           IF NOT DL109-CMT-OPEN
               GO TO 1320-EXIT
           END-IF.
           MOVE "N" TO DL109-SCAN-EOF-SW.
           OPEN INPUT COMMENT-ARCHIVE.
           IF DL109-CMTA-STATUS = "35"
               GO TO 1320-EXIT
           END-IF.
           IF NOT DL109-CMTA-OK
               DISPLAY "DL109: UNABLE TO READ CMTARCH FOR RESTART, "
                   "STATUS=" DL109-CMTA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1321-RECOVER-ONE-NOTE THRU 1321-EXIT
               UNTIL DL109-SCAN-EOF.
           CLOSE COMMENT-ARCHIVE.
       1320-EXIT.
           EXIT.
      *
       1321-RECOVER-ONE-NOTE.
           READ COMMENT-ARCHIVE
               AT END
                   SET DL109-SCAN-EOF TO TRUE
                   GO TO 1321-EXIT
           END-READ.
           IF ARC-CMT-CUST-ID NOT = DL109-INFLIGHT-ID
               OR ARC-CMT-PURGE-DT NOT = DL109-RUN-DATE
               GO TO 1321-EXIT
           END-IF.
           MOVE ARC-CMT-CUST-ID TO CUSTOMER-COMMENT-RECORD (1:6).
           MOVE ARC-CMT-REST    TO CUSTOMER-COMMENT-RECORD (7:74).
           IF DL109-RECOVER-FINISH
               DELETE CUSTCMT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO DL109-CMT-PURGED-CNT
               END-DELETE
           ELSE
               WRITE CUSTOMER-COMMENT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO DL109-CMT-RESTORED-CNT
               END-WRITE
           END-IF.
       1321-EXIT.
           EXIT.
      *
      ******************************************************
      *    1330-SCAN-CONTACT-ARCHIVE
      *    The same for the customer's CNTARCH contacts and
      *    CUSTCNT.
      ******************************************************
       1330-SCAN-CONTACT-ARCHIVE.
           IF NOT DL109-CNT-OPEN
               GO TO 1330-EXIT
           END-IF.
           MOVE "N" TO DL109-SCAN-EOF-SW.
           OPEN INPUT CONTACT-ARCHIVE.
           IF DL109-CNTA-STATUS = "35"
               GO TO 1330-EXIT
           END-IF.
           IF NOT DL109-CNTA-OK
               DISPLAY "DL109: UNABLE TO READ CNTARCH FOR RESTART, "
                   "STATUS=" DL109-CNTA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1331-RECOVER-ONE-CONTACT THRU 1331-EXIT
               UNTIL DL109-SCAN-EOF.
           CLOSE CONTACT-ARCHIVE.
       1330-EXIT.
           EXIT.
      *
       1331-RECOVER-ONE-CONTACT.
           READ CONTACT-ARCHIVE
               AT END
                   SET DL109-SCAN-EOF TO TRUE
                   GO TO 1331-EXIT
           END-READ.
           IF ARC-CNT-CUST-ID NOT = DL109-INFLIGHT-ID
               OR ARC-CNT-PURGE-DT NOT = DL109-RUN-DATE
               GO TO 1331-EXIT
           END-IF.
           MOVE ARC-CNT-CUST-ID TO CUSTOMER-CONTACT-RECORD (1:6).
           MOVE ARC-CNT-REST    TO CUSTOMER-CONTACT-RECORD (7:66).
           IF DL109-RECOVER-FINISH
               DELETE CUSTCNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO DL109-CNT-PURGED-CNT
               END-DELETE
           ELSE
               WRITE CUSTOMER-CONTACT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO DL109-CNT-RESTORED-CNT
               END-WRITE
           END-IF.
       1331-EXIT.
           EXIT.
      *
      ******************************************************
      *    1340-FIND-JOURNAL-DELETE
      *    A customer already off CUSTMAS may have had its D
      *    journal record written before the failure.  One for
      *    the customer stamped at or after the checkpoint that
      *    named it is that record - the restart must not write
      *    a second, or DL114 and the DL130 check each see two
      *    deletes for one purge.  No journal yet (35) means no
      *    record; any other failure to read it stops the run
      *    rather than guess.
      ******************************************************
       1340-FIND-JOURNAL-DELETE.
           MOVE "N" TO DL109-JRN-FOUND-SW.
           MOVE "N" TO DL109-SCAN-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF DL109-JRNL-STATUS = "35"
               GO TO 1340-EXIT
           END-IF.
           IF NOT DL109-JRNL-OK
               DISPLAY "DL109: UNABLE TO READ CUSTJRNL FOR RESTART, "
                   "STATUS=" DL109-JRNL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1341-READ-JOURNAL-ENTRY THRU 1341-EXIT
               UNTIL DL109-SCAN-EOF.
           CLOSE JOURNAL-FILE.
       1340-EXIT.
           EXIT.
      *
       1341-READ-JOURNAL-ENTRY.
           READ JOURNAL-FILE
               AT END
                   SET DL109-SCAN-EOF TO TRUE
                   GO TO 1341-EXIT
           END-READ.
           IF NOT JRN-ACTION-DELETE
               OR JRN-CUST-ID NOT = DL109-INFLIGHT-ID
               OR JRN-UPD-DT NOT NUMERIC
               OR JRN-UPD-TM NOT NUMERIC
               GO TO 1341-EXIT
           END-IF.
           IF JRN-UPD-DT > DL109-CKPT-DATE
               OR (JRN-UPD-DT = DL109-CKPT-DATE
                   AND JRN-UPD-TM NOT < DL109-CKPT-TIME)
               SET DL109-JRN-DELETE-FOUND TO TRUE
               SET DL109-SCAN-EOF TO TRUE
           END-IF.
       1341-EXIT.
           EXIT.
      *
      ******************************************************
      *    1500-PRINT-RUN-TYPE
      *    Fresh run or restart, and for a restart where from:
      *    the interrupted run's date, the last customer it
      *    committed, what it had purged, and the customer it
      *    was in the middle of.
      ******************************************************
       1500-PRINT-RUN-TYPE.
           IF NOT DL109-RESTART
               MOVE "FRESH RUN - NO CHECKPOINT" TO DL109-RUN-LABEL
               MOVE SPACES TO DL109-RUN-VALUE
               WRITE PRINT-REC FROM DL109-RUN-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 1500-EXIT
           END-IF.
           MOVE "RESTART OF RUN DATED" TO DL109-RUN-LABEL.
           MOVE DL109-RUN-DATE TO DL109-RUN-VALUE.
           WRITE PRINT-REC FROM DL109-RUN-LINE
               AFTER ADVANCING 1 LINE.
           IF DL109-LAST-KEY = SPACES
               MOVE "RESTART FROM START OF FILE" TO DL109-RUN-LABEL
               MOVE SPACES TO DL109-RUN-VALUE
           ELSE
               MOVE "RESTART AFTER CUSTOMER" TO DL109-RUN-LABEL
               MOVE DL109-LAST-KEY TO DL109-RUN-VALUE
           END-IF.
           WRITE PRINT-REC FROM DL109-RUN-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PURGED BEFORE THE RESTART" TO DL109-TOT-LABEL.
           MOVE DL109-PRIOR-PURGED TO DL109-TOT-COUNT.
           WRITE PRINT-REC FROM DL109-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF DL109-INFLIGHT-ID NOT = SPACES
               MOVE "CUSTOMER IN PROGRESS AT FAIL" TO DL109-RUN-LABEL
               MOVE DL109-INFLIGHT-ID TO DL109-RUN-VALUE
               WRITE PRINT-REC FROM DL109-RUN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       1500-EXIT.
           EXIT.
      *
      ******************************************************
      *    1600-COMPLETE-INFLIGHT
      *    Settles the half-archived customer 1300 judged
      *    before the walk resumes - each outcome gets its own
      *    line on the purge list.  A customer already gone
      *    gets its D journal record only if 1340 found none.
      ******************************************************
       1600-COMPLETE-INFLIGHT.
           MOVE DL109-INFLIGHT-ID TO DL109-PURGE-ID.
           EVALUATE TRUE
               WHEN DL109-RECOVER-FINISH
                   PERFORM 2200-PURGE-CUSTOMER THRU 2200-EXIT
               WHEN DL109-RECOVER-GONE
                   MOVE DL109-PURGE-ID TO DL109-PRG-ID
                   MOVE ZERO TO DL109-PRG-STATUS-DT
                   IF DL109-JRN-DELETE-FOUND
                       MOVE "PURGE COMPLETED - JOURNAL ALREADY OUT"
                           TO DL109-PRG-NAME
                   ELSE
                       MOVE "PURGE COMPLETED - JOURNAL WRITTEN NOW"
                           TO DL109-PRG-NAME
                       PERFORM 2250-WRITE-JOURNAL THRU 2250-EXIT
                   END-IF
                   WRITE PRINT-REC FROM DL109-PURGE-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO DL109-PURGED-COUNT
                   MOVE DL109-PURGE-ID TO DL109-LAST-KEY
               WHEN DL109-RECOVER-BACKOUT
                   MOVE DL109-PURGE-ID TO DL109-PRG-ID
                   MOVE "BACKED OUT - NO LONGER DUE" TO DL109-PRG-NAME
                   MOVE CUST-STATUS-DT TO DL109-PRG-STATUS-DT
                   WRITE PRINT-REC FROM DL109-PURGE-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO DL109-BACKOUT-COUNT
                   IF DL109-ARC-IMAGE-FOUND
                       MOVE "*** CUSTARCH IMAGE LEFT ON ARCHIVE"
                           TO DL109-PRG-NAME
                       MOVE DL109-RUN-DATE TO DL109-PRG-STATUS-DT
                       WRITE PRINT-REC FROM DL109-PURGE-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO DL109-INFLIGHT-ID.
           SET DL109-RECOVER-NONE TO TRUE.
           PERFORM 2260-WRITE-CHECKPOINT THRU 2260-EXIT.
       1600-EXIT.
           EXIT.
      *
      ******************************************************
      *    2000-READ-CUSTOMER
      ******************************************************
       2000-READ-CUSTOMER.
      *    2200-PURGE-CUSTOMER
      *    Archive first, delete second - a purge that dies
      *    between the two leaves a duplicate archive image,
      *    never a lost customer.  The checkpoint names the
      *    customer before anything is archived and moves past
      *    it once the journal record is out, so a restart
      *    knows exactly which customer may be half done.  A
      *    restart finishing a customer whose CUSTARCH image
      *    is already written skips that write.
      ******************************************************
       2200-PURGE-CUSTOMER.
           MOVE CUST-ID TO DL109-PURGE-ID.
           MOVE DL109-PURGE-ID TO DL109-INFLIGHT-ID.
           PERFORM 2260-WRITE-CHECKPOINT THRU 2260-EXIT.
           IF NOT DL109-ARC-IMAGE-FOUND
               MOVE DL109-RUN-DATE TO ARC-PURGE-DT
               MOVE CUSTOMER-RECORD (1:6)   TO ARC-CUST-ID
               MOVE CUSTOMER-RECORD (7:386) TO ARC-CUST-REST
               WRITE ARCHIVE-CUSTOMER-RECORD
           END-IF.
           MOVE "N" TO DL109-ARC-FOUND-SW.
           PERFORM 2300-PURGE-COMMENTS THRU 2300-EXIT.
           PERFORM 2400-PURGE-CONTACTS THRU 2400-EXIT.
           MOVE DL109-PURGE-ID TO DL109-PRG-ID.
           END-DELETE.
           PERFORM 2250-WRITE-JOURNAL THRU 2250-EXIT.
           ADD 1 TO DL109-PURGED-COUNT.
           MOVE DL109-PURGE-ID TO DL109-LAST-KEY.
           MOVE SPACES TO DL109-INFLIGHT-ID.
           PERFORM 2260-WRITE-CHECKPOINT THRU 2260-EXIT.
       2200-EXIT.
           EXIT.
      *
           EXIT.
      *
      ******************************************************
      *    2260-WRITE-CHECKPOINT
      *    The whole position, rewritten the way DL103 writes
      *    DL103CKP - state, the run date a restart must keep,
      *    customers purged so far across restarts, the last
      *    customer committed and any customer in progress.
      *    While a restart is still settling the customer the
      *    failed run left in progress, the checkpoint keeps
      *    the stamp it had when that customer was named, so
      *    the 1340 journal search always looks back far
      *    enough.
      ******************************************************
       2260-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE "DL109"           TO CKP-PROGRAM-ID.
           MOVE DL109-CKPT-STATE  TO CKP-STATE-CD.
           MOVE DL109-RUN-DATE    TO CKP-RUN-DT.
           MOVE DL109-RUN-TIME    TO CKP-RUN-TM.
           IF DL109-RECOVER-NONE OR DL109-INFLIGHT-ID = SPACES
               MOVE DL109-TODAY-DATE TO DL109-CKPT-DATE
               ACCEPT DL109-NOW-TIME FROM TIME
               MOVE DL109-NOW-TIME   TO DL109-CKPT-TIME
           END-IF.
           MOVE DL109-CKPT-DATE   TO CKP-CKPT-DT.
           MOVE DL109-CKPT-TIME   TO CKP-CKPT-TM.
           COMPUTE CKP-RECORDS-DONE =
               DL109-PRIOR-PURGED + DL109-PURGED-COUNT.
           MOVE DL109-LAST-KEY    TO CKP-LAST-KEY.
           MOVE DL109-INFLIGHT-ID TO CKP-INFLIGHT-KEY.
           WRITE CHECKPOINT-POSITION-RECORD.
           CLOSE CHECKPOINT-FILE.
       2260-EXIT.
           EXIT.
      *
      ******************************************************
      *    2300-PURGE-COMMENTS
      *    Every CUSTCMT line for the purged customer goes to
      *    the comment archive and off the master, so nothing
               IF CMT-CUST-ID NOT = DL109-PURGE-ID
                   SET DL109-CMT-EOF TO TRUE
               ELSE
                   MOVE DL109-RUN-DATE TO ARC-CMT-PURGE-DT
                   MOVE CUSTOMER-COMMENT-RECORD (1:6)
                       TO ARC-CMT-CUST-ID
                   MOVE CUSTOMER-COMMENT-RECORD (7:74)
               IF CNT-CUST-ID NOT = DL109-PURGE-ID
                   SET DL109-CNT-EOF TO TRUE
               ELSE
                   MOVE DL109-RUN-DATE TO ARC-CNT-PURGE-DT
                   MOVE CUSTOMER-CONTACT-RECORD (1:6)
                       TO ARC-CNT-CUST-ID
                   MOVE CUSTOMER-CONTACT-RECORD (7:66)
      *
      ******************************************************
      *    3000-PRINT-SUMMARY
      *    A clean finish closes the checkpoint out as C, so
      *    the next run starts fresh from the top.
      ******************************************************
       3000-PRINT-SUMMARY.
           WRITE PRINT-REC FROM DL109-BLANK-LINE
           MOVE DL109-CNT-PURGED-CNT TO DL109-TOT-COUNT.
           WRITE PRINT-REC FROM DL109-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF DL109-RESTART
               PERFORM 3100-PRINT-RESTART-TOTALS THRU 3100-EXIT
           END-IF.
           MOVE "C" TO DL109-CKPT-STATE.
           MOVE SPACES TO DL109-LAST-KEY.
           MOVE SPACES TO DL109-INFLIGHT-ID.
           PERFORM 2260-WRITE-CHECKPOINT THRU 2260-EXIT.
       3000-EXIT.
           EXIT.
      *
       3100-PRINT-RESTART-TOTALS.
           MOVE "PURGED OVER WHOLE RUN" TO DL109-TOT-LABEL.
           COMPUTE DL109-TOT-COUNT =
               DL109-PRIOR-PURGED + DL109-PURGED-COUNT.
           WRITE PRINT-REC FROM DL109-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CUSTOMERS BACKED OUT" TO DL109-TOT-LABEL.
           MOVE DL109-BACKOUT-COUNT TO DL109-TOT-COUNT.
           WRITE PRINT-REC FROM DL109-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "COMMENT LINES PUT BACK" TO DL109-TOT-LABEL.
           MOVE DL109-CMT-RESTORED-CNT TO DL109-TOT-COUNT.
           WRITE PRINT-REC FROM DL109-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CONTACT RECORDS PUT BACK" TO DL109-TOT-LABEL.
           MOVE DL109-CNT-RESTORED-CNT TO DL109-TOT-COUNT.
           WRITE PRINT-REC FROM DL109-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       3100-EXIT.
           EXIT.
      *
      ******************************************************
      *    9000-TERMINATE
