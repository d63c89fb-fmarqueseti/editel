      *     EDITEL Personal Data Erasure - the honest answer to a
      *     privacy request.  Deactivating a customer leaves name,
      *     DOB and salary on CUSTMAS until the DL109 purge, and
      *     copies live on in CUSTCMT, CUSTCNT, AUDITLOG's and
      *     AUDHIST's old/new values, CHGPEND's held Name/Salary/
      *     DOB values, ADDRSCH's new and was addresses, the
      *     CUSTJRNL after-images and the CUSTARCH/CMTARCH/CNTARCH
      *     archives.  This run
      *     takes a Customer ID list off DL123PRM - first line the
      *     requesting operator, who must be a level-3 supervisor
      *     on OPERPROF - and for each listed customer blanks the
      *     personal fields in every one of those files while
      *     keeping the Customer ID and the record counts, so
      *     reconciliation and recovery still balance.  A
      *     customer still ACTIVE on the master is REFUSED and
      *     left untouched.  The indexed files are
      *     scrubbed in place (the master scrub is journalled and
      *     audited); the sequential trails are copied to scrubbed
      *     output generations (AUDITLGO, CUSTJRNO, CUSTARCO,
      * ------------------------------------------------------------
      *     Modification History
      *     09/02/2026  MVV  Initial version.
      *     10/15/2026  MVV  Also blanks the customer's old/new
      *                      values on the AUDHIST keyed audit
      *                      history, in place like the other
      *                      indexed files, with its own line on
      *                      the certificate.
      *     10/15/2026  MVV  Also blanks the held Name/Salary/DOB
      *                      values on CHGPEND and the new and was
      *                      addresses on ADDRSCH, in place, each
      *                      with its own line on the certificate.
      *     10/15/2026  MVV  A held change still pending, or a move
      *                      still scheduled, is also closed as
      *                      rejected under the erasure run's stamp
      *                      so no later run acts on it - counted
      *                      on its own certificate line.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL123.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL123-AUDIT-STATUS.
           SELECT AUDIT-HISTORY ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHS-KEY
               ALTERNATE RECORD KEY IS AHS-OPERATOR-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AHS-STAMP-KEY
                   WITH DUPLICATES
               FILE STATUS IS DL123-AHS-STATUS.
           SELECT CHANGE-PENDING-FILE ASSIGN TO "CHGPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-KEY
               FILE STATUS IS DL123-PCH-STATUS.
           SELECT ADDRESS-SCHEDULE-FILE ASSIGN TO "ADDRSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASC-KEY
               FILE STATUS IS DL123-ASC-STATUS.
           SELECT AUDIT-FILE-OUT ASSIGN TO "AUDITLGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL123-AUDO-STATUS.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.CPY.
      *
       FD  AUDIT-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY AUDHIST.CPY.
      *
       FD  CHANGE-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGPEND.CPY.
      *
       FD  ADDRESS-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADDRSCH.CPY.
      *
       FD  AUDIT-FILE-OUT
           LABEL RECORDS ARE STANDARD.
           05  DL123-AUDIT-STATUS    PIC X(02) VALUE "00".
               88  DL123-AUDIT-OK              VALUE "00".
           05  DL123-AUDO-STATUS     PIC X(02) VALUE "00".
           05  DL123-AHS-STATUS      PIC X(02) VALUE "00".
               88  DL123-AHS-OK                VALUE "00".
           05  DL123-AHS-AVAIL-SW    PIC X(01) VALUE "N".
               88  DL123-AHS-AVAILABLE         VALUE "Y".
           05  DL123-PCH-STATUS      PIC X(02) VALUE "00".
               88  DL123-PCH-OK                VALUE "00".
           05  DL123-PCH-AVAIL-SW    PIC X(01) VALUE "N".
               88  DL123-PCH-AVAILABLE         VALUE "Y".
           05  DL123-ASC-STATUS      PIC X(02) VALUE "00".
               88  DL123-ASC-OK                VALUE "00".
           05  DL123-ASC-AVAIL-SW    PIC X(01) VALUE "N".
               88  DL123-ASC-AVAILABLE         VALUE "Y".
           05  DL123-JRNL-STATUS     PIC X(02) VALUE "00".
               88  DL123-JRNL-OK               VALUE "00".
           05  DL123-JRNO-STATUS     PIC X(02) VALUE "00".
               10  DL123-REQ-CMT-CNT     PIC 9(05) COMP.
               10  DL123-REQ-CNT-CNT     PIC 9(05) COMP.
               10  DL123-REQ-AUD-CNT     PIC 9(05) COMP.
               10  DL123-REQ-AHS-CNT     PIC 9(05) COMP.
               10  DL123-REQ-PCH-CNT     PIC 9(05) COMP.
               10  DL123-REQ-ASC-CNT     PIC 9(05) COMP.
               10  DL123-REQ-PCX-CNT     PIC 9(05) COMP.
               10  DL123-REQ-ASX-CNT     PIC 9(05) COMP.
               10  DL123-REQ-JRN-CNT     PIC 9(05) COMP.
               10  DL123-REQ-ARC-CNT     PIC 9(05) COMP.
               10  DL123-REQ-CMA-CNT     PIC 9(05) COMP.
      *
      ******************************************************
      *    2500-SCRUB-MASTER-FILES
      *    The indexed files, scrubbed in place for each
      *    granted request - the master's personal fields
      *    blanked (journalled and audited), every CUSTCMT
      *    note line's text blanked, every CUSTCNT contact
      *    value blanked, every AUDHIST entry's old and new
      *    values blanked, every CHGPEND held change's values
      *    and every ADDRSCH move's addresses blanked.  The
      *    records themselves stay, so every count downstream
      *    still balances.
      ******************************************************
       2500-SCRUB-MASTER-FILES.
           OPEN I-O CUSTOMER-MASTER.
           IF DL123-CNT-OK OR DL123-CNT-STATUS = "05"
               SET DL123-CNT-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O AUDIT-HISTORY.
           IF DL123-AHS-OK OR DL123-AHS-STATUS = "05"
               SET DL123-AHS-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O CHANGE-PENDING-FILE.
           IF DL123-PCH-OK OR DL123-PCH-STATUS = "05"
               SET DL123-PCH-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O ADDRESS-SCHEDULE-FILE.
           IF DL123-ASC-OK OR DL123-ASC-STATUS = "05"
               SET DL123-ASC-AVAILABLE TO TRUE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT DL123-AUDIT-OK AND DL123-AUDIT-STATUS NOT = "05"
               IF DL123-AUDIT-STATUS = "35"
           IF DL123-CNT-AVAILABLE
               CLOSE CUSTCNT-FILE
           END-IF.
           IF DL123-AHS-AVAILABLE
               CLOSE AUDIT-HISTORY
           END-IF.
           IF DL123-PCH-AVAILABLE
               CLOSE CHANGE-PENDING-FILE
           END-IF.
           IF DL123-ASC-AVAILABLE
               CLOSE ADDRESS-SCHEDULE-FILE
           END-IF.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
       2500-EXIT.
           IF DL123-CNT-AVAILABLE
               PERFORM 2640-SCRUB-CONTACT-LINES THRU 2640-EXIT
           END-IF.
           IF DL123-AHS-AVAILABLE
               PERFORM 2660-SCRUB-AUDIT-HISTORY THRU 2660-EXIT
           END-IF.
           IF DL123-PCH-AVAILABLE
               PERFORM 2680-SCRUB-HELD-CHANGES THRU 2680-EXIT
           END-IF.
           IF DL123-ASC-AVAILABLE
               PERFORM 2690-SCRUB-SCHEDULED-MOVES THRU 2690-EXIT
           END-IF.
       2600-EXIT.
           EXIT.
      *
           EXIT.
      *
      ******************************************************
      *    2660-SCRUB-AUDIT-HISTORY
      *    The old and new values of every AUDHIST entry for
      *    the customer blanked in place - keys, stamps,
      *    operator and field name stay, the same as the
      *    AUDITLOG copy pass leaves them.
      ******************************************************
       2660-SCRUB-AUDIT-HISTORY.
           MOVE "N" TO DL123-SEQ-EOF-SW.
           MOVE DL123-HOLD-CUST-ID TO AHS-CUST-ID.
           MOVE ZERO TO AHS-UPD-DT AHS-UPD-TM AHS-SEQ-NO.
           START AUDIT-HISTORY KEY IS NOT LESS THAN AHS-KEY
               INVALID KEY
                   SET DL123-SEQ-EOF TO TRUE
           END-START.
           PERFORM 2670-SCRUB-ONE-HISTORY THRU 2670-EXIT
               UNTIL DL123-SEQ-EOF.
       2660-EXIT.
           EXIT.
      *
       2670-SCRUB-ONE-HISTORY.
           READ AUDIT-HISTORY NEXT RECORD
               AT END
                   SET DL123-SEQ-EOF TO TRUE
           END-READ.
           IF NOT DL123-SEQ-EOF
               IF AHS-CUST-ID NOT = DL123-HOLD-CUST-ID
                   SET DL123-SEQ-EOF TO TRUE
               ELSE
                   MOVE SPACES TO AHS-OLD-VALUE
                   MOVE SPACES TO AHS-NEW-VALUE
                   REWRITE AUDIT-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO DL123-REQ-AHS-CNT (DL123-REQ-USE-SUB)
               END-IF
           END-IF.
       2670-EXIT.
           EXIT.
      *
      ******************************************************
      *    2680-SCRUB-HELD-CHANGES
      *    The old and new Name/Salary/DOB values of every
      *    CHGPEND held change for the customer blanked in
      *    place - keys, status and the decision stamp stay,
      *    so the supervisor history still counts.  One still
      *    pending is closed as rejected, decided by this run,
      *    so DL104 never offers a blank change for approval;
      *    one already approved or rejected keeps its decision.
      ******************************************************
       2680-SCRUB-HELD-CHANGES.
           ACCEPT DL123-NOW-TIME FROM TIME.
           MOVE "N" TO DL123-SEQ-EOF-SW.
           MOVE DL123-HOLD-CUST-ID TO PCH-CUST-ID.
           MOVE ZERO TO PCH-REQ-DT PCH-REQ-TM.
           MOVE SPACES TO PCH-FIELD-NAME.
           START CHANGE-PENDING-FILE KEY IS NOT LESS THAN PCH-KEY
               INVALID KEY
                   SET DL123-SEQ-EOF TO TRUE
           END-START.
           PERFORM 2685-SCRUB-ONE-HELD-CHANGE THRU 2685-EXIT
               UNTIL DL123-SEQ-EOF.
       2680-EXIT.
           EXIT.
      *
       2685-SCRUB-ONE-HELD-CHANGE.
           READ CHANGE-PENDING-FILE NEXT RECORD
               AT END
                   SET DL123-SEQ-EOF TO TRUE
           END-READ.
           IF NOT DL123-SEQ-EOF
               IF PCH-CUST-ID NOT = DL123-HOLD-CUST-ID
                   SET DL123-SEQ-EOF TO TRUE
               ELSE
                   MOVE SPACES TO PCH-OLD-VALUE
                   MOVE SPACES TO PCH-NEW-VALUE
                   MOVE ZERO   TO PCH-OLD-SALARY
                   MOVE ZERO   TO PCH-NEW-SALARY
                   MOVE ZERO   TO PCH-OLD-DOB
                   MOVE ZERO   TO PCH-NEW-DOB
                   IF PCH-PENDING
                       SET PCH-REJECTED TO TRUE
                       MOVE DL123-TODAY-DATE  TO PCH-DECIDE-DT
                       MOVE DL123-NOW-TIME    TO PCH-DECIDE-TM
                       MOVE DL123-OPERATOR-ID TO PCH-DECIDE-OP
                       ADD 1 TO DL123-REQ-PCX-CNT (DL123-REQ-USE-SUB)
                   END-IF
                   REWRITE CHANGE-PENDING-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO DL123-REQ-PCH-CNT (DL123-REQ-USE-SUB)
               END-IF
           END-IF.
       2685-EXIT.
           EXIT.
      *
      ******************************************************
      *    2690-SCRUB-SCHEDULED-MOVES
      *    The new and was addresses of every ADDRSCH move
      *    for the customer blanked in place - the country
      *    codes, keys, status and done stamp stay, the same
      *    as the master scrub leaves its country code.  One
      *    still scheduled is closed as rejected under this
      *    run's stamp, so DL124 never applies a blank address;
      *    ADDRSCH carries no operator, so the reason names the
      *    erasure.  One already applied, rejected or flagged
      *    keeps its outcome.
      ******************************************************
       2690-SCRUB-SCHEDULED-MOVES.
           ACCEPT DL123-NOW-TIME FROM TIME.
           MOVE "N" TO DL123-SEQ-EOF-SW.
           MOVE DL123-HOLD-CUST-ID TO ASC-CUST-ID.
           MOVE ZERO TO ASC-EFF-DT ASC-REQ-DT ASC-REQ-TM.
           START ADDRESS-SCHEDULE-FILE KEY IS NOT LESS THAN ASC-KEY
               INVALID KEY
                   SET DL123-SEQ-EOF TO TRUE
           END-START.
           PERFORM 2695-SCRUB-ONE-MOVE THRU 2695-EXIT
               UNTIL DL123-SEQ-EOF.
       2690-EXIT.
           EXIT.
      *
       2695-SCRUB-ONE-MOVE.
           READ ADDRESS-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET DL123-SEQ-EOF TO TRUE
           END-READ.
           IF NOT DL123-SEQ-EOF
               IF ASC-CUST-ID NOT = DL123-HOLD-CUST-ID
                   SET DL123-SEQ-EOF TO TRUE
               ELSE
                   MOVE SPACES TO ASC-NEW-ADDR-1
                   MOVE SPACES TO ASC-NEW-ADDR-2
                   MOVE SPACES TO ASC-NEW-CITY
                   MOVE ZERO   TO ASC-NEW-ZIP
                   MOVE SPACES TO ASC-NEW-COUNTRY
                   MOVE SPACES TO ASC-WAS-ADDR-1
                   MOVE SPACES TO ASC-WAS-ADDR-2
                   MOVE SPACES TO ASC-WAS-CITY
                   MOVE ZERO   TO ASC-WAS-ZIP
                   MOVE SPACES TO ASC-WAS-COUNTRY
                   IF ASC-SCHEDULED
                       SET ASC-REJECTED TO TRUE
                       MOVE DL123-TODAY-DATE  TO ASC-DONE-DT
                       MOVE DL123-NOW-TIME    TO ASC-DONE-TM
                       MOVE "CUSTOMER ERASED" TO ASC-REASON
                       ADD 1 TO DL123-REQ-ASX-CNT (DL123-REQ-USE-SUB)
                   END-IF
                   REWRITE ADDRESS-SCHEDULE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO DL123-REQ-ASC-CNT (DL123-REQ-USE-SUB)
               END-IF
           END-IF.
       2695-EXIT.
           EXIT.
      *
      ******************************************************
      *    2900-CHECK-LIST-HIT
      *    Is the held Customer ID a granted request?  The
      *    matching entry's position lands in the use
               TO DL123-CERT-COUNT.
           WRITE PRINT-REC FROM DL123-CERT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "AUDHIST"  TO DL123-CERT-FILE.
           MOVE "HISTORY VALUES BLANKED" TO DL123-CERT-LABEL.
           MOVE DL123-REQ-AHS-CNT (DL123-REQ-SUB)
               TO DL123-CERT-COUNT.
           WRITE PRINT-REC FROM DL123-CERT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CHGPEND"  TO DL123-CERT-FILE.
           MOVE "HELD CHANGES BLANKED" TO DL123-CERT-LABEL.
           MOVE DL123-REQ-PCH-CNT (DL123-REQ-SUB)
               TO DL123-CERT-COUNT.
           WRITE PRINT-REC FROM DL123-CERT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CHGPEND"  TO DL123-CERT-FILE.
           MOVE "PENDING CHANGES CLOSED" TO DL123-CERT-LABEL.
           MOVE DL123-REQ-PCX-CNT (DL123-REQ-SUB)
               TO DL123-CERT-COUNT.
           WRITE PRINT-REC FROM DL123-CERT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ADDRSCH"  TO DL123-CERT-FILE.
           MOVE "SCHEDULED MOVES BLANKED" TO DL123-CERT-LABEL.
           MOVE DL123-REQ-ASC-CNT (DL123-REQ-SUB)
               TO DL123-CERT-COUNT.
           WRITE PRINT-REC FROM DL123-CERT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ADDRSCH"  TO DL123-CERT-FILE.
           MOVE "SCHEDULED MOVES CLOSED" TO DL123-CERT-LABEL.
           MOVE DL123-REQ-ASX-CNT (DL123-REQ-SUB)
               TO DL123-CERT-COUNT.
           WRITE PRINT-REC FROM DL123-CERT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CUSTJRNL" TO DL123-CERT-FILE.
           MOVE "JOURNAL IMAGES BLANKED" TO DL123-CERT-LABEL.
           MOVE DL123-REQ-JRN-CNT (DL123-REQ-SUB)
