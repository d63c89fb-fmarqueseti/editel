      * ------------------------------------------------------------
      *     Modification History
      *     09/02/2026  MVV  Initial version.
      *     10/15/2026  MVV  The operator section also counts the
      *                      business date's entries on the AUDHIST
      *                      keyed history (started on its date
      *                      key), so a day the DL127 month-end
      *                      rollover has already moved off
      *                      AUDITLOG still digests in full.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL115.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL115-AUDIT-STATUS.
           SELECT AUDIT-HISTORY ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHS-KEY
               ALTERNATE RECORD KEY IS AHS-OPERATOR-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AHS-STAMP-KEY
                   WITH DUPLICATES
               FILE STATUS IS DL115-AHS-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DL115RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL115-PRINT-STATUS.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.CPY.
      *
       FD  AUDIT-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY AUDHIST.CPY.
      *
       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           05  DL115-AUDIT-OPEN-SW   PIC X(01) VALUE "N".
               88  DL115-AUDIT-OPEN            VALUE "Y".
           05  DL115-PRINT-STATUS    PIC X(02) VALUE "00".
           05  DL115-AHS-STATUS      PIC X(02) VALUE "00".
               88  DL115-AHS-OK                VALUE "00".
           05  DL115-AHS-OPEN-SW     PIC X(01) VALUE "N".
               88  DL115-AHS-OPEN              VALUE "Y".
           05  DL115-AHS-EOF-SW      PIC X(01) VALUE "N".
               88  DL115-AHS-EOF               VALUE "Y".
           05  DL115-PGM-FOUND-SW    PIC X(01) VALUE "N".
               88  DL115-PGM-FOUND             VALUE "Y".
           05  DL115-OPR-FOUND-SW    PIC X(01) VALUE "N".
               PERFORM 2300-TALLY-AUDIT THRU 2300-EXIT
                   UNTIL DL115-AUD-EOF
           END-IF.
           IF DL115-AHS-OPEN
               PERFORM 2400-START-HISTORY THRU 2400-EXIT
               PERFORM 2410-TALLY-HISTORY THRU 2410-EXIT
                   UNTIL DL115-AHS-EOF
           END-IF.
           PERFORM 3000-PRINT-DIGEST THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
           IF DL115-AUDIT-OK
               SET DL115-AUDIT-OPEN TO TRUE
           END-IF.
           OPEN INPUT AUDIT-HISTORY.
           IF DL115-AHS-OK
               SET DL115-AHS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM DL115-HEAD-1 AFTER ADVANCING PAGE.
           MOVE DL115-RUN-DATE TO DL115-DATE-PRT.
           EXIT.
      *
      ******************************************************
      *    2400-START-HISTORY
      *    The history's date key goes straight to the
      *    business date - the rest of AUDHIST is never read.
      ******************************************************
       2400-START-HISTORY.
           MOVE DL115-RUN-DATE TO AHS-STAMP-DT.
           MOVE ZERO           TO AHS-STAMP-TM.
           START AUDIT-HISTORY KEY IS NOT LESS THAN AHS-STAMP-KEY
               INVALID KEY
                   SET DL115-AHS-EOF TO TRUE
           END-START.
       2400-EXIT.
           EXIT.
      *
      ******************************************************
      *    2410-TALLY-HISTORY
      *    Same count as 2300 for an entry already rolled to
      *    AUDHIST - the operator lands in the same table.
      ******************************************************
       2410-TALLY-HISTORY.
           READ AUDIT-HISTORY NEXT RECORD
               AT END
                   SET DL115-AHS-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ.
           IF AHS-STAMP-DT NOT = DL115-RUN-DATE
               SET DL115-AHS-EOF TO TRUE
               GO TO 2410-EXIT
           END-IF.
           MOVE AHS-OPERATOR-ID TO AUD-OPERATOR-ID.
           ADD 1 TO DL115-AUD-READ-COUNT.
           PERFORM 2310-FIND-OPER-ENTRY THRU 2310-EXIT.
           ADD 1 TO DL115-OPR-CHANGES (DL115-OPR-USE-SUB).
       2410-EXIT.
           EXIT.
      *
      ******************************************************
      *    3000-PRINT-DIGEST
      ******************************************************
       3000-PRINT-DIGEST.
           IF DL115-AUDIT-OPEN
               CLOSE AUDIT-FILE
           END-IF.
           IF DL115-AHS-OPEN
               CLOSE AUDIT-HISTORY
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
