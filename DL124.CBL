      **************************************************************
      *     Program: DL124.CBL
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     EDITEL Scheduled Address Change Run - the nightly pass
      *     over the ADDRSCH file that DL100C writes when an
      *     operator keys an address change with an effective date
      *     later than today.  Every scheduled move whose date has
      *     come is applied to CUSTMAS, provided:
      *       - the master still carries the address it had when
      *         the move was keyed - if someone has changed it by
      *         hand since, the move is flagged for review (status
      *         F) and the master is left alone;
      *       - the new address still passes the screen's edits -
      *         a Zip that is not all zeros/nines, a POSTAL range
      *         covering it whose city matches (when ops has loaded
      *         POSTAL) and a Country code still on COUNTRY.
      *     An applied move is audited field by field on AUDITLOG
      *     and journaled on CUSTJRNL exactly as the screen commit
      *     would have done, stamped with the operator who keyed
      *     it.  The report lists every move applied, rejected or
      *     flagged, with the reason.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL124.
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
           SELECT ADDRESS-SCHEDULE-FILE ASSIGN TO "ADDRSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASC-KEY
               FILE STATUS IS DL124-ASC-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS DL124-CUSTMAS-STATUS.
           SELECT COUNTRY-MASTER ASSIGN TO "COUNTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COU-CODE
               ALTERNATE RECORD KEY IS COU-NAME WITH DUPLICATES
               FILE STATUS IS DL124-COUNTRY-STATUS.
           SELECT POSTAL-FILE ASSIGN TO "POSTAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-ZIP-LOW
               FILE STATUS IS DL124-PST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL124-AUDIT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL124-JRNL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DL124RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL124-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADDRSCH.CPY.
      *
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAS.CPY.
      *
       FD  COUNTRY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY COUNTRY.CPY.
      *
       FD  POSTAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY POSTAL.CPY.
      *
      *        Same AUDITLOG the DL100C screen commit writes to, so
      *        a scheduled move shows up in the same trail as one
      *        keyed in for today.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.CPY.
      *
      *        After-image journal of every CUSTMAS commit, for the
      *        DL114 forward recovery - same CUSTJRNL the screen
      *        programs write to.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTJRNL.CPY.
      *
       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  PRINT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  DL124-SWITCHES.
           05  DL124-EOF-SW          PIC X(01) VALUE "N".
               88  DL124-EOF                   VALUE "Y".
           05  DL124-ASC-STATUS      PIC X(02) VALUE "00".
               88  DL124-ASC-OK                VALUE "00".
           05  DL124-CUSTMAS-STATUS  PIC X(02) VALUE "00".
               88  DL124-CUSTMAS-OK            VALUE "00".
           05  DL124-COUNTRY-STATUS  PIC X(02) VALUE "00".
               88  DL124-COUNTRY-OK            VALUE "00".
           05  DL124-PST-STATUS      PIC X(02) VALUE "00".
               88  DL124-PST-OK                VALUE "00".
           05  DL124-AUDIT-STATUS    PIC X(02) VALUE "00".
               88  DL124-AUDIT-OK              VALUE "00".
           05  DL124-JRNL-STATUS     PIC X(02) VALUE "00".
               88  DL124-JRNL-OK               VALUE "00".
           05  DL124-PRINT-STATUS    PIC X(02) VALUE "00".
           05  DL124-PST-AVAIL-SW    PIC X(01) VALUE "N".
               88  DL124-PST-AVAILABLE         VALUE "Y".
           05  DL124-PST-EOF-SW      PIC X(01) VALUE "N".
               88  DL124-PST-EOF               VALUE "Y".
           05  DL124-PST-FOUND-SW    PIC X(01) VALUE "N".
               88  DL124-PST-FOUND             VALUE "Y".
           05  DL124-MOVE-VALID-SW   PIC X(01) VALUE "Y".
               88  DL124-MOVE-VALID            VALUE "Y".
               88  DL124-MOVE-INVALID          VALUE "N".
      *
      **************************************************************
      *     Run date (a move is due once its effective date is on
      *     or before it), the commit time, and the upper-cased
      *     copies for the POSTAL city compare - same treatment the
      *     screen's 2155-CHECK-POSTAL gives them.
      **************************************************************
       01  DL124-TODAY-DATE          PIC 9(08) VALUE ZERO.
       01  DL124-NOW-TIME            PIC 9(06) VALUE ZERO.
       01  DL124-CUST-CITY-UC        PIC X(38) VALUE SPACES.
       01  DL124-PST-CITY-UC         PIC X(38) VALUE SPACES.
      *
      **************************************************************
      *     Before image of the master's address for the audit
      *     trail, same purpose as DL100C's TELA-OLD-CUSTOMER-
      *     RECORD - captured off the read-for-update, before the
      *     scheduled address is MOVEd over CUST-xxx.
      **************************************************************
       01  DL124-OLD-ADDRESS.
           05  DL124-OLDC-ADDR-1     PIC X(66).
           05  DL124-OLDC-ADDR-2     PIC X(66).
           05  DL124-OLDC-CITY       PIC X(38).
           05  DL124-OLDC-ZIP        PIC 9(08).
           05  DL124-OLDC-COUNTRY    PIC X(30).
       01  DL124-AUDIT-FIELDS.
           05  DL124-AUD-FIELD-NAME  PIC X(15) VALUE SPACES.
           05  DL124-AUD-OLD-VALUE   PIC X(66) VALUE SPACES.
           05  DL124-AUD-NEW-VALUE   PIC X(66) VALUE SPACES.
      *
       01  DL124-COUNTERS.
           05  DL124-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  DL124-DUE-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  DL124-APPLIED-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL124-REJECTED-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  DL124-FLAGGED-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL124-NOT-DUE-COUNT   PIC 9(07) COMP VALUE ZERO.
      *
       01  DL124-HEAD-1.
           05  FILLER  PIC X(35) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE "EDITEL SCHEDULED ADDRESS CHANGE RUN".
      *
       01  DL124-HEAD-2.
           05  FILLER  PIC X(06) VALUE "CUSTID".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE "EFF DATE".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE "KEYED BY".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE "RESULT".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(30) VALUE "NEW ADDRESS 1".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(20) VALUE "NEW CITY".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(40) VALUE "REASON".
      *
       01  DL124-DETAIL-LINE.
           05  DL124-DTL-ID          PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL124-DTL-EFF-DT      PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL124-DTL-OP          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL124-DTL-RESULT      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL124-DTL-ADDR-1      PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL124-DTL-CITY        PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL124-DTL-REASON      PIC X(40).
      *
       01  DL124-TOTAL-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL124-TOT-LABEL       PIC X(30).
           05  DL124-TOT-COUNT       PIC ZZZ,ZZ9.
      *
       01  DL124-BLANK-LINE          PIC X(01) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************
      *    0000-MAINLINE
      ******************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-SCHEDULE THRU 2000-EXIT.
           PERFORM 2100-PROCESS-MOVE THRU 2100-EXIT
               UNTIL DL124-EOF.
           PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *
      ******************************************************
      *    1000-INITIALIZE
      *    ADDRSCH is bootstrapped empty on a first run, the
      *    way DL100C does it - no file just means nothing has
      *    been scheduled yet.  COUNTRY is fatal if missing,
      *    POSTAL only turns its edit off, same as the screen.
      ******************************************************
       1000-INITIALIZE.
           OPEN I-O ADDRESS-SCHEDULE-FILE.
           IF NOT DL124-ASC-OK AND DL124-ASC-STATUS NOT = "05"
               IF DL124-ASC-STATUS = "35"
                   OPEN OUTPUT ADDRESS-SCHEDULE-FILE
                   CLOSE ADDRESS-SCHEDULE-FILE
                   OPEN I-O ADDRESS-SCHEDULE-FILE
               END-IF
           END-IF.
           OPEN I-O CUSTOMER-MASTER.
           IF NOT DL124-CUSTMAS-OK
               DISPLAY "DL124: UNABLE TO OPEN CUSTOMER-MASTER, STATUS="
                   DL124-CUSTMAS-STATUS
               CLOSE ADDRESS-SCHEDULE-FILE
               STOP RUN
           END-IF.
           OPEN INPUT COUNTRY-MASTER.
           IF NOT DL124-COUNTRY-OK
               DISPLAY "DL124: UNABLE TO OPEN COUNTRY-MASTER, STATUS="
                   DL124-COUNTRY-STATUS
               CLOSE ADDRESS-SCHEDULE-FILE
               CLOSE CUSTOMER-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT POSTAL-FILE.
           IF DL124-PST-OK
               SET DL124-PST-AVAILABLE TO TRUE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT DL124-AUDIT-OK AND DL124-AUDIT-STATUS NOT = "05"
               IF DL124-AUDIT-STATUS = "35"
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN EXTEND AUDIT-FILE
               END-IF
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT DL124-JRNL-OK AND DL124-JRNL-STATUS NOT = "05"
               IF DL124-JRNL-STATUS = "35"
                   OPEN OUTPUT JOURNAL-FILE
                   CLOSE JOURNAL-FILE
                   OPEN EXTEND JOURNAL-FILE
               END-IF
           END-IF.
           ACCEPT DL124-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM DL124-HEAD-1 AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM DL124-HEAD-2 AFTER ADVANCING 2 LINES.
       1000-EXIT.
           EXIT.
      *
      ******************************************************
      *    2000-READ-SCHEDULE
      ******************************************************
       2000-READ-SCHEDULE.
           READ ADDRESS-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET DL124-EOF TO TRUE
           END-READ.
           IF NOT DL124-EOF
               ADD 1 TO DL124-READ-COUNT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************
      *    2100-PROCESS-MOVE
      *    Only a move still waiting (status S) whose date has
      *    come is touched - applied, rejected and flagged
      *    records are history and are passed over.
      ******************************************************
       2100-PROCESS-MOVE.
           IF ASC-SCHEDULED
               IF ASC-EFF-DT > DL124-TODAY-DATE
                   ADD 1 TO DL124-NOT-DUE-COUNT
               ELSE
                   ADD 1 TO DL124-DUE-COUNT
                   PERFORM 2110-PROCESS-DUE-MOVE THRU 2110-EXIT
               END-IF
           END-IF.
           PERFORM 2000-READ-SCHEDULE THRU 2000-EXIT.
       2100-EXIT.
           EXIT.
      *
      ******************************************************
      *    2110-PROCESS-DUE-MOVE
      *    A customer gone from the master rejects the move; a
      *    master whose address no longer matches the one the
      *    move was keyed against flags it; otherwise the new
      *    address is edited and either applied or rejected.
      ******************************************************
       2110-PROCESS-DUE-MOVE.
           MOVE ASC-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NO LONGER ON FILE" TO ASC-REASON
                   PERFORM 2500-REJECT-MOVE THRU 2500-EXIT
                   GO TO 2110-EXIT
           END-READ.
           IF CUST-ADDR-1 NOT = ASC-WAS-ADDR-1 OR
               CUST-ADDR-2 NOT = ASC-WAS-ADDR-2 OR
               CUST-CITY NOT = ASC-WAS-CITY OR
               CUST-ZIP NOT = ASC-WAS-ZIP OR
               CUST-COUNTRY NOT = ASC-WAS-COUNTRY
               PERFORM 2600-FLAG-MOVE THRU 2600-EXIT
               GO TO 2110-EXIT
           END-IF.
           SET DL124-MOVE-VALID TO TRUE.
           PERFORM 2200-VALIDATE-ZIP THRU 2200-EXIT.
           IF DL124-MOVE-VALID
               PERFORM 2300-CHECK-COUNTRY THRU 2300-EXIT
           END-IF.
           IF DL124-MOVE-INVALID
               PERFORM 2500-REJECT-MOVE THRU 2500-EXIT
           ELSE
               PERFORM 2400-APPLY-MOVE THRU 2400-EXIT
           END-IF.
       2110-EXIT.
           EXIT.
      *
      ******************************************************
      *    2200-VALIDATE-ZIP
      *    The DL100C 2150-ACCEPT-ZIP rules, re-run on the
      *    night the move lands - the POSTAL table may have
      *    been reloaded since the move was keyed.
      ******************************************************
       2200-VALIDATE-ZIP.
           IF ASC-NEW-ZIP = ZERO OR ASC-NEW-ZIP = 99999999
               SET DL124-MOVE-INVALID TO TRUE
               MOVE "INVALID ZIP CODE" TO ASC-REASON
               GO TO 2200-EXIT
           END-IF.
           IF NOT DL124-PST-AVAILABLE
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2210-FIND-POSTAL-RANGE THRU 2210-EXIT.
           IF NOT DL124-PST-FOUND
               SET DL124-MOVE-INVALID TO TRUE
               MOVE "ZIP NOT ON POSTAL TABLE" TO ASC-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE ASC-NEW-CITY TO DL124-CUST-CITY-UC.
           INSPECT DL124-CUST-CITY-UC
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE PST-CITY TO DL124-PST-CITY-UC.
           INSPECT DL124-PST-CITY-UC
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF DL124-CUST-CITY-UC NOT = DL124-PST-CITY-UC
               SET DL124-MOVE-INVALID TO TRUE
               MOVE "CITY DOES NOT MATCH ZIP" TO ASC-REASON
           END-IF.
       2200-EXIT.
           EXIT.
      *
      ******************************************************
      *    2210-FIND-POSTAL-RANGE
      *    Walks the table in low-zip order until a range
      *    covers the Zip or the low zips pass it - ranges
      *    don't overlap, so the first hit is the hit.
      ******************************************************
       2210-FIND-POSTAL-RANGE.
           MOVE "N" TO DL124-PST-FOUND-SW.
           MOVE "N" TO DL124-PST-EOF-SW.
           MOVE ZERO TO PST-ZIP-LOW.
           START POSTAL-FILE KEY IS NOT LESS THAN PST-ZIP-LOW
               INVALID KEY
                   SET DL124-PST-EOF TO TRUE
           END-START.
           PERFORM 2220-SCAN-POSTAL-RANGE THRU 2220-EXIT
               UNTIL DL124-PST-EOF OR DL124-PST-FOUND.
       2210-EXIT.
           EXIT.
      *
       2220-SCAN-POSTAL-RANGE.
           READ POSTAL-FILE NEXT RECORD
               AT END
                   SET DL124-PST-EOF TO TRUE
           END-READ.
           IF NOT DL124-PST-EOF
               IF PST-ZIP-LOW > ASC-NEW-ZIP
                   SET DL124-PST-EOF TO TRUE
               ELSE
                   IF ASC-NEW-ZIP <= PST-ZIP-HIGH
                       SET DL124-PST-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.
       2220-EXIT.
           EXIT.
      *
      ******************************************************
      *    2300-CHECK-COUNTRY
      *    The country code the screen resolved when the move
      *    was keyed must still be on the COUNTRY reference
      *    file; the reference file's current spelling is the
      *    one that goes onto the master, as on the screen.
      ******************************************************
       2300-CHECK-COUNTRY.
           MOVE ASC-NEW-COUNTRY-CD TO COU-CODE.
           READ COUNTRY-MASTER
               INVALID KEY
                   SET DL124-MOVE-INVALID TO TRUE
                   MOVE "COUNTRY NOT ON FILE" TO ASC-REASON
               NOT INVALID KEY
                   MOVE COU-NAME TO ASC-NEW-COUNTRY
           END-READ.
       2300-EXIT.
           EXIT.
      *
      ******************************************************
      *    2400-APPLY-MOVE
      *    The scheduled address goes onto the master, stamped
      *    and audited as the keying operator's change, then
      *    journaled like any other REWRITE; the ADDRSCH record
      *    is marked applied.
      ******************************************************
       2400-APPLY-MOVE.
           MOVE CUST-ADDR-1        TO DL124-OLDC-ADDR-1.
           MOVE CUST-ADDR-2        TO DL124-OLDC-ADDR-2.
           MOVE CUST-CITY          TO DL124-OLDC-CITY.
           MOVE CUST-ZIP           TO DL124-OLDC-ZIP.
           MOVE CUST-COUNTRY       TO DL124-OLDC-COUNTRY.
           MOVE ASC-NEW-ADDR-1     TO CUST-ADDR-1.
           MOVE ASC-NEW-ADDR-2     TO CUST-ADDR-2.
           MOVE ASC-NEW-CITY       TO CUST-CITY.
           MOVE ASC-NEW-ZIP        TO CUST-ZIP.
           MOVE ASC-NEW-COUNTRY    TO CUST-COUNTRY.
           MOVE ASC-NEW-COUNTRY-CD TO CUST-COUNTRY-CD.
           ACCEPT DL124-NOW-TIME FROM TIME.
           MOVE DL124-TODAY-DATE   TO CUST-LAST-UPD-DT.
           MOVE DL124-NOW-TIME     TO CUST-LAST-UPD-TM.
           MOVE ASC-REQ-OP         TO CUST-LAST-UPD-OP.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   SET DL124-MOVE-INVALID TO TRUE
                   MOVE "CUSTMAS REWRITE FAILED" TO ASC-REASON
           END-REWRITE.
           IF DL124-MOVE-INVALID
               PERFORM 2500-REJECT-MOVE THRU 2500-EXIT
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-LOG-AUDIT-CHANGES THRU 2410-EXIT.
           PERFORM 2420-WRITE-JOURNAL THRU 2420-EXIT.
           ADD 1 TO DL124-APPLIED-COUNT.
           SET ASC-APPLIED TO TRUE.
           MOVE SPACES TO ASC-REASON.
           MOVE "APPLIED" TO DL124-DTL-RESULT.
           PERFORM 2700-CLOSE-OUT-MOVE THRU 2700-EXIT.
       2400-EXIT.
           EXIT.
      *
      ******************************************************
      *    2410-LOG-AUDIT-CHANGES
      *    Same field-by-field compare and field names as
      *    DL100C's 2260-LOG-AUDIT-CHANGES, for the address
      *    fields a move can carry.
      ******************************************************
       2410-LOG-AUDIT-CHANGES.
           MOVE CUST-ID TO AUD-CUST-ID.
           MOVE DL124-TODAY-DATE TO AUD-UPD-DT.
           MOVE DL124-NOW-TIME TO AUD-UPD-TM.
           MOVE ASC-REQ-OP TO AUD-OPERATOR-ID.
           IF DL124-OLDC-ADDR-1 NOT = CUST-ADDR-1
               MOVE "ADDRESS 1"         TO DL124-AUD-FIELD-NAME
               MOVE DL124-OLDC-ADDR-1   TO DL124-AUD-OLD-VALUE
               MOVE CUST-ADDR-1         TO DL124-AUD-NEW-VALUE
               PERFORM 2411-WRITE-AUDIT-RECORD THRU 2411-EXIT
           END-IF.
           IF DL124-OLDC-ADDR-2 NOT = CUST-ADDR-2
               MOVE "ADDRESS 2"         TO DL124-AUD-FIELD-NAME
               MOVE DL124-OLDC-ADDR-2   TO DL124-AUD-OLD-VALUE
               MOVE CUST-ADDR-2         TO DL124-AUD-NEW-VALUE
               PERFORM 2411-WRITE-AUDIT-RECORD THRU 2411-EXIT
           END-IF.
           IF DL124-OLDC-CITY NOT = CUST-CITY
               MOVE "CITY"              TO DL124-AUD-FIELD-NAME
               MOVE DL124-OLDC-CITY     TO DL124-AUD-OLD-VALUE
               MOVE CUST-CITY           TO DL124-AUD-NEW-VALUE
               PERFORM 2411-WRITE-AUDIT-RECORD THRU 2411-EXIT
           END-IF.
           IF DL124-OLDC-ZIP NOT = CUST-ZIP
               MOVE "ZIP CODE"          TO DL124-AUD-FIELD-NAME
               MOVE DL124-OLDC-ZIP      TO DL124-AUD-OLD-VALUE
               MOVE CUST-ZIP            TO DL124-AUD-NEW-VALUE
               PERFORM 2411-WRITE-AUDIT-RECORD THRU 2411-EXIT
           END-IF.
           IF DL124-OLDC-COUNTRY NOT = CUST-COUNTRY
               MOVE "COUNTRY"           TO DL124-AUD-FIELD-NAME
               MOVE DL124-OLDC-COUNTRY  TO DL124-AUD-OLD-VALUE
               MOVE CUST-COUNTRY        TO DL124-AUD-NEW-VALUE
               PERFORM 2411-WRITE-AUDIT-RECORD THRU 2411-EXIT
           END-IF.
       2410-EXIT.
           EXIT.
      *
       2411-WRITE-AUDIT-RECORD.
           MOVE DL124-AUD-FIELD-NAME TO AUD-FIELD-NAME.
           MOVE DL124-AUD-OLD-VALUE  TO AUD-OLD-VALUE.
           MOVE DL124-AUD-NEW-VALUE  TO AUD-NEW-VALUE.
           WRITE AUDIT-RECORD.
       2411-EXIT.
           EXIT.
      *
      ******************************************************
      *    2420-WRITE-JOURNAL
      *    The after image of the REWRITE that just landed -
      *    what the DL114 forward recovery replays onto the
      *    last backup.
      ******************************************************
       2420-WRITE-JOURNAL.
           MOVE "R"              TO JRN-ACTION-CD.
           MOVE DL124-TODAY-DATE TO JRN-UPD-DT.
           MOVE DL124-NOW-TIME   TO JRN-UPD-TM.
           MOVE "DL124"          TO JRN-PROGRAM-ID.
           MOVE CUST-ID          TO JRN-CUST-ID.
           MOVE CUSTOMER-RECORD (7:386) TO JRN-CUST-IMAGE.
           WRITE JOURNAL-RECORD.
       2420-EXIT.
           EXIT.
      *
      ******************************************************
      *    2500-REJECT-MOVE
      *    The caller has put the reason in ASC-REASON.  The
      *    master is not touched; the move is closed out as
      *    rejected so it is not retried every night.
      ******************************************************
       2500-REJECT-MOVE.
           ADD 1 TO DL124-REJECTED-COUNT.
           SET ASC-REJECTED TO TRUE.
           MOVE "REJECTED" TO DL124-DTL-RESULT.
           PERFORM 2700-CLOSE-OUT-MOVE THRU 2700-EXIT.
       2500-EXIT.
           EXIT.
      *
      ******************************************************
      *    2600-FLAG-MOVE
      *    The master's address is no longer the one the move
      *    was keyed against - somebody changed it by hand in
      *    the meantime.  Rather than overwrite that work, the
      *    move is flagged for the review desk.
      ******************************************************
       2600-FLAG-MOVE.
           ADD 1 TO DL124-FLAGGED-COUNT.
           SET ASC-FLAGGED TO TRUE.
           MOVE "ADDRESS CHANGED BY HAND SINCE KEYED" TO ASC-REASON.
           MOVE "REVIEW" TO DL124-DTL-RESULT.
           PERFORM 2700-CLOSE-OUT-MOVE THRU 2700-EXIT.
       2600-EXIT.
           EXIT.
      *
      ******************************************************
      *    2700-CLOSE-OUT-MOVE
      *    Stamps the ADDRSCH record with tonight's run and the
      *    status the caller set, and prints its report line.
      ******************************************************
       2700-CLOSE-OUT-MOVE.
           ACCEPT DL124-NOW-TIME FROM TIME.
           MOVE DL124-TODAY-DATE TO ASC-DONE-DT.
           MOVE DL124-NOW-TIME   TO ASC-DONE-TM.
           REWRITE ADDRESS-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "DL124: ADDRSCH REWRITE FAILED, CUST="
                       ASC-CUST-ID
           END-REWRITE.
           MOVE ASC-CUST-ID          TO DL124-DTL-ID.
           MOVE ASC-EFF-DT           TO DL124-DTL-EFF-DT.
           MOVE ASC-REQ-OP           TO DL124-DTL-OP.
           MOVE ASC-NEW-ADDR-1 (1:30) TO DL124-DTL-ADDR-1.
           MOVE ASC-NEW-CITY (1:20)  TO DL124-DTL-CITY.
           MOVE ASC-REASON           TO DL124-DTL-REASON.
           WRITE PRINT-REC FROM DL124-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       2700-EXIT.
           EXIT.
      *
      ******************************************************
      *    3000-PRINT-SUMMARY
      ******************************************************
       3000-PRINT-SUMMARY.
           WRITE PRINT-REC FROM DL124-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "SCHEDULE RECORDS READ" TO DL124-TOT-LABEL.
           MOVE DL124-READ-COUNT TO DL124-TOT-COUNT.
           WRITE PRINT-REC FROM DL124-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "MOVES DUE TONIGHT" TO DL124-TOT-LABEL.
           MOVE DL124-DUE-COUNT TO DL124-TOT-COUNT.
           WRITE PRINT-REC FROM DL124-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "MOVES APPLIED" TO DL124-TOT-LABEL.
           MOVE DL124-APPLIED-COUNT TO DL124-TOT-COUNT.
           WRITE PRINT-REC FROM DL124-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "MOVES REJECTED" TO DL124-TOT-LABEL.
           MOVE DL124-REJECTED-COUNT TO DL124-TOT-COUNT.
           WRITE PRINT-REC FROM DL124-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "MOVES FLAGGED FOR REVIEW" TO DL124-TOT-LABEL.
           MOVE DL124-FLAGGED-COUNT TO DL124-TOT-COUNT.
           WRITE PRINT-REC FROM DL124-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "MOVES NOT YET DUE" TO DL124-TOT-LABEL.
           MOVE DL124-NOT-DUE-COUNT TO DL124-TOT-COUNT.
           WRITE PRINT-REC FROM DL124-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       3000-EXIT.
           EXIT.
      *
      ******************************************************
      *    9000-TERMINATE
      ******************************************************
       9000-TERMINATE.
           CLOSE ADDRESS-SCHEDULE-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE COUNTRY-MASTER.
           IF DL124-PST-AVAILABLE
               CLOSE POSTAL-FILE
           END-IF.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
