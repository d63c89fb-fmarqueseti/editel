      **************************************************************
      *     Program: DL128.CBL
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     EDITEL Survey Mailing Selection - picks the customers
      *     due a satisfaction survey and tells the mail house who
      *     to send it to.  A customer is selected when:
      *       - active on CUSTMAS (inactive and pending customers
      *         are counted and passed over);
      *       - not flagged do-not-mail on CUSTPREF (counted and
      *         passed over, as the DL120 letters and the DL108
      *         mailing extract do);
      *       - no SRVHIST response dated in the last N months
      *         (DL128PRM, default 12) - a customer who has never
      *         answered, or never been asked, is always due;
      *       - not already in the current wave on SRVWAVE, so a
      *         rerun or a top-up run the same period never mails
      *         anyone twice.
      *     Each selected customer gets one SRVWAVE record (status
      *     M, mailed today, country as the master holds it) and
      *     one SRVMAIL line for the mail house.  The wave number
      *     is the run's year and month (YYYYMM) unless DL128PRM
      *     names one.  DL119 matches each response back to its
      *     wave; DL129 reports the cycle.
      *     DL128PRM (optional, one line):
      *       columns 1-6  wave number   (blank = YYYYMM of today)
      *       columns 7-8  months since last response (blank = 12)
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      *     10/15/2026  MVV  Customers flagged do-not-mail on
      *                      CUSTPREF are no longer selected, with
      *                      their own skipped line on the totals.
      *     10/15/2026  MVV  A failed SRVMAIL write takes the
      *                      customer's SRVWAVE record back off, so
      *                      no one is recorded as asked without
      *                      being sent - counted, and the run ends
      *                      return code 8.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL128.
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
           SELECT PARAMETER-FILE ASSIGN TO "DL128PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL128-PARM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS DL128-CUSTMAS-STATUS.
           SELECT SURVEY-HISTORY ASSIGN TO "SRVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRV-KEY
               FILE STATUS IS DL128-SRVH-STATUS.
           SELECT SURVEY-WAVE ASSIGN TO "SRVWAVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWV-KEY
               FILE STATUS IS DL128-SWV-STATUS.
           SELECT PREFERENCE-FILE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CUST-ID
               FILE STATUS IS DL128-PRF-STATUS.
           SELECT SURVEY-MAILING ASSIGN TO "SRVMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL128-MAIL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DL128RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL128-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SELECTION-PARM-RECORD.
           05  SEL-WAVE-NO           PIC X(06).
           05  SEL-WAVE-NO-NUM REDEFINES SEL-WAVE-NO
                                     PIC 9(06).
           05  SEL-MONTHS            PIC X(02).
           05  SEL-MONTHS-NUM REDEFINES SEL-MONTHS
                                     PIC 9(02).
      *
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAS.CPY.
      *
       FD  SURVEY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY SRVHIST.CPY.
      *
       FD  SURVEY-WAVE
           LABEL RECORDS ARE STANDARD.
           COPY SRVWAVE.CPY.
      *
       FD  PREFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTPREF.CPY.
      *
       FD  SURVEY-MAILING
           LABEL RECORDS ARE STANDARD.
           COPY SRVMAIL.CPY.
      *
       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  PRINT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  DL128-SWITCHES.
           05  DL128-EOF-SW          PIC X(01) VALUE "N".
               88  DL128-EOF                   VALUE "Y".
           05  DL128-PARM-STATUS     PIC X(02) VALUE "00".
               88  DL128-PARM-OK               VALUE "00".
           05  DL128-CUSTMAS-STATUS  PIC X(02) VALUE "00".
               88  DL128-CUSTMAS-OK            VALUE "00".
           05  DL128-SRVH-STATUS     PIC X(02) VALUE "00".
               88  DL128-SRVH-OK               VALUE "00".
           05  DL128-SRVH-AVAIL-SW   PIC X(01) VALUE "N".
               88  DL128-SRVH-AVAILABLE        VALUE "Y".
           05  DL128-SRVH-EOF-SW     PIC X(01) VALUE "N".
               88  DL128-SRVH-EOF              VALUE "Y".
           05  DL128-SWV-STATUS      PIC X(02) VALUE "00".
               88  DL128-SWV-OK                VALUE "00".
           05  DL128-PRF-STATUS      PIC X(02) VALUE "00".
               88  DL128-PRF-OK                VALUE "00".
           05  DL128-PRF-AVAIL-SW    PIC X(01) VALUE "N".
               88  DL128-PRF-AVAILABLE         VALUE "Y".
           05  DL128-NO-MAIL-SW      PIC X(01) VALUE "N".
               88  DL128-DO-NOT-MAIL           VALUE "Y".
           05  DL128-MAIL-STATUS     PIC X(02) VALUE "00".
               88  DL128-MAIL-OK               VALUE "00".
           05  DL128-PRINT-STATUS    PIC X(02) VALUE "00".
           05  DL128-RECENT-SW       PIC X(01) VALUE "N".
               88  DL128-RESPONDED-RECENTLY    VALUE "Y".
           05  DL128-EVER-SW         PIC X(01) VALUE "N".
               88  DL128-EVER-RESPONDED        VALUE "Y".
           05  DL128-IN-WAVE-SW      PIC X(01) VALUE "N".
               88  DL128-ALREADY-IN-WAVE       VALUE "Y".
      *
       01  DL128-TODAY-DATE          PIC 9(08) VALUE ZERO.
       01  DL128-TODAY-PARTS REDEFINES DL128-TODAY-DATE.
           05  DL128-TODAY-YYYYMM    PIC 9(06).
           05  FILLER                PIC 9(02).
       01  DL128-WAVE-NO             PIC 9(06) VALUE ZERO.
       01  DL128-MONTHS              PIC 9(02) VALUE 12.
      *
      **************************************************************
      *     The response cutoff - today less the parameter months,
      *     same day of the month.  A response dated on or after
      *     it is recent enough to leave the customer alone.
      **************************************************************
       01  DL128-CUTOFF-DT           PIC 9(08) VALUE ZERO.
       01  DL128-CUTOFF-PARTS REDEFINES DL128-CUTOFF-DT.
           05  DL128-CUTOFF-YYYY     PIC 9(04).
           05  DL128-CUTOFF-MM       PIC 9(02).
           05  DL128-CUTOFF-DD       PIC 9(02).
       01  DL128-MONTH-COUNT         PIC 9(06) COMP VALUE ZERO.
       01  DL128-MONTH-REM           PIC 9(02) COMP VALUE ZERO.
      *
       01  DL128-COUNTERS.
           05  DL128-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  DL128-INACTIVE-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  DL128-PENDING-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL128-NO-MAIL-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL128-RECENT-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  DL128-IN-WAVE-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL128-SELECTED-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  DL128-NEVER-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  DL128-WAVE-ERR-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  DL128-MAIL-ERR-COUNT  PIC 9(07) COMP VALUE ZERO.
      *
       01  DL128-HEAD-1.
           05  FILLER  PIC X(35) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE "EDITEL SURVEY MAILING SELECTION".
      *
       01  DL128-PARM-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "RUN DATE ".
           05  DL128-DATE-PRT        PIC 9(08).
           05  FILLER                PIC X(08) VALUE "  WAVE ".
           05  DL128-WAVE-PRT        PIC 9(06).
           05  FILLER                PIC X(25)
               VALUE "  NO RESPONSE SINCE ".
           05  DL128-CUTOFF-PRT      PIC 9(08).
      *
       01  DL128-TOTAL-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL128-TOT-LABEL       PIC X(30).
           05  DL128-TOT-COUNT       PIC ZZZ,ZZ9.
      *
       01  DL128-BLANK-LINE          PIC X(01) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************
      *    0000-MAINLINE
      ******************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-CUSTOMER THRU 2000-EXIT.
           PERFORM 2100-SELECT-CUSTOMER THRU 2100-EXIT
               UNTIL DL128-EOF.
           PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF DL128-WAVE-ERR-COUNT > ZERO
               OR DL128-MAIL-ERR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      ******************************************************
      *    1000-INITIALIZE
      *    A parameter line that is present but not numeric
      *    stops the run - a wrong wave number would mix two
      *    mailings.  SRVHIST may not exist yet (no response
      *    ever loaded - everyone is due), and so may CUSTPREF
      *    (no preference ever recorded - nobody is held back);
      *    SRVWAVE is this program's own file and a first run
      *    bootstraps it.
      ******************************************************
       1000-INITIALIZE.
           ACCEPT DL128-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DL128-TODAY-YYYYMM TO DL128-WAVE-NO.
           OPEN INPUT PARAMETER-FILE.
           IF DL128-PARM-OK
               READ PARAMETER-FILE
                   AT END
                       MOVE SPACES TO SELECTION-PARM-RECORD
               END-READ
               PERFORM 1100-EDIT-PARM THRU 1100-EXIT
               CLOSE PARAMETER-FILE
           END-IF.
           PERFORM 1200-SET-CUTOFF THRU 1200-EXIT.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT DL128-CUSTMAS-OK
               DISPLAY "DL128: UNABLE TO OPEN CUSTOMER-MASTER, STATUS="
                   DL128-CUSTMAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SURVEY-HISTORY.
           IF DL128-SRVH-OK
               SET DL128-SRVH-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT PREFERENCE-FILE.
           IF DL128-PRF-OK
               SET DL128-PRF-AVAILABLE TO TRUE
           END-IF.
           OPEN I-O SURVEY-WAVE.
           IF NOT DL128-SWV-OK AND DL128-SWV-STATUS NOT = "05"
               IF DL128-SWV-STATUS = "35"
                   OPEN OUTPUT SURVEY-WAVE
                   CLOSE SURVEY-WAVE
                   OPEN I-O SURVEY-WAVE
               END-IF
           END-IF.
           IF NOT DL128-SWV-OK AND DL128-SWV-STATUS NOT = "05"
               DISPLAY "DL128: UNABLE TO OPEN SRVWAVE, STATUS="
                   DL128-SWV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SURVEY-MAILING.
           IF NOT DL128-MAIL-OK
               DISPLAY "DL128: UNABLE TO OPEN SRVMAIL, STATUS="
                   DL128-MAIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM DL128-HEAD-1 AFTER ADVANCING PAGE.
           MOVE DL128-TODAY-DATE TO DL128-DATE-PRT.
           MOVE DL128-WAVE-NO    TO DL128-WAVE-PRT.
           MOVE DL128-CUTOFF-DT  TO DL128-CUTOFF-PRT.
           WRITE PRINT-REC FROM DL128-PARM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM DL128-BLANK-LINE
               AFTER ADVANCING 1 LINE.
       1000-EXIT.
           EXIT.
      *
       1100-EDIT-PARM.
           IF SEL-WAVE-NO NOT = SPACES
               IF SEL-WAVE-NO NOT NUMERIC OR SEL-WAVE-NO-NUM = ZERO
                   DISPLAY "DL128: WAVE NUMBER NOT NUMERIC, GOT "
                       SEL-WAVE-NO
                   CLOSE PARAMETER-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SEL-WAVE-NO-NUM TO DL128-WAVE-NO
           END-IF.
           IF SEL-MONTHS NOT = SPACES
               IF SEL-MONTHS NOT NUMERIC OR SEL-MONTHS-NUM = ZERO
                   DISPLAY "DL128: MONTHS NOT NUMERIC, GOT "
                       SEL-MONTHS
                   CLOSE PARAMETER-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SEL-MONTHS-NUM TO DL128-MONTHS
           END-IF.
       1100-EXIT.
           EXIT.
      *
      ******************************************************
      *    1200-SET-CUTOFF
      *    Counts back the parameter months on a running
      *    month count (year x 12 + month - 1) so the year
      *    rolls back on its own.  The day stays as today's.
      ******************************************************
       1200-SET-CUTOFF.
           MOVE DL128-TODAY-DATE TO DL128-CUTOFF-DT.
           COMPUTE DL128-MONTH-COUNT = DL128-CUTOFF-YYYY * 12
               + DL128-CUTOFF-MM - 1 - DL128-MONTHS.
           DIVIDE DL128-MONTH-COUNT BY 12
               GIVING DL128-CUTOFF-YYYY
               REMAINDER DL128-MONTH-REM.
           COMPUTE DL128-CUTOFF-MM = DL128-MONTH-REM + 1.
       1200-EXIT.
           EXIT.
      *
      ******************************************************
      *    2000-READ-CUSTOMER
      ******************************************************
       2000-READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET DL128-EOF TO TRUE
           END-READ.
           IF NOT DL128-EOF
               ADD 1 TO DL128-READ-COUNT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************
      *    2100-SELECT-CUSTOMER
      *    The tests run cheapest first - status off the
      *    record in hand, then one keyed READ on CUSTPREF,
      *    then the customer's own SRVHIST responses, then
      *    one keyed READ on SRVWAVE.
      ******************************************************
       2100-SELECT-CUSTOMER.
           PERFORM 2110-TEST-CUSTOMER THRU 2110-EXIT.
           PERFORM 2000-READ-CUSTOMER THRU 2000-EXIT.
       2100-EXIT.
           EXIT.
      *
       2110-TEST-CUSTOMER.
           IF CUST-INACTIVE
               ADD 1 TO DL128-INACTIVE-COUNT
               GO TO 2110-EXIT
           END-IF.
           IF CUST-PENDING
               ADD 1 TO DL128-PENDING-COUNT
               GO TO 2110-EXIT
           END-IF.
           PERFORM 2150-CHECK-PREFERENCE THRU 2150-EXIT.
           IF DL128-DO-NOT-MAIL
               ADD 1 TO DL128-NO-MAIL-COUNT
               GO TO 2110-EXIT
           END-IF.
           PERFORM 2200-CHECK-RESPONSES THRU 2200-EXIT.
           IF DL128-RESPONDED-RECENTLY
               ADD 1 TO DL128-RECENT-COUNT
               GO TO 2110-EXIT
           END-IF.
           PERFORM 2300-CHECK-WAVE THRU 2300-EXIT.
           IF DL128-ALREADY-IN-WAVE
               ADD 1 TO DL128-IN-WAVE-COUNT
               GO TO 2110-EXIT
           END-IF.
           PERFORM 2400-MAIL-CUSTOMER THRU 2400-EXIT.
       2110-EXIT.
           EXIT.
      *
      ******************************************************
      *    2150-CHECK-PREFERENCE
      *    A customer flagged do-not-mail on CUSTPREF is not
      *    surveyed.  No preference record means no
      *    preference.
      ******************************************************
       2150-CHECK-PREFERENCE.
           MOVE "N" TO DL128-NO-MAIL-SW.
           IF NOT DL128-PRF-AVAILABLE
               GO TO 2150-EXIT
           END-IF.
           MOVE CUST-ID TO PRF-CUST-ID.
           READ PREFERENCE-FILE
               INVALID KEY
                   GO TO 2150-EXIT
           END-READ.
           IF PRF-NO-MAIL
               SET DL128-DO-NOT-MAIL TO TRUE
           END-IF.
       2150-EXIT.
           EXIT.
      *
      ******************************************************
      *    2200-CHECK-RESPONSES
      *    SRVHIST is keyed Customer ID + survey date, so the
      *    customer's responses come back oldest first; any
      *    one dated on or after the cutoff is recent.
      ******************************************************
       2200-CHECK-RESPONSES.
           MOVE "N" TO DL128-RECENT-SW.
           MOVE "N" TO DL128-EVER-SW.
           IF NOT DL128-SRVH-AVAILABLE
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO DL128-SRVH-EOF-SW.
           MOVE CUST-ID TO SRV-CUST-ID.
           MOVE ZERO    TO SRV-SURVEY-DT.
           START SURVEY-HISTORY KEY IS NOT LESS THAN SRV-KEY
               INVALID KEY
                   SET DL128-SRVH-EOF TO TRUE
           END-START.
           PERFORM 2210-SCAN-RESPONSE THRU 2210-EXIT
               UNTIL DL128-SRVH-EOF.
       2200-EXIT.
           EXIT.
      *
       2210-SCAN-RESPONSE.
           READ SURVEY-HISTORY NEXT RECORD
               AT END
                   SET DL128-SRVH-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF SRV-CUST-ID NOT = CUST-ID
               SET DL128-SRVH-EOF TO TRUE
               GO TO 2210-EXIT
           END-IF.
           SET DL128-EVER-RESPONDED TO TRUE.
           IF SRV-SURVEY-DT NOT < DL128-CUTOFF-DT
               SET DL128-RESPONDED-RECENTLY TO TRUE
               SET DL128-SRVH-EOF TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.
      *
       2300-CHECK-WAVE.
           MOVE "N" TO DL128-IN-WAVE-SW.
           MOVE CUST-ID       TO SWV-CUST-ID.
           MOVE DL128-WAVE-NO TO SWV-WAVE-NO.
           READ SURVEY-WAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DL128-ALREADY-IN-WAVE TO TRUE
           END-READ.
       2300-EXIT.
           EXIT.
      *
      ******************************************************
      *    2400-MAIL-CUSTOMER
      *    The wave record goes first - a customer is only
      *    sent to the mail house once SRVWAVE records the
      *    asking, so the response can always be matched.  A
      *    mail-house line that does not land takes the wave
      *    record back off again - the customer was never
      *    asked, must not count against the wave's response
      *    rate on DL129, and is picked up by the rerun.
      ******************************************************
       2400-MAIL-CUSTOMER.
           MOVE SPACES          TO SURVEY-WAVE-RECORD.
           MOVE CUST-ID         TO SWV-CUST-ID.
           MOVE DL128-WAVE-NO   TO SWV-WAVE-NO.
           MOVE DL128-TODAY-DATE TO SWV-MAILED-DT.
           MOVE CUST-COUNTRY-CD TO SWV-COUNTRY-CD.
           MOVE CUST-COUNTRY    TO SWV-COUNTRY.
           SET SWV-MAILED       TO TRUE.
           MOVE ZERO TO SWV-RESP-SURVEY-DT SWV-RESP-LOAD-DT.
           WRITE SURVEY-WAVE-RECORD
               INVALID KEY
                   DISPLAY "DL128: SRVWAVE WRITE FAILED FOR "
                       CUST-ID ", STATUS=" DL128-SWV-STATUS
                   ADD 1 TO DL128-WAVE-ERR-COUNT
                   GO TO 2400-EXIT
           END-WRITE.
           MOVE DL128-WAVE-NO   TO SML-WAVE-NO.
           MOVE CUST-ID         TO SML-CUST-ID.
           MOVE CUST-NAME       TO SML-NAME.
           MOVE CUST-ADDR-1     TO SML-ADDR-1.
           MOVE CUST-ADDR-2     TO SML-ADDR-2.
           MOVE CUST-CITY       TO SML-CITY.
           MOVE CUST-ZIP        TO SML-ZIP.
           MOVE CUST-COUNTRY    TO SML-COUNTRY.
           WRITE SURVEY-MAILING-RECORD.
           IF NOT DL128-MAIL-OK
               DISPLAY "DL128: SRVMAIL WRITE FAILED FOR "
                   CUST-ID ", STATUS=" DL128-MAIL-STATUS
               ADD 1 TO DL128-MAIL-ERR-COUNT
               DELETE SURVEY-WAVE
                   INVALID KEY
                       DISPLAY "DL128: SRVWAVE DELETE FAILED FOR "
                           CUST-ID ", STATUS=" DL128-SWV-STATUS
               END-DELETE
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO DL128-SELECTED-COUNT.
           IF NOT DL128-EVER-RESPONDED
               ADD 1 TO DL128-NEVER-COUNT
           END-IF.
       2400-EXIT.
           EXIT.
      *
      ******************************************************
      *    3000-PRINT-SUMMARY
      ******************************************************
       3000-PRINT-SUMMARY.
           MOVE "CUSTOMERS READ" TO DL128-TOT-LABEL.
           MOVE DL128-READ-COUNT TO DL128-TOT-COUNT.
           WRITE PRINT-REC FROM DL128-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SKIPPED - INACTIVE" TO DL128-TOT-LABEL.
           MOVE DL128-INACTIVE-COUNT TO DL128-TOT-COUNT.
           WRITE PRINT-REC FROM DL128-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SKIPPED - PENDING" TO DL128-TOT-LABEL.
           MOVE DL128-PENDING-COUNT TO DL128-TOT-COUNT.
           WRITE PRINT-REC FROM DL128-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SKIPPED - DO NOT MAIL" TO DL128-TOT-LABEL.
           MOVE DL128-NO-MAIL-COUNT TO DL128-TOT-COUNT.
           WRITE PRINT-REC FROM DL128-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SKIPPED - RESPONDED RECENTLY" TO DL128-TOT-LABEL.
           MOVE DL128-RECENT-COUNT TO DL128-TOT-COUNT.
           WRITE PRINT-REC FROM DL128-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SKIPPED - ALREADY IN WAVE" TO DL128-TOT-LABEL.
           MOVE DL128-IN-WAVE-COUNT TO DL128-TOT-COUNT.
           WRITE PRINT-REC FROM DL128-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SELECTED AND MAILED" TO DL128-TOT-LABEL.
           MOVE DL128-SELECTED-COUNT TO DL128-TOT-COUNT.
           WRITE PRINT-REC FROM DL128-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  OF WHICH NEVER RESPONDED" TO DL128-TOT-LABEL.
           MOVE DL128-NEVER-COUNT TO DL128-TOT-COUNT.
           WRITE PRINT-REC FROM DL128-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF DL128-WAVE-ERR-COUNT > ZERO
               MOVE "SRVWAVE WRITES FAILED" TO DL128-TOT-LABEL
               MOVE DL128-WAVE-ERR-COUNT TO DL128-TOT-COUNT
               WRITE PRINT-REC FROM DL128-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF DL128-MAIL-ERR-COUNT > ZERO
               MOVE "SRVMAIL WRITES FAILED" TO DL128-TOT-LABEL
               MOVE DL128-MAIL-ERR-COUNT TO DL128-TOT-COUNT
               WRITE PRINT-REC FROM DL128-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       3000-EXIT.
           EXIT.
      *
      ******************************************************
      *    9000-TERMINATE
      ******************************************************
       9000-TERMINATE.
           CLOSE CUSTOMER-MASTER.
           IF DL128-SRVH-AVAILABLE
               CLOSE SURVEY-HISTORY
           END-IF.
           IF DL128-PRF-AVAILABLE
               CLOSE PREFERENCE-FILE
           END-IF.
           CLOSE SURVEY-WAVE.
           CLOSE SURVEY-MAILING.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
