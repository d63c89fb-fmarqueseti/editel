      **************************************************************
      *     Program: DL129.CBL
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     EDITEL Survey Cycle Report - how the survey mailings
      *     are doing and who needs a call.  Three parts:
      *       - per wave, per country: how many customers DL128
      *         mailed, how many DL119 matched a response to, and
      *         the response rate, with a total line per wave and
      *         a grand total.  SRVWAVE is sorted on wave and
      *         country so each wave prints as one block;
      *       - per country over every wave on file, the same
      *         three figures, accumulated in a country table as
      *         the sorted records go by (the DL112 way);
      *       - rating drops: every active customer whose latest
      *         SRVHIST response is lower than the one before it
      *         (High to Med, High to Low, Med to Low), with both
      *         dates and ratings, so the retention desk can call
      *         before the monthly DL120 letters go out.  Inactive
      *         customers with a drop are only counted.
      *     The country on a wave line is the one the customer had
      *     when mailed (SRVWAVE carries it), not today's.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL129.
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
           SELECT SURVEY-WAVE ASSIGN TO "SRVWAVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWV-KEY
               FILE STATUS IS DL129-SWV-STATUS.
           SELECT SURVEY-HISTORY ASSIGN TO "SRVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRV-KEY
               FILE STATUS IS DL129-SRVH-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS DL129-CUSTMAS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT PRINT-FILE ASSIGN TO "DL129RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL129-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SURVEY-WAVE
           LABEL RECORDS ARE STANDARD.
           COPY SRVWAVE.CPY.
      *
       FD  SURVEY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY SRVHIST.CPY.
      *
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAS.CPY.
      *
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-KEY.
               10  SRT-WAVE-NO       PIC 9(06).
               10  SRT-COUNTRY-CD    PIC X(02).
           05  SRT-COUNTRY           PIC X(30).
           05  SRT-RESPONDED-SW      PIC X(01).
               88  SRT-RESPONDED               VALUE "Y".
      *
       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  PRINT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  DL129-SWITCHES.
           05  DL129-SWV-STATUS      PIC X(02) VALUE "00".
               88  DL129-SWV-OK                VALUE "00".
           05  DL129-SWV-EOF-SW      PIC X(01) VALUE "N".
               88  DL129-SWV-EOF               VALUE "Y".
           05  DL129-SRVH-STATUS     PIC X(02) VALUE "00".
               88  DL129-SRVH-OK               VALUE "00".
           05  DL129-SRVH-AVAIL-SW   PIC X(01) VALUE "N".
               88  DL129-SRVH-AVAILABLE        VALUE "Y".
           05  DL129-SRVH-EOF-SW     PIC X(01) VALUE "N".
               88  DL129-SRVH-EOF              VALUE "Y".
           05  DL129-CUSTMAS-STATUS  PIC X(02) VALUE "00".
               88  DL129-CUSTMAS-OK            VALUE "00".
           05  DL129-CUSTMAS-AVAIL-SW PIC X(01) VALUE "N".
               88  DL129-CUSTMAS-AVAILABLE     VALUE "Y".
           05  DL129-PRINT-STATUS    PIC X(02) VALUE "00".
           05  DL129-SORT-EOF-SW     PIC X(01) VALUE "N".
               88  DL129-SORT-EOF              VALUE "Y".
           05  DL129-CTRY-FOUND-SW   PIC X(01) VALUE "N".
               88  DL129-CTRY-FOUND            VALUE "Y".
      *
       01  DL129-TODAY-DATE          PIC 9(08) VALUE ZERO.
      *
      **************************************************************
      *     Control-break holds and counts for the sorted wave
      *     stream - country within wave, wave, and the whole file.
      **************************************************************
       01  DL129-BREAK-FIELDS.
           05  DL129-HOLD-WAVE-NO    PIC 9(06) VALUE ZERO.
           05  DL129-HOLD-CTRY-CD    PIC X(02) VALUE SPACES.
           05  DL129-HOLD-COUNTRY    PIC X(30) VALUE SPACES.
           05  DL129-CTRY-MAILED     PIC 9(07) COMP VALUE ZERO.
           05  DL129-CTRY-RESP       PIC 9(07) COMP VALUE ZERO.
           05  DL129-WAVE-MAILED     PIC 9(07) COMP VALUE ZERO.
           05  DL129-WAVE-RESP       PIC 9(07) COMP VALUE ZERO.
           05  DL129-GRAND-MAILED    PIC 9(07) COMP VALUE ZERO.
           05  DL129-GRAND-RESP      PIC 9(07) COMP VALUE ZERO.
           05  DL129-WAVE-COUNT      PIC 9(05) COMP VALUE ZERO.
      *
      **************************************************************
      *     Every wave's figures again, per country code - entries
      *     in the order the codes first appear in the sorted
      *     stream.  Codes past the 99th are added to the last
      *     entry and flagged on the report.
      **************************************************************
       01  DL129-CTRY-TABLE.
           05  DL129-CTRY-COUNT      PIC 9(03) COMP VALUE ZERO.
           05  DL129-CTRY-ENTRY OCCURS 99 TIMES.
               10  DL129-CTRY-CD         PIC X(02).
               10  DL129-CTRY-NAME       PIC X(30).
               10  DL129-CTRY-T-MAILED   PIC 9(07) COMP.
               10  DL129-CTRY-T-RESP     PIC 9(07) COMP.
      *    Three digits, not two - the scan loop's exit needs the
      *    subscript to pass 99 when the table is full.
       01  DL129-CTRY-SUB            PIC 9(03) COMP VALUE ZERO.
       01  DL129-CTRY-USE-SUB        PIC 9(03) COMP VALUE ZERO.
       01  DL129-CTRY-OVERFLOW       PIC 9(07) COMP VALUE ZERO.
      *
       01  DL129-RATE-FIELDS.
           05  DL129-RATE-MAILED     PIC 9(07) COMP VALUE ZERO.
           05  DL129-RATE-RESP       PIC 9(07) COMP VALUE ZERO.
           05  DL129-RATE            PIC 9(03)V9 VALUE ZERO.
      *
      **************************************************************
      *     The last two responses of the customer in hand, as
      *     SRVHIST returns them oldest first, and each rating's
      *     rank (High 3, Med 2, Low 1) for the drop test.
      **************************************************************
       01  DL129-DROP-FIELDS.
           05  DL129-DRP-CUST-ID     PIC X(06) VALUE SPACES.
           05  DL129-DRP-RESP-COUNT  PIC 9(05) COMP VALUE ZERO.
           05  DL129-DRP-PREV-DT     PIC 9(08) VALUE ZERO.
           05  DL129-DRP-PREV-RATING PIC X(01) VALUE SPACE.
           05  DL129-DRP-LAST-DT     PIC 9(08) VALUE ZERO.
           05  DL129-DRP-LAST-RATING PIC X(01) VALUE SPACE.
           05  DL129-DRP-PREV-RANK   PIC 9(01) VALUE ZERO.
           05  DL129-DRP-LAST-RANK   PIC 9(01) VALUE ZERO.
      *
       01  DL129-COUNTERS.
           05  DL129-DROP-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  DL129-DROP-INACT-CNT  PIC 9(07) COMP VALUE ZERO.
           05  DL129-DROP-GONE-CNT   PIC 9(07) COMP VALUE ZERO.
           05  DL129-DROP-CHECKED    PIC 9(07) COMP VALUE ZERO.
      *
       01  DL129-HEAD-1.
           05  FILLER  PIC X(35) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE "EDITEL SURVEY CYCLE REPORT".
      *
       01  DL129-DATE-LINE.
           05  FILLER                PIC X(35) VALUE SPACES.
           05  FILLER                PIC X(14)
               VALUE "RUN DATE      ".
           05  DL129-DATE-PRT        PIC 9(08).
      *
       01  DL129-SECTION-HEAD.
           05  FILLER                PIC X(35) VALUE SPACES.
           05  DL129-SECTION-TEXT    PIC X(50).
      *
       01  DL129-RATE-HEAD.
           05  FILLER  PIC X(08) VALUE "WAVE".
           05  FILLER  PIC X(36) VALUE "COUNTRY".
           05  FILLER  PIC X(30)
               VALUE " MAILED  RESPONDED    RATE".
      *
       01  DL129-RATE-LINE.
           05  DL129-RTL-WAVE        PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL129-RTL-CTRY-CD     PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL129-RTL-COUNTRY     PIC X(32).
           05  DL129-RTL-MAILED      PIC ZZZ,ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DL129-RTL-RESP        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DL129-RTL-RATE        PIC ZZ9.9.
           05  FILLER                PIC X(01) VALUE "%".
      *
       01  DL129-DROP-HEAD.
           05  FILLER  PIC X(08) VALUE "CUST ID".
           05  FILLER  PIC X(42) VALUE "NAME".
           05  FILLER  PIC X(40)
               VALUE "PREVIOUS RESPONSE   LATEST RESPONSE".
      *
       01  DL129-DROP-LINE.
           05  DL129-DRL-CUST-ID     PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL129-DRL-NAME        PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL129-DRL-PREV-DT     PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL129-DRL-PREV-RATING PIC X(04).
           05  FILLER                PIC X(06) VALUE SPACES.
           05  DL129-DRL-LAST-DT     PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL129-DRL-LAST-RATING PIC X(04).
      *
       01  DL129-RATING-WORD         PIC X(04) VALUE SPACES.
      *
       01  DL129-TEXT-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL129-TEXT            PIC X(80).
      *
       01  DL129-TOTAL-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL129-TOT-LABEL       PIC X(30).
           05  DL129-TOT-COUNT       PIC ZZZ,ZZ9.
      *
       01  DL129-BLANK-LINE          PIC X(01) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************
      *    0000-MAINLINE
      ******************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS 2000-RELEASE-WAVES
                   THRU 2020-EXIT
               OUTPUT PROCEDURE IS 2100-PRINT-WAVES
                   THRU 2190-EXIT.
           PERFORM 3000-PRINT-COUNTRIES THRU 3000-EXIT.
           PERFORM 4000-PRINT-RATING-DROPS THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *
      ******************************************************
      *    1000-INITIALIZE
      *    No SRVWAVE means DL128 has never run - the rate
      *    sections print empty.  No SRVHIST means no
      *    response has ever loaded, so nothing can have
      *    dropped.  The master only supplies names for the
      *    drop list and the active test.
      ******************************************************
       1000-INITIALIZE.
           ACCEPT DL129-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SURVEY-WAVE.
           IF NOT DL129-SWV-OK
               SET DL129-SWV-EOF TO TRUE
           END-IF.
           OPEN INPUT SURVEY-HISTORY.
           IF DL129-SRVH-OK
               SET DL129-SRVH-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF DL129-CUSTMAS-OK
               SET DL129-CUSTMAS-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM DL129-HEAD-1 AFTER ADVANCING PAGE.
           MOVE DL129-TODAY-DATE TO DL129-DATE-PRT.
           WRITE PRINT-REC FROM DL129-DATE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "RESPONSE RATE BY WAVE AND COUNTRY"
               TO DL129-SECTION-TEXT.
           WRITE PRINT-REC FROM DL129-SECTION-HEAD
               AFTER ADVANCING 2 LINES.
           WRITE PRINT-REC FROM DL129-RATE-HEAD
               AFTER ADVANCING 2 LINES.
       1000-EXIT.
           EXIT.
      *
      ******************************************************
      *    2000-RELEASE-WAVES
      *    SORT input procedure - every SRVWAVE record, as
      *    its wave, mailing country and answered flag.
      ******************************************************
       2000-RELEASE-WAVES.
           PERFORM 2010-READ-RELEASE THRU 2010-EXIT
               UNTIL DL129-SWV-EOF.
           GO TO 2020-EXIT.
      *
       2010-READ-RELEASE.
           READ SURVEY-WAVE NEXT RECORD
               AT END
                   SET DL129-SWV-EOF TO TRUE
                   GO TO 2010-EXIT
           END-READ.
           MOVE SWV-WAVE-NO    TO SRT-WAVE-NO.
           MOVE SWV-COUNTRY-CD TO SRT-COUNTRY-CD.
           MOVE SWV-COUNTRY    TO SRT-COUNTRY.
           MOVE "N"            TO SRT-RESPONDED-SW.
           IF SWV-RESPONDED
               SET SRT-RESPONDED TO TRUE
           END-IF.
           RELEASE SORT-RECORD.
       2010-EXIT.
           EXIT.
      *
       2020-EXIT.
           EXIT.
      *
      ******************************************************
      *    2100-PRINT-WAVES
      *    SORT output procedure - one line per country
      *    within a wave, a total line as each wave ends, the
      *    grand total after the last.
      ******************************************************
       2100-PRINT-WAVES.
           PERFORM 2110-RETURN-WAVE THRU 2110-EXIT.
           IF DL129-SORT-EOF
               MOVE "NO SURVEY WAVES ON FILE" TO DL129-TEXT
               WRITE PRINT-REC FROM DL129-TEXT-LINE
                   AFTER ADVANCING 2 LINES
               GO TO 2190-EXIT
           END-IF.
           MOVE SRT-WAVE-NO    TO DL129-HOLD-WAVE-NO.
           MOVE SRT-COUNTRY-CD TO DL129-HOLD-CTRY-CD.
           MOVE SRT-COUNTRY    TO DL129-HOLD-COUNTRY.
           ADD 1 TO DL129-WAVE-COUNT.
           PERFORM 2120-TALLY-WAVE THRU 2120-EXIT
               UNTIL DL129-SORT-EOF.
           PERFORM 2130-COUNTRY-BREAK THRU 2130-EXIT.
           PERFORM 2140-WAVE-BREAK THRU 2140-EXIT.
           MOVE "ALL"              TO DL129-RTL-WAVE.
           MOVE SPACES             TO DL129-RTL-CTRY-CD.
           MOVE "GRAND TOTAL"      TO DL129-RTL-COUNTRY.
           MOVE DL129-GRAND-MAILED TO DL129-RATE-MAILED.
           MOVE DL129-GRAND-RESP   TO DL129-RATE-RESP.
           PERFORM 2150-PRINT-RATE-LINE THRU 2150-EXIT.
           GO TO 2190-EXIT.
      *
       2110-RETURN-WAVE.
           RETURN SORT-FILE
               AT END
                   SET DL129-SORT-EOF TO TRUE
           END-RETURN.
       2110-EXIT.
           EXIT.
      *
       2120-TALLY-WAVE.
           IF SRT-WAVE-NO NOT = DL129-HOLD-WAVE-NO
               PERFORM 2130-COUNTRY-BREAK THRU 2130-EXIT
               PERFORM 2140-WAVE-BREAK THRU 2140-EXIT
               MOVE SRT-WAVE-NO    TO DL129-HOLD-WAVE-NO
               MOVE SRT-COUNTRY-CD TO DL129-HOLD-CTRY-CD
               MOVE SRT-COUNTRY    TO DL129-HOLD-COUNTRY
               ADD 1 TO DL129-WAVE-COUNT
           END-IF.
           IF SRT-COUNTRY-CD NOT = DL129-HOLD-CTRY-CD
               PERFORM 2130-COUNTRY-BREAK THRU 2130-EXIT
               MOVE SRT-COUNTRY-CD TO DL129-HOLD-CTRY-CD
               MOVE SRT-COUNTRY    TO DL129-HOLD-COUNTRY
           END-IF.
           ADD 1 TO DL129-CTRY-MAILED.
           IF SRT-RESPONDED
               ADD 1 TO DL129-CTRY-RESP
           END-IF.
           PERFORM 2110-RETURN-WAVE THRU 2110-EXIT.
       2120-EXIT.
           EXIT.
      *
      ******************************************************
      *    2130-COUNTRY-BREAK
      *    Prints the country just finished, rolls it into
      *    the wave and the across-waves country table.
      ******************************************************
       2130-COUNTRY-BREAK.
           MOVE DL129-HOLD-WAVE-NO TO DL129-RTL-WAVE.
           MOVE DL129-HOLD-CTRY-CD TO DL129-RTL-CTRY-CD.
           MOVE DL129-HOLD-COUNTRY TO DL129-RTL-COUNTRY.
           MOVE DL129-CTRY-MAILED  TO DL129-RATE-MAILED.
           MOVE DL129-CTRY-RESP    TO DL129-RATE-RESP.
           PERFORM 2150-PRINT-RATE-LINE THRU 2150-EXIT.
           PERFORM 2160-ADD-TO-COUNTRY THRU 2160-EXIT.
           ADD DL129-CTRY-MAILED TO DL129-WAVE-MAILED.
           ADD DL129-CTRY-RESP   TO DL129-WAVE-RESP.
           MOVE ZERO TO DL129-CTRY-MAILED DL129-CTRY-RESP.
       2130-EXIT.
           EXIT.
      *
       2140-WAVE-BREAK.
           MOVE DL129-HOLD-WAVE-NO TO DL129-RTL-WAVE.
           MOVE SPACES             TO DL129-RTL-CTRY-CD.
           MOVE "WAVE TOTAL"       TO DL129-RTL-COUNTRY.
           MOVE DL129-WAVE-MAILED  TO DL129-RATE-MAILED.
           MOVE DL129-WAVE-RESP    TO DL129-RATE-RESP.
           PERFORM 2150-PRINT-RATE-LINE THRU 2150-EXIT.
           WRITE PRINT-REC FROM DL129-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           ADD DL129-WAVE-MAILED TO DL129-GRAND-MAILED.
           ADD DL129-WAVE-RESP   TO DL129-GRAND-RESP.
           MOVE ZERO TO DL129-WAVE-MAILED DL129-WAVE-RESP.
       2140-EXIT.
           EXIT.
      *
       2160-ADD-TO-COUNTRY.
           MOVE "N" TO DL129-CTRY-FOUND-SW.
           PERFORM 2170-FIND-COUNTRY THRU 2170-EXIT
               VARYING DL129-CTRY-SUB FROM 1 BY 1
               UNTIL DL129-CTRY-SUB > DL129-CTRY-COUNT
                  OR DL129-CTRY-FOUND.
           IF NOT DL129-CTRY-FOUND
               IF DL129-CTRY-COUNT < 99
                   ADD 1 TO DL129-CTRY-COUNT
                   MOVE DL129-CTRY-COUNT TO DL129-CTRY-USE-SUB
                   MOVE DL129-HOLD-CTRY-CD
                       TO DL129-CTRY-CD (DL129-CTRY-USE-SUB)
                   MOVE DL129-HOLD-COUNTRY
                       TO DL129-CTRY-NAME (DL129-CTRY-USE-SUB)
                   MOVE ZERO TO DL129-CTRY-T-MAILED
                                    (DL129-CTRY-USE-SUB)
                                DL129-CTRY-T-RESP
                                    (DL129-CTRY-USE-SUB)
               ELSE
                   MOVE 99 TO DL129-CTRY-USE-SUB
                   ADD DL129-CTRY-MAILED TO DL129-CTRY-OVERFLOW
               END-IF
           END-IF.
           ADD DL129-CTRY-MAILED
               TO DL129-CTRY-T-MAILED (DL129-CTRY-USE-SUB).
           ADD DL129-CTRY-RESP
               TO DL129-CTRY-T-RESP (DL129-CTRY-USE-SUB).
       2160-EXIT.
           EXIT.
      *
       2170-FIND-COUNTRY.
           IF DL129-CTRY-CD (DL129-CTRY-SUB) = DL129-HOLD-CTRY-CD
               SET DL129-CTRY-FOUND TO TRUE
               MOVE DL129-CTRY-SUB TO DL129-CTRY-USE-SUB
           END-IF.
       2170-EXIT.
           EXIT.
      *
       2190-EXIT.
           EXIT.
      *
      *    The output procedure's own helper sits below its
      *    2100 THRU 2190 range - 2150 is PERFORMed from the
      *    3010 country summary as well, outside the SORT.
      ******************************************************
      *    2150-PRINT-RATE-LINE
      *    The caller fills the label columns and the two
      *    counts; the rate is responded over mailed, to one
      *    decimal.
      ******************************************************
       2150-PRINT-RATE-LINE.
           MOVE DL129-RATE-MAILED TO DL129-RTL-MAILED.
           MOVE DL129-RATE-RESP   TO DL129-RTL-RESP.
           MOVE ZERO TO DL129-RATE.
           IF DL129-RATE-MAILED > ZERO
               COMPUTE DL129-RATE ROUNDED =
                   DL129-RATE-RESP * 100 / DL129-RATE-MAILED
           END-IF.
           MOVE DL129-RATE TO DL129-RTL-RATE.
           WRITE PRINT-REC FROM DL129-RATE-LINE
               AFTER ADVANCING 1 LINE.
       2150-EXIT.
           EXIT.
      *
      ******************************************************
      *    3000-PRINT-COUNTRIES
      *    The country table the wave breaks filled - every
      *    wave on file together, one line per country.
      ******************************************************
       3000-PRINT-COUNTRIES.
           MOVE "RESPONSE RATE BY COUNTRY - ALL WAVES"
               TO DL129-SECTION-TEXT.
           WRITE PRINT-REC FROM DL129-SECTION-HEAD
               AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM DL129-RATE-HEAD
               AFTER ADVANCING 2 LINES.
           PERFORM 3010-PRINT-ONE-COUNTRY THRU 3010-EXIT
               VARYING DL129-CTRY-SUB FROM 1 BY 1
               UNTIL DL129-CTRY-SUB > DL129-CTRY-COUNT.
           IF DL129-CTRY-OVERFLOW > ZERO
               MOVE "MAILED PAST TABLE (LAST LINE)"
                   TO DL129-TOT-LABEL
               MOVE DL129-CTRY-OVERFLOW TO DL129-TOT-COUNT
               WRITE PRINT-REC FROM DL129-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE "WAVES ON FILE" TO DL129-TOT-LABEL.
           MOVE DL129-WAVE-COUNT TO DL129-TOT-COUNT.
           WRITE PRINT-REC FROM DL129-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
       3000-EXIT.
           EXIT.
      *
       3010-PRINT-ONE-COUNTRY.
           MOVE "ALL"  TO DL129-RTL-WAVE.
           MOVE DL129-CTRY-CD (DL129-CTRY-SUB) TO DL129-RTL-CTRY-CD.
           MOVE DL129-CTRY-NAME (DL129-CTRY-SUB)
               TO DL129-RTL-COUNTRY.
           MOVE DL129-CTRY-T-MAILED (DL129-CTRY-SUB)
               TO DL129-RATE-MAILED.
           MOVE DL129-CTRY-T-RESP (DL129-CTRY-SUB)
               TO DL129-RATE-RESP.
           PERFORM 2150-PRINT-RATE-LINE THRU 2150-EXIT.
       3010-EXIT.
           EXIT.
      *
      ******************************************************
      *    4000-PRINT-RATING-DROPS
      *    SRVHIST in key order - customer, then survey date
      *    ascending - so the last two records read for a
      *    customer are the two latest responses.  Judged as
      *    the customer changes, and once more at the end.
      ******************************************************
       4000-PRINT-RATING-DROPS.
           MOVE "RATING DROPS - LATEST RESPONSE BELOW PREVIOUS"
               TO DL129-SECTION-TEXT.
           WRITE PRINT-REC FROM DL129-SECTION-HEAD
               AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM DL129-DROP-HEAD
               AFTER ADVANCING 2 LINES.
           IF NOT DL129-SRVH-AVAILABLE
               MOVE "SRVHIST NOT AVAILABLE - NO RESPONSES TO COMPARE"
                   TO DL129-TEXT
               WRITE PRINT-REC FROM DL129-TEXT-LINE
                   AFTER ADVANCING 2 LINES
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-READ-RESPONSE THRU 4100-EXIT
               UNTIL DL129-SRVH-EOF.
           PERFORM 4200-JUDGE-CUSTOMER THRU 4200-EXIT.
           MOVE "CUSTOMERS WITH 2+ RESPONSES" TO DL129-TOT-LABEL.
           MOVE DL129-DROP-CHECKED TO DL129-TOT-COUNT.
           WRITE PRINT-REC FROM DL129-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "RATING DROPS LISTED" TO DL129-TOT-LABEL.
           MOVE DL129-DROP-COUNT TO DL129-TOT-COUNT.
           WRITE PRINT-REC FROM DL129-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DROPS NOT LISTED - NOT ACTIVE" TO DL129-TOT-LABEL.
           MOVE DL129-DROP-INACT-CNT TO DL129-TOT-COUNT.
           WRITE PRINT-REC FROM DL129-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DROPS NOT LISTED - NOT ON FILE" TO DL129-TOT-LABEL.
           MOVE DL129-DROP-GONE-CNT TO DL129-TOT-COUNT.
           WRITE PRINT-REC FROM DL129-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       4000-EXIT.
           EXIT.
      *
       4100-READ-RESPONSE.
           READ SURVEY-HISTORY NEXT RECORD
               AT END
                   SET DL129-SRVH-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF SRV-CUST-ID NOT = DL129-DRP-CUST-ID
               PERFORM 4200-JUDGE-CUSTOMER THRU 4200-EXIT
               MOVE SRV-CUST-ID TO DL129-DRP-CUST-ID
               MOVE ZERO TO DL129-DRP-RESP-COUNT
               MOVE ZERO TO DL129-DRP-LAST-DT
               MOVE SPACE TO DL129-DRP-LAST-RATING
           END-IF.
           MOVE DL129-DRP-LAST-DT     TO DL129-DRP-PREV-DT.
           MOVE DL129-DRP-LAST-RATING TO DL129-DRP-PREV-RATING.
           MOVE SRV-SURVEY-DT         TO DL129-DRP-LAST-DT.
           MOVE SRV-RATING            TO DL129-DRP-LAST-RATING.
           ADD 1 TO DL129-DRP-RESP-COUNT.
       4100-EXIT.
           EXIT.
      *
      ******************************************************
      *    4200-JUDGE-CUSTOMER
      *    A customer with fewer than two responses has
      *    nothing to compare.  A drop on an active customer
      *    is listed with the name off the master; one no
      *    longer on the master (purged by DL109) is counted
      *    apart and not listed - there is no one to call.
      ******************************************************
       4200-JUDGE-CUSTOMER.
           IF DL129-DRP-RESP-COUNT < 2
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO DL129-DROP-CHECKED.
           MOVE DL129-DRP-PREV-RATING TO DL129-RATING-WORD.
           PERFORM 4300-RANK-RATING THRU 4300-EXIT.
           MOVE DL129-DRP-LAST-RANK TO DL129-DRP-PREV-RANK.
           MOVE DL129-DRP-LAST-RATING TO DL129-RATING-WORD.
           PERFORM 4300-RANK-RATING THRU 4300-EXIT.
           IF DL129-DRP-LAST-RANK NOT < DL129-DRP-PREV-RANK
               GO TO 4200-EXIT
           END-IF.
           MOVE SPACES TO CUST-NAME.
           IF DL129-CUSTMAS-AVAILABLE
               MOVE DL129-DRP-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       ADD 1 TO DL129-DROP-GONE-CNT
                       GO TO 4200-EXIT
               END-READ
               IF NOT CUST-ACTIVE
                   ADD 1 TO DL129-DROP-INACT-CNT
                   GO TO 4200-EXIT
               END-IF
           END-IF.
           MOVE DL129-DRP-CUST-ID TO DL129-DRL-CUST-ID.
           MOVE CUST-NAME         TO DL129-DRL-NAME.
           MOVE DL129-DRP-PREV-DT TO DL129-DRL-PREV-DT.
           MOVE DL129-DRP-LAST-DT TO DL129-DRL-LAST-DT.
           MOVE DL129-DRP-PREV-RATING TO DL129-RATING-WORD.
           PERFORM 4310-RATING-WORD THRU 4310-EXIT.
           MOVE DL129-RATING-WORD TO DL129-DRL-PREV-RATING.
           MOVE DL129-DRP-LAST-RATING TO DL129-RATING-WORD.
           PERFORM 4310-RATING-WORD THRU 4310-EXIT.
           MOVE DL129-RATING-WORD TO DL129-DRL-LAST-RATING.
           WRITE PRINT-REC FROM DL129-DROP-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO DL129-DROP-COUNT.
       4200-EXIT.
           EXIT.
      *
       4300-RANK-RATING.
           EVALUATE DL129-RATING-WORD (1:1)
               WHEN "H"
                   MOVE 3 TO DL129-DRP-LAST-RANK
               WHEN "M"
                   MOVE 2 TO DL129-DRP-LAST-RANK
               WHEN OTHER
                   MOVE 1 TO DL129-DRP-LAST-RANK
           END-EVALUATE.
       4300-EXIT.
           EXIT.
      *
       4310-RATING-WORD.
           EVALUATE DL129-RATING-WORD (1:1)
               WHEN "H"
                   MOVE "HIGH" TO DL129-RATING-WORD
               WHEN "M"
                   MOVE "MED"  TO DL129-RATING-WORD
               WHEN OTHER
                   MOVE "LOW"  TO DL129-RATING-WORD
           END-EVALUATE.
       4310-EXIT.
           EXIT.
      *
      ******************************************************
      *    9000-TERMINATE
      ******************************************************
       9000-TERMINATE.
           IF DL129-SWV-OK OR DL129-SWV-STATUS = "10"
               CLOSE SURVEY-WAVE
           END-IF.
           IF DL129-SRVH-AVAILABLE
               CLOSE SURVEY-HISTORY
           END-IF.
           IF DL129-CUSTMAS-AVAILABLE
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
