      * ------------------------------------------------------------
      *     Modification History
      *     09/02/2026  MVV  Initial version.
      *     10/15/2026  MVV  Honours the CUSTPREF do-not-mail flag
      *                      (suppressed customers counted apart),
      *                      logs every letter printed to the new
      *                      LTRLOG correspondence log, and refuses
      *                      a customer who had a letter within the
      *                      LTRPARM repeat window (default 30 days).
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL120.
           SELECT TEMPLATE-FILE ASSIGN TO "LTRTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL120-TMPL-STATUS.
           SELECT PREFERENCE-FILE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CUST-ID
               FILE STATUS IS DL120-PRF-STATUS.
           SELECT LETTER-LOG-FILE ASSIGN TO "LTRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLG-KEY
               FILE STATUS IS DL120-LOG-STATUS.
           SELECT LETTER-FILE ASSIGN TO "DL120LTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL120-LETTER-STATUS.
       FD  TEMPLATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEMPLATE-RECORD           PIC X(80).
      *
       FD  PREFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTPREF.CPY.
      *
       FD  LETTER-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LTRLOG.CPY.
      *
       FD  LETTER-FILE
           LABEL RECORDS ARE OMITTED
               88  DL120-COUNTRY-OK            VALUE "00".
           05  DL120-TMPL-STATUS     PIC X(02) VALUE "00".
               88  DL120-TMPL-OK               VALUE "00".
           05  DL120-PRF-STATUS      PIC X(02) VALUE "00".
               88  DL120-PRF-OK                VALUE "00".
           05  DL120-PRF-AVAIL-SW    PIC X(01) VALUE "N".
               88  DL120-PRF-AVAILABLE         VALUE "Y".
           05  DL120-LOG-STATUS      PIC X(02) VALUE "00".
               88  DL120-LOG-OK                VALUE "00".
           05  DL120-LOG-EOF-SW      PIC X(01) VALUE "N".
               88  DL120-LOG-EOF               VALUE "Y".
           05  DL120-RECENT-SW       PIC X(01) VALUE "N".
               88  DL120-SENT-RECENTLY         VALUE "Y".
           05  DL120-LETTER-STATUS   PIC X(02) VALUE "00".
           05  DL120-PRINT-STATUS    PIC X(02) VALUE "00".
           05  DL120-SELECT-SW       PIC X(01) VALUE "N".
           05  DL120-SEL-SAT-LOW     PIC X(01) VALUE SPACE.
           05  DL120-SEL-DATE-FROM   PIC 9(08) VALUE ZERO.
           05  DL120-SEL-DATE-TO     PIC 9(08) VALUE ZERO.
           05  DL120-TEMPLATE-ID     PIC X(08) VALUE SPACES.
           05  DL120-REPEAT-DAYS     PIC 9(03) VALUE ZERO.
      *
      **************************************************************
      *     The body paragraphs off the LTRTMPL template file, read
       01  DL120-TMPL-SUB            PIC 9(03) COMP VALUE ZERO.
      *
       01  DL120-TODAY-DATE          PIC 9(08) VALUE ZERO.
       01  DL120-NOW-TIME            PIC 9(06) VALUE ZERO.
      *
      **************************************************************
      *     Day arithmetic for the repeat window - a date is turned
      *     into a running day number (March-based year, so the
      *     leap day falls at the end), and two day numbers
      *     subtract to the days between them.
      **************************************************************
       01  DL120-DAY-FIELDS.
           05  DL120-CALC-DATE       PIC 9(08) VALUE ZERO.
           05  DL120-CALC-DATE-R     REDEFINES DL120-CALC-DATE.
               10  DL120-CALC-YYYY   PIC 9(04).
               10  DL120-CALC-MM     PIC 9(02).
               10  DL120-CALC-DD     PIC 9(02).
           05  DL120-CALC-YEAR       PIC 9(05) COMP VALUE ZERO.
           05  DL120-CALC-MONTH      PIC 9(03) COMP VALUE ZERO.
           05  DL120-CALC-QUOT       PIC 9(07) COMP VALUE ZERO.
           05  DL120-CALC-DAYS       PIC 9(09) COMP VALUE ZERO.
           05  DL120-TODAY-DAYS      PIC 9(09) COMP VALUE ZERO.
           05  DL120-ELAPSED-DAYS    PIC S9(09) COMP VALUE ZERO.
           05  DL120-LAST-LTR-DT     PIC 9(08) VALUE ZERO.
      *
       01  DL120-COUNTERS.
           05  DL120-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  DL120-SELECT-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  DL120-PRINTED-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL120-SKIPPED-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL120-NO-MAIL-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL120-REPEAT-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  DL120-LOG-ERROR-COUNT PIC 9(07) COMP VALUE ZERO.
      *
       01  DL120-HEAD-1.
           05  FILLER  PIC X(35) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE "EDITEL FOLLOW-UP LETTER RUN SUMMARY".
      *
       01  DL120-PARM-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "TEMPLATE: ".
           05  DL120-PARM-TEMPLATE   PIC X(08).
           05  FILLER                PIC X(17)
               VALUE "  REPEAT WINDOW: ".
           05  DL120-PARM-DAYS       PIC ZZ9.
           05  FILLER                PIC X(05) VALUE " DAYS".
      *
       01  DL120-DATE-LINE.
           05  FILLER                PIC X(06) VALUE "DATE: ".
           MOVE XTP-SAT-LOW    TO DL120-SEL-SAT-LOW.
           MOVE XTP-DATE-FROM  TO DL120-SEL-DATE-FROM.
           MOVE XTP-DATE-TO    TO DL120-SEL-DATE-TO.
      *        The template ID only labels the log entries - the body
      *        itself always comes off LTRTMPL.  A blank or unkeyed
      *        repeat window takes the 30-day default; zero is the
      *        operator asking for no repeat check at all.
           IF XTP-TEMPLATE-ID = SPACES OR XTP-TEMPLATE-ID = LOW-VALUES
               MOVE "LTRTMPL" TO DL120-TEMPLATE-ID
           ELSE
               MOVE XTP-TEMPLATE-ID TO DL120-TEMPLATE-ID
           END-IF.
           IF XTP-REPEAT-DAYS-X NUMERIC
               MOVE XTP-REPEAT-DAYS TO DL120-REPEAT-DAYS
           ELSE
               MOVE 30 TO DL120-REPEAT-DAYS
           END-IF.
           CLOSE PARAMETER-FILE.
           IF DL120-SEL-SAT-HIGH = "Y" OR DL120-SEL-SAT-MED = "Y"
               OR DL120-SEL-SAT-LOW = "Y"
               CLOSE CUSTOMER-MASTER
               STOP RUN
           END-IF.
      *        The correspondence log is this run's own file - the
      *        first run creates it empty.  Any other failure is
      *        fatal: letters that cannot be logged cannot be held
      *        to the repeat window on the next run either.
           OPEN I-O LETTER-LOG-FILE.
           IF NOT DL120-LOG-OK AND DL120-LOG-STATUS NOT = "05"
               IF DL120-LOG-STATUS = "35"
                   OPEN OUTPUT LETTER-LOG-FILE
                   CLOSE LETTER-LOG-FILE
                   OPEN I-O LETTER-LOG-FILE
               END-IF
           END-IF.
           IF NOT DL120-LOG-OK AND DL120-LOG-STATUS NOT = "05"
               DISPLAY "DL120: UNABLE TO OPEN LTRLOG, STATUS="
                   DL120-LOG-STATUS
               CLOSE CUSTOMER-MASTER
               CLOSE COUNTRY-MASTER
               STOP RUN
           END-IF.
      *        CUSTPREF is kept by the DL100C screen - a site where
      *        nobody has recorded a preference yet has no file, and
      *        then nobody is suppressed.
           OPEN INPUT PREFERENCE-FILE.
           IF DL120-PRF-OK
               SET DL120-PRF-AVAILABLE TO TRUE
           END-IF.
           ACCEPT DL120-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DL120-TODAY-DATE TO DL120-CALC-DATE.
           PERFORM 2560-COMPUTE-DAY-NUMBER THRU 2560-EXIT.
           MOVE DL120-CALC-DAYS TO DL120-TODAY-DAYS.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM DL120-HEAD-1 AFTER ADVANCING PAGE.
           MOVE DL120-TEMPLATE-ID TO DL120-PARM-TEMPLATE.
           MOVE DL120-REPEAT-DAYS TO DL120-PARM-DAYS.
           WRITE PRINT-REC FROM DL120-PARM-LINE
               AFTER ADVANCING 2 LINES.
       1000-EXIT.
           EXIT.
      *
      *    Inactive and pending customers are skipped before
      *    the selection is even consulted - no retention
      *    letter to a customer we deactivated or have not
      *    finished keying in.  A selected customer who asked
      *    not to be mailed, or who had a letter inside the
      *    repeat window, is counted and gets no letter.
      ******************************************************
       2100-JUDGE-CUSTOMER.
           IF CUST-INACTIVE OR CUST-PENDING
           PERFORM 2600-CHECK-SELECTION THRU 2600-EXIT.
           IF DL120-SELECTED
               ADD 1 TO DL120-SELECT-COUNT
               PERFORM 2500-CHECK-PREFERENCE THRU 2500-EXIT
           END-IF.
           IF DL120-SELECTED
               PERFORM 2550-CHECK-LAST-LETTER THRU 2550-EXIT
           END-IF.
           IF DL120-SELECTED
               PERFORM 2200-PRINT-LETTER THRU 2200-EXIT
               PERFORM 2700-LOG-LETTER THRU 2700-EXIT
           END-IF.
           PERFORM 2000-READ-CUSTOMER THRU 2000-EXIT.
       2100-EXIT.
           EXIT.
      *
      ******************************************************
      *    2500-CHECK-PREFERENCE
      *    A customer flagged do-not-mail on CUSTPREF drops out
      *    of the run here.  No preference record means no
      *    preference.
      ******************************************************
       2500-CHECK-PREFERENCE.
           IF NOT DL120-PRF-AVAILABLE
               GO TO 2500-EXIT
           END-IF.
           MOVE CUST-ID TO PRF-CUST-ID.
           READ PREFERENCE-FILE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ.
           IF PRF-NO-MAIL
               MOVE "N" TO DL120-SELECT-SW
               ADD 1 TO DL120-NO-MAIL-COUNT
           END-IF.
       2500-EXIT.
           EXIT.
      *
      ******************************************************
      *    2550-CHECK-LAST-LETTER
      *    The customer's LTRLOG entries read back oldest
      *    first, so the last one read is the latest letter.
      *    A letter fewer than the repeat window's days ago -
      *    whichever template it went out with - refuses this
      *    one.  A window of zero switches the check off.
      ******************************************************
       2550-CHECK-LAST-LETTER.
           IF DL120-REPEAT-DAYS = ZERO
               GO TO 2550-EXIT
           END-IF.
           MOVE ZERO TO DL120-LAST-LTR-DT.
           MOVE "N" TO DL120-LOG-EOF-SW.
           MOVE CUST-ID TO CLG-CUST-ID.
           MOVE ZERO TO CLG-LETTER-DT CLG-LETTER-TM.
           START LETTER-LOG-FILE KEY IS NOT LESS THAN CLG-KEY
               INVALID KEY
                   SET DL120-LOG-EOF TO TRUE
           END-START.
           PERFORM 2551-READ-LETTER-LOG THRU 2551-EXIT
               UNTIL DL120-LOG-EOF.
           IF DL120-LAST-LTR-DT = ZERO
               GO TO 2550-EXIT
           END-IF.
           MOVE DL120-LAST-LTR-DT TO DL120-CALC-DATE.
           PERFORM 2560-COMPUTE-DAY-NUMBER THRU 2560-EXIT.
           COMPUTE DL120-ELAPSED-DAYS =
               DL120-TODAY-DAYS - DL120-CALC-DAYS.
           IF DL120-ELAPSED-DAYS < DL120-REPEAT-DAYS
               MOVE "N" TO DL120-SELECT-SW
               ADD 1 TO DL120-REPEAT-COUNT
           END-IF.
       2550-EXIT.
           EXIT.
      *
       2551-READ-LETTER-LOG.
           READ LETTER-LOG-FILE NEXT RECORD
               AT END
                   SET DL120-LOG-EOF TO TRUE
           END-READ.
           IF NOT DL120-LOG-EOF
               IF CLG-CUST-ID NOT = CUST-ID
                   SET DL120-LOG-EOF TO TRUE
               ELSE
                   MOVE CLG-LETTER-DT TO DL120-LAST-LTR-DT
               END-IF
           END-IF.
       2551-EXIT.
           EXIT.
      *
      ******************************************************
      *    2560-COMPUTE-DAY-NUMBER
      *    DL120-CALC-DATE (YYYYMMDD) to a running day number
      *    in DL120-CALC-DAYS.  January and February count as
      *    months 13 and 14 of the year before, which puts the
      *    leap day last; every division is a whole-number
      *    DIVIDE, so the remainders drop the way the calendar
      *    rule needs them to.
      ******************************************************
       2560-COMPUTE-DAY-NUMBER.
           IF DL120-CALC-MM < 3
               COMPUTE DL120-CALC-YEAR = DL120-CALC-YYYY - 1
               COMPUTE DL120-CALC-MONTH = DL120-CALC-MM + 12
           ELSE
               MOVE DL120-CALC-YYYY TO DL120-CALC-YEAR
               MOVE DL120-CALC-MM TO DL120-CALC-MONTH
           END-IF.
           COMPUTE DL120-CALC-DAYS = DL120-CALC-YEAR * 365
               + DL120-CALC-DD.
           DIVIDE DL120-CALC-YEAR BY 4 GIVING DL120-CALC-QUOT.
           ADD DL120-CALC-QUOT TO DL120-CALC-DAYS.
           DIVIDE DL120-CALC-YEAR BY 100 GIVING DL120-CALC-QUOT.
           SUBTRACT DL120-CALC-QUOT FROM DL120-CALC-DAYS.
           DIVIDE DL120-CALC-YEAR BY 400 GIVING DL120-CALC-QUOT.
           ADD DL120-CALC-QUOT TO DL120-CALC-DAYS.
           COMPUTE DL120-CALC-QUOT =
               (DL120-CALC-MONTH - 3) * 153 + 2.
           DIVIDE DL120-CALC-QUOT BY 5 GIVING DL120-CALC-QUOT.
           ADD DL120-CALC-QUOT TO DL120-CALC-DAYS.
       2560-EXIT.
           EXIT.
      *
      ******************************************************
      *    2700-LOG-LETTER
      *    One LTRLOG record for the letter just printed.  A
      *    duplicate key (a rerun inside the same second) is
      *    counted on the summary rather than stopping the run.
      ******************************************************
       2700-LOG-LETTER.
           ACCEPT DL120-NOW-TIME FROM TIME.
           MOVE CUST-ID           TO CLG-CUST-ID.
           MOVE DL120-TODAY-DATE  TO CLG-LETTER-DT.
           MOVE DL120-NOW-TIME    TO CLG-LETTER-TM.
           MOVE DL120-TEMPLATE-ID TO CLG-TEMPLATE-ID.
           MOVE "DL120"           TO CLG-PROGRAM-ID.
           WRITE LETTER-LOG-RECORD
               INVALID KEY
                   ADD 1 TO DL120-LOG-ERROR-COUNT
           END-WRITE.
       2700-EXIT.
           EXIT.
      *
      ******************************************************
      *    3000-PRINT-SUMMARY
      ******************************************************
       3000-PRINT-SUMMARY.
           MOVE DL120-SKIPPED-COUNT TO DL120-TOT-COUNT.
           WRITE PRINT-REC FROM DL120-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DO NOT MAIL - SUPPRESSED" TO DL120-TOT-LABEL.
           MOVE DL120-NO-MAIL-COUNT TO DL120-TOT-COUNT.
           WRITE PRINT-REC FROM DL120-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "LETTER IN WINDOW - REFUSED" TO DL120-TOT-LABEL.
           MOVE DL120-REPEAT-COUNT TO DL120-TOT-COUNT.
           WRITE PRINT-REC FROM DL120-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF DL120-LOG-ERROR-COUNT > ZERO
               MOVE "LETTERS NOT LOGGED" TO DL120-TOT-LABEL
               MOVE DL120-LOG-ERROR-COUNT TO DL120-TOT-COUNT
               WRITE PRINT-REC FROM DL120-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "TEMPLATE BODY LINES" TO DL120-TOT-LABEL.
           MOVE DL120-TMPL-COUNT TO DL120-TOT-COUNT.
           WRITE PRINT-REC FROM DL120-TOTAL-LINE
       9000-TERMINATE.
           CLOSE CUSTOMER-MASTER.
           CLOSE COUNTRY-MASTER.
           CLOSE LETTER-LOG-FILE.
           IF DL120-PRF-AVAILABLE
               CLOSE PREFERENCE-FILE
           END-IF.
           CLOSE LETTER-FILE.
           CLOSE PRINT-FILE.
       9000-EXIT.
