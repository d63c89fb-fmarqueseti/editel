      **************************************************************
      *     Program: DL125.CBL
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     EDITEL Customer As-Of-Date Inquiry - answers "what did
      *     we hold for this customer on that day?" for billing
      *     disputes and complaints.  Starts from the record as it
      *     stands now - the CUSTMAS record, or for a purged
      *     customer the latest CUSTARCH image - and walks the
      *     AUDITLOG old values back out of it, newest first, for
      *     every audited change dated after the as-of date.  What
      *     is left is the record as it stood at the end of that
      *     day.  Every field is shown, and a "*" marks each one
      *     whose value has changed since.  Strictly read-only.
      *     Runs two ways, the same presence-of-parameter-file
      *     split DL105 and DL121 use:
      *       - Screen mode (no DL125PRM): a selection screen takes
      *         a Customer ID and an as-of date, and the rebuilt
      *         record shows on one screen.
      *       - Batch mode (DL125PRM present): one Customer ID and
      *         as-of date per parameter line, each printed on its
      *         own page of DL125RPT - every field with its
      *         changed-since marker and today's value under it,
      *         then the audit entries that were reversed - in a
      *         shape that can go straight into the dispute file.
      *     The trail only knows what was audited: a customer
      *     added through DL100C or the DL103 bulk load leaves no
      *     record of the add, so a date before that shows the
      *     earliest values the trail can reach; a DL102 pending
      *     skeleton's ADDED PENDING entry is recognised and the
      *     inquiry says the customer was not yet on file.  A
      *     DL123 erasure blanks the old values it would need, and
      *     the inquiry says so rather than guess.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      *     10/15/2026  MVV  Also undoes the customer's entries on
      *                      the AUDHIST keyed history, read ahead
      *                      of AUDITLOG - once the DL127 month-end
      *                      rollover has moved a change off the
      *                      trail it must still be reversible.
      *     10/15/2026  MVV  The as-of date gets the calendar edit
      *                      DL100C gives its dates - 30-day months
      *                      and February by leap year.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL125.
       AUTHOR.        EDITEL SYSTEMS GROUP.
       INSTALLATION.  ETI DATA CENTER.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS DL125-CRT-STATUS.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS DL125-CUSTMAS-STATUS.
           SELECT CUSTOMER-ARCHIVE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL125-ARCH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL125-AUDIT-STATUS.
           SELECT AUDIT-HISTORY ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHS-KEY
               ALTERNATE RECORD KEY IS AHS-OPERATOR-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AHS-STAMP-KEY
                   WITH DUPLICATES
               FILE STATUS IS DL125-AHS-STATUS.
           SELECT COUNTRY-MASTER ASSIGN TO "COUNTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COU-CODE
               ALTERNATE RECORD KEY IS COU-NAME WITH DUPLICATES
               FILE STATUS IS DL125-COUNTRY-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "DL125PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL125-PARM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DL125RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL125-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAS.CPY.
      *
       FD  CUSTOMER-ARCHIVE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTARCH.CPY.
      *
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.CPY.
      *
       FD  AUDIT-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY AUDHIST.CPY.
      *
       FD  COUNTRY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY COUNTRY.CPY.
      *
       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASOF-PARM-RECORD.
           05  ASQ-CUST-ID           PIC X(06).
           05  ASQ-ASOF-DT           PIC 9(08).
      *
       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  PRINT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  DL125-SWITCHES.
           05  DL125-DONE-SW         PIC X(01) VALUE "N".
               88  DL125-DONE                  VALUE "Y".
           05  DL125-MODE-SW         PIC X(01) VALUE "S".
               88  DL125-SCREEN-MODE           VALUE "S".
               88  DL125-BATCH-MODE            VALUE "B".
           05  DL125-CUSTMAS-STATUS  PIC X(02) VALUE "00".
               88  DL125-CUSTMAS-OK            VALUE "00".
           05  DL125-ARCH-STATUS     PIC X(02) VALUE "00".
               88  DL125-ARCH-OK               VALUE "00".
           05  DL125-ARCH-AVAIL-SW   PIC X(01) VALUE "N".
               88  DL125-ARCH-AVAILABLE        VALUE "Y".
           05  DL125-ARCH-EOF-SW     PIC X(01) VALUE "N".
               88  DL125-ARCH-EOF              VALUE "Y".
           05  DL125-AUDIT-STATUS    PIC X(02) VALUE "00".
               88  DL125-AUDIT-OK              VALUE "00".
           05  DL125-AUDIT-AVAIL-SW  PIC X(01) VALUE "N".
               88  DL125-AUDIT-AVAILABLE       VALUE "Y".
           05  DL125-AUDIT-EOF-SW    PIC X(01) VALUE "N".
               88  DL125-AUDIT-EOF             VALUE "Y".
           05  DL125-AHS-STATUS      PIC X(02) VALUE "00".
               88  DL125-AHS-OK                VALUE "00".
           05  DL125-AHS-AVAIL-SW    PIC X(01) VALUE "N".
               88  DL125-AHS-AVAILABLE         VALUE "Y".
           05  DL125-AHS-EOF-SW      PIC X(01) VALUE "N".
               88  DL125-AHS-EOF               VALUE "Y".
           05  DL125-COUNTRY-STATUS  PIC X(02) VALUE "00".
               88  DL125-COUNTRY-OK            VALUE "00".
           05  DL125-COUNTRY-AVAIL-SW PIC X(01) VALUE "N".
               88  DL125-COUNTRY-AVAILABLE     VALUE "Y".
           05  DL125-PARM-STATUS     PIC X(02) VALUE "00".
               88  DL125-PARM-OK               VALUE "00".
           05  DL125-PARM-EOF-SW     PIC X(01) VALUE "N".
               88  DL125-PARM-EOF              VALUE "Y".
           05  DL125-PRINT-STATUS    PIC X(02) VALUE "00".
           05  DL125-REBUILT-SW      PIC X(01) VALUE "N".
               88  DL125-REBUILT               VALUE "Y".
           05  DL125-SOURCE-SW       PIC X(01) VALUE "M".
               88  DL125-FROM-MASTER           VALUE "M".
               88  DL125-FROM-ARCHIVE          VALUE "A".
           05  DL125-OVERFLOW-SW     PIC X(01) VALUE "N".
               88  DL125-TABLE-FULL            VALUE "Y".
           05  DL125-ERASED-SW       PIC X(01) VALUE "N".
               88  DL125-ERASED-SINCE          VALUE "Y".
           05  DL125-ADDED-SW        PIC X(01) VALUE "N".
               88  DL125-NOT-YET-ADDED         VALUE "Y".
           05  DL125-ARCHIVED-SW     PIC X(01) VALUE "N".
               88  DL125-WAS-ARCHIVED          VALUE "Y".
           05  DL125-DATE-OK-SW      PIC X(01) VALUE "N".
               88  DL125-DATE-OK               VALUE "Y".
           05  DL125-LEAP-YEAR-SW    PIC X(01) VALUE "N".
               88  DL125-LEAP-YEAR             VALUE "Y".
      *
       01  DL125-WORK-FIELDS.
           05  DL125-CRT-STATUS      PIC 9(04) VALUE ZERO.
           05  DL125-CRT-STATUS-88   REDEFINES DL125-CRT-STATUS
                                      PIC 9(04).
               88  DL125-PF3-PRESSED            VALUE 1003.
               88  DL125-PF12-PRESSED           VALUE 1012.
           05  DL125-DET-ACK         PIC X(01) VALUE SPACE.
           05  DL125-TODAY-DATE      PIC 9(08) VALUE ZERO.
           05  DL125-ASOF-WORK       PIC 9(08) VALUE ZERO.
           05  DL125-ASOF-WORK-R     REDEFINES DL125-ASOF-WORK.
               10  DL125-ASOF-YYYY   PIC 9(04).
               10  DL125-ASOF-MM     PIC 9(02).
               10  DL125-ASOF-DD     PIC 9(02).
           05  DL125-ASOF-MAX-DD     PIC 9(02) VALUE ZERO.
           05  DL125-DIV-QUOT        PIC 9(06) VALUE ZERO.
           05  DL125-DIV-REM-4       PIC 9(04) VALUE ZERO.
           05  DL125-DIV-REM-100     PIC 9(04) VALUE ZERO.
           05  DL125-DIV-REM-400     PIC 9(04) VALUE ZERO.
           05  DL125-ARC-PURGE-DT    PIC 9(08) VALUE ZERO.
           05  DL125-ARC-IMAGE       PIC X(386) VALUE SPACES.
           05  DL125-ERASED-DT       PIC 9(08) VALUE ZERO.
           05  DL125-ADDED-DT        PIC 9(08) VALUE ZERO.
           05  DL125-ARCHIVED-DT     PIC 9(08) VALUE ZERO.
           05  DL125-LAST-STAMP-DT   PIC 9(08) VALUE ZERO.
           05  DL125-LAST-STAMP-TM   PIC 9(06) VALUE ZERO.
           05  DL125-LAST-STAMP-OP   PIC X(08) VALUE SPACES.
           05  DL125-LAST-STATUS-DT  PIC 9(08) VALUE ZERO.
           05  DL125-SAL-TEXT        PIC X(10) VALUE SPACES.
           05  DL125-SAL-EDIT        REDEFINES DL125-SAL-TEXT
                                      PIC ZZZZZZ9.99.
           05  DL125-REV-SUB         PIC 9(04) COMP VALUE ZERO.
           05  DL125-ROW-SUB         PIC 9(02) COMP VALUE ZERO.
           05  DL125-NOTE-SUB        PIC 9(02) COMP VALUE ZERO.
           05  DL125-EDIT-COUNT      PIC ZZZ9.
      *
      **************************************************************
      *     Selection in effect for this inquiry - the screen feeds
      *     it from the selection screen, batch mode from a DL125PRM
      *     line, and 4000-RECONSTRUCT reads it either way.
      **************************************************************
       01  DL125-SELECT-FIELDS.
           05  DL125-SEL-CUST-ID     PIC X(06) VALUE SPACES.
           05  DL125-SEL-ASOF-DT     PIC 9(08) VALUE ZERO.
      *
      **************************************************************
      *     The audit entries dated after the as-of date, in the
      *     order AUDITLOG holds them (the order they were written).
      *     4300-REVERSE-ONE-CHANGE walks the table from the bottom
      *     up so the oldest later change is the last one undone -
      *     its old value is what the field held on the day.
      **************************************************************
       01  DL125-REV-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  DL125-REV-TABLE.
           05  DL125-REV-ENTRY OCCURS 500 TIMES.
               10  DL125-REV-DT      PIC 9(08).
               10  DL125-REV-TM      PIC 9(06).
               10  DL125-REV-OP      PIC X(08).
               10  DL125-REV-FIELD   PIC X(15).
               10  DL125-REV-OLD     PIC X(66).
               10  DL125-REV-NEW     PIC X(66).
      *
      **************************************************************
      *     One display value per field, built by 4500-FORMAT-IMAGE
      *     from whatever image is in CUSTOMER-RECORD.  It runs once
      *     on the starting image (saved as the "now" values) and
      *     once on the rebuilt one; a row is marked changed-since
      *     when the two disagree.
      **************************************************************
       01  DL125-LABEL-VALUES.
           05  FILLER  PIC X(12) VALUE "CUSTOMER ID".
           05  FILLER  PIC X(12) VALUE "NAME".
           05  FILLER  PIC X(12) VALUE "ADDRESS 1".
           05  FILLER  PIC X(12) VALUE "ADDRESS 2".
           05  FILLER  PIC X(12) VALUE "CITY".
           05  FILLER  PIC X(12) VALUE "ZIP CODE".
           05  FILLER  PIC X(12) VALUE "COUNTRY".
           05  FILLER  PIC X(12) VALUE "CHILDREN".
           05  FILLER  PIC X(12) VALUE "SALARY".
           05  FILLER  PIC X(12) VALUE "BIRTH DATE".
           05  FILLER  PIC X(12) VALUE "SATISFACTION".
           05  FILLER  PIC X(12) VALUE "COMMENTS".
           05  FILLER  PIC X(12) VALUE "MORE NOTES".
           05  FILLER  PIC X(12) VALUE "STATUS".
           05  FILLER  PIC X(12) VALUE "LAST UPDATE".
       01  DL125-LABEL-TABLE REDEFINES DL125-LABEL-VALUES.
           05  DL125-LABEL           PIC X(12) OCCURS 15 TIMES.
      *
       01  DL125-FMT-VALUES.
           05  DL125-FMT-VAL         PIC X(66) OCCURS 15 TIMES.
       01  DL125-NOW-VALUES.
           05  DL125-NOW-VAL         PIC X(66) OCCURS 15 TIMES.
      *
       01  DL125-FMT-PIECES.
           05  DL125-FMT-SALARY      PIC Z,ZZZ,ZZ9.99.
           05  DL125-FMT-STAMP.
               10  DL125-FMT-STAMP-DT PIC 9(08).
               10  FILLER            PIC X(01) VALUE SPACE.
               10  DL125-FMT-STAMP-TM PIC 9(06).
               10  FILLER            PIC X(04) VALUE " BY ".
               10  DL125-FMT-STAMP-OP PIC X(08).
      *
      **************************************************************
      *     The rebuilt record as the detail screen and the printed
      *     report show it - marker, label and value, 80 bytes a
      *     row - plus the heading and any warning notes.
      **************************************************************
       01  DL125-DET-ROWS.
           05  DL125-DET-ROW OCCURS 15 TIMES.
               10  DL125-DET-MARK    PIC X(01).
               10  FILLER            PIC X(01).
               10  DL125-DET-LABEL   PIC X(12).
               10  DL125-DET-VALUE   PIC X(66).
       01  DL125-DET-HEAD            PIC X(79) VALUE SPACES.
       01  DL125-DET-NOTE            PIC X(79) VALUE SPACES.
       01  DL125-NOTE-COUNT          PIC 9(02) COMP VALUE ZERO.
       01  DL125-NOTE-LINES.
           05  DL125-NOTE-LINE       PIC X(79) OCCURS 4 TIMES.
      *
       01  DL125-COUNTERS.
           05  DL125-REQUEST-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL125-REBUILT-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL125-REFUSED-COUNT   PIC 9(07) COMP VALUE ZERO.
      *
       01  DL125-HEAD-1.
           05  FILLER  PIC X(35) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE "EDITEL CUSTOMER RECORD AS OF DATE".
      *
       01  DL125-HEAD-2.
           05  FILLER                PIC X(13) VALUE "CUSTOMER ID: ".
           05  DL125-H2-CUST-ID      PIC X(06).
           05  FILLER                PIC X(20)
               VALUE "   AS OF END OF DAY ".
           05  DL125-H2-ASOF-DT      PIC 9(08).
           05  FILLER                PIC X(14)
               VALUE "   PRINTED ON ".
           05  DL125-H2-RUN-DT       PIC 9(08).
      *
       01  DL125-TEXT-LINE.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DL125-TEXT            PIC X(79).
      *
       01  DL125-PRT-ROW.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DL125-PRT-ROW-DATA    PIC X(80).
      *
       01  DL125-PRT-NOW-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(06) VALUE "NOW:  ".
           05  DL125-PRT-NOW-VAL     PIC X(66).
      *
       01  DL125-PRT-REV-HEAD.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(60)
               VALUE "AUDIT ENTRIES REVERSED, NEWEST FIRST".
      *
       01  DL125-PRT-REV-LINE.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  DL125-PRT-REV-DT      PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL125-PRT-REV-TM      PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL125-PRT-REV-OP      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL125-PRT-REV-FIELD   PIC X(15).
      *
       01  DL125-PRT-VAL-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  DL125-PRT-VAL-LABEL   PIC X(06).
           05  DL125-PRT-VAL         PIC X(66).
      *
       01  DL125-TOTAL-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL125-TOT-LABEL       PIC X(30).
           05  DL125-TOT-COUNT       PIC ZZZ,ZZ9.
      *
       01  DL125-BLANK-LINE          PIC X(01) VALUE SPACES.
      *
       SCREEN SECTION.
       01  DL125-SEL-SCR.
           05  VALUE " " BLANK SCREEN LINE 1 COLUMN 1.
           05  FILLER PIC X(40) VALUE ALL "="
               LINE 1 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  VALUE "EDITEL Customer As-Of-Date Inquiry"
               LINE 2 COLUMN 1 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05  FILLER PIC X(40) VALUE ALL "="
               LINE 3 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  VALUE "Customer ID:"
               LINE 5 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  DL125-SCR-CUST LINE 5 COLUMN 14 PIC X(06)
               REVERSE-VIDEO AUTO-SKIP TO DL125-SEL-CUST-ID.
           05  VALUE "As of Date.:"
               LINE 6 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  DL125-SCR-ASOF LINE 6 COLUMN 14 PIC 9(08)
               REVERSE-VIDEO AUTO-SKIP TO DL125-SEL-ASOF-DT.
           05  VALUE "(YYYYMMDD - the record as it stood at end of day)"
               LINE 8 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 3.
           05  DL125-SCR-MSG LINE 9 COLUMN 1 PIC X(79)
               FROM DL125-DET-NOTE.
           05  VALUE "Enter=Search  PF3=Exit"
               LINE 10 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 3.
      *
       01  DL125-DET-SCR.
           05  VALUE " " BLANK SCREEN LINE 1 COLUMN 1.
           05  FILLER PIC X(40) VALUE ALL "="
               LINE 1 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  VALUE "Customer Record As Of Date"
               LINE 2 COLUMN 1 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05  FILLER PIC X(40) VALUE ALL "="
               LINE 3 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  DL125-DET-SCR-HEAD LINE 4 COLUMN 1 PIC X(79)
               FROM DL125-DET-HEAD.
           05  DL125-DET-SCR-ROW LINE PLUS 1 COLUMN 1 PIC X(80)
               OCCURS 15 TIMES FROM DL125-DET-ROW.
           05  DL125-DET-SCR-NOTE LINE 20 COLUMN 1 PIC X(79)
               FROM DL125-DET-NOTE.
           05  VALUE "* = changed since   PF3=New Search  PF12=Exit"
               LINE 21 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 3.
           05  DL125-DET-SCR-ACK LINE 21 COLUMN 60 PIC X(01)
               REVERSE-VIDEO TO DL125-DET-ACK.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************
      *    0000-MAINLINE
      ******************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF DL125-BATCH-MODE
               PERFORM 3000-PRINT-BATCH-REPORT THRU 3000-EXIT
           ELSE
               PERFORM 2000-PROCESS-SELECTION THRU 2000-EXIT
                   UNTIL DL125-DONE
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *
      ******************************************************
      *    1000-INITIALIZE
      *    The presence of the DL125PRM parameter file decides
      *    the mode, same as DL105 and DL121.  CUSTMAS is the
      *    starting point of every rebuild - fatal if missing.
      *    A missing CUSTARCH just means nothing was purged, a
      *    missing AUDITLOG that nothing can be reversed (the
      *    inquiry says so), and a missing COUNTRY that a
      *    reversed country name cannot be given its code.
      ******************************************************
       1000-INITIALIZE.
           ACCEPT DL125-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARAMETER-FILE.
           IF DL125-PARM-OK
               SET DL125-BATCH-MODE TO TRUE
               OPEN OUTPUT PRINT-FILE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT DL125-CUSTMAS-OK
               DISPLAY "DL125: UNABLE TO OPEN CUSTMAS, STATUS="
                   DL125-CUSTMAS-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-ARCHIVE.
           IF DL125-ARCH-OK
               SET DL125-ARCH-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF DL125-AUDIT-OK
               SET DL125-AUDIT-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT AUDIT-HISTORY.
           IF DL125-AHS-OK
               SET DL125-AHS-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT COUNTRY-MASTER.
           IF DL125-COUNTRY-OK
               SET DL125-COUNTRY-AVAILABLE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************
      *    2000-PROCESS-SELECTION
      *    One pass of the selection screen - a Customer ID
      *    and an as-of date, then the rebuilt record.  A
      *    refused inquiry comes back to the selection screen
      *    with the reason on it.  PF3 leaves the program.
      ******************************************************
       2000-PROCESS-SELECTION.
           MOVE SPACES TO DL125-SEL-CUST-ID.
           MOVE ZERO TO DL125-SEL-ASOF-DT.
           DISPLAY DL125-SEL-SCR.
           MOVE SPACES TO DL125-DET-NOTE.
           ACCEPT DL125-SCR-CUST.
           IF DL125-PF3-PRESSED
               SET DL125-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           ACCEPT DL125-SCR-ASOF.
           IF DL125-PF3-PRESSED
               SET DL125-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF DL125-SEL-CUST-ID = SPACES
               GO TO 2000-EXIT
           END-IF.
           PERFORM 4000-RECONSTRUCT THRU 4000-EXIT.
           IF DL125-REBUILT
               PERFORM 2400-DISPLAY-DETAIL THRU 2400-EXIT
               MOVE SPACES TO DL125-DET-NOTE
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************
      *    2400-DISPLAY-DETAIL
      *    The rebuilt record on one screen.  PF3 = back to
      *    the selection screen, PF12 = leave the program.
      ******************************************************
       2400-DISPLAY-DETAIL.
           MOVE SPACE TO DL125-DET-ACK.
           DISPLAY DL125-DET-SCR.
           ACCEPT DL125-DET-SCR-ACK.
           IF DL125-PF12-PRESSED
               SET DL125-DONE TO TRUE
               GO TO 2400-EXIT
           END-IF.
           IF NOT DL125-PF3-PRESSED
               GO TO 2400-DISPLAY-DETAIL
           END-IF.
       2400-EXIT.
           EXIT.
      *
      ******************************************************
      *    3000-PRINT-BATCH-REPORT
      *    One inquiry per DL125PRM line, each on its own page
      *    so a page can be filed with the dispute it answers;
      *    the run totals close the report.
      ******************************************************
       3000-PRINT-BATCH-REPORT.
           PERFORM 3050-READ-PARM THRU 3050-EXIT.
           PERFORM 3100-PROCESS-ONE-REQUEST THRU 3100-EXIT
               UNTIL DL125-PARM-EOF.
           WRITE PRINT-REC FROM DL125-HEAD-1 AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM DL125-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "INQUIRIES READ" TO DL125-TOT-LABEL.
           MOVE DL125-REQUEST-COUNT TO DL125-TOT-COUNT.
           WRITE PRINT-REC FROM DL125-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "RECORDS REBUILT" TO DL125-TOT-LABEL.
           MOVE DL125-REBUILT-COUNT TO DL125-TOT-COUNT.
           WRITE PRINT-REC FROM DL125-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "INQUIRIES REFUSED" TO DL125-TOT-LABEL.
           MOVE DL125-REFUSED-COUNT TO DL125-TOT-COUNT.
           WRITE PRINT-REC FROM DL125-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       3000-EXIT.
           EXIT.
      *
      *    A short parameter line leaves the date positions as
      *    spaces - zeroed here so the date edit refuses it
      *    instead of comparing non-digits.
       3050-READ-PARM.
           READ PARAMETER-FILE
               AT END
                   SET DL125-PARM-EOF TO TRUE
           END-READ.
           IF NOT DL125-PARM-EOF
               IF ASQ-ASOF-DT NOT NUMERIC
                   MOVE ZERO TO ASQ-ASOF-DT
               END-IF
           END-IF.
       3050-EXIT.
           EXIT.
      *
      ******************************************************
      *    3100-PROCESS-ONE-REQUEST
      *    Heads a new page with the inquiry's key, rebuilds,
      *    and prints either the record or the reason it was
      *    refused.
      ******************************************************
       3100-PROCESS-ONE-REQUEST.
           ADD 1 TO DL125-REQUEST-COUNT.
           MOVE ASQ-CUST-ID TO DL125-SEL-CUST-ID.
           MOVE ASQ-ASOF-DT TO DL125-SEL-ASOF-DT.
           MOVE DL125-SEL-CUST-ID TO DL125-H2-CUST-ID.
           MOVE DL125-SEL-ASOF-DT TO DL125-H2-ASOF-DT.
           MOVE DL125-TODAY-DATE  TO DL125-H2-RUN-DT.
           WRITE PRINT-REC FROM DL125-HEAD-1 AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM DL125-HEAD-2 AFTER ADVANCING 2 LINES.
           PERFORM 4000-RECONSTRUCT THRU 4000-EXIT.
           IF DL125-REBUILT
               ADD 1 TO DL125-REBUILT-COUNT
               PERFORM 3200-PRINT-RECONSTRUCTION THRU 3200-EXIT
           ELSE
               ADD 1 TO DL125-REFUSED-COUNT
               MOVE DL125-DET-NOTE TO DL125-TEXT
               WRITE PRINT-REC FROM DL125-TEXT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 3050-READ-PARM THRU 3050-EXIT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************
      *    3200-PRINT-RECONSTRUCTION
      *    The source line and every warning note, then one
      *    row per field - a changed-since row carries today's
      *    value on a NOW: line under it - then the audit
      *    entries that were undone to get there.
      ******************************************************
       3200-PRINT-RECONSTRUCTION.
           MOVE DL125-DET-HEAD TO DL125-TEXT.
           WRITE PRINT-REC FROM DL125-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 3220-PRINT-ONE-NOTE THRU 3220-EXIT
               VARYING DL125-NOTE-SUB FROM 1 BY 1
               UNTIL DL125-NOTE-SUB > DL125-NOTE-COUNT.
           MOVE "* = FIELD HAS CHANGED SINCE THE AS-OF DATE"
               TO DL125-TEXT.
           WRITE PRINT-REC FROM DL125-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM DL125-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 3210-PRINT-ONE-ROW THRU 3210-EXIT
               VARYING DL125-ROW-SUB FROM 1 BY 1
               UNTIL DL125-ROW-SUB > 15.
           WRITE PRINT-REC FROM DL125-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRINT-REC FROM DL125-PRT-REV-HEAD
               AFTER ADVANCING 1 LINE.
           PERFORM 3300-PRINT-ONE-ENTRY THRU 3300-EXIT
               VARYING DL125-REV-SUB FROM DL125-REV-COUNT BY -1
               UNTIL DL125-REV-SUB < 1.
           MOVE "AUDIT ENTRIES REVERSED" TO DL125-TOT-LABEL.
           MOVE DL125-REV-COUNT TO DL125-TOT-COUNT.
           WRITE PRINT-REC FROM DL125-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
       3200-EXIT.
           EXIT.
      *
       3210-PRINT-ONE-ROW.
           MOVE DL125-DET-ROW (DL125-ROW-SUB) TO DL125-PRT-ROW-DATA.
           WRITE PRINT-REC FROM DL125-PRT-ROW
               AFTER ADVANCING 1 LINE.
           IF DL125-DET-MARK (DL125-ROW-SUB) = "*"
               MOVE DL125-NOW-VAL (DL125-ROW-SUB)
                   TO DL125-PRT-NOW-VAL
               WRITE PRINT-REC FROM DL125-PRT-NOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       3210-EXIT.
           EXIT.
      *
       3220-PRINT-ONE-NOTE.
           MOVE DL125-NOTE-LINE (DL125-NOTE-SUB) TO DL125-TEXT.
           WRITE PRINT-REC FROM DL125-TEXT-LINE
               AFTER ADVANCING 1 LINE.
       3220-EXIT.
           EXIT.
      *
       3300-PRINT-ONE-ENTRY.
           MOVE DL125-REV-DT (DL125-REV-SUB)    TO DL125-PRT-REV-DT.
           MOVE DL125-REV-TM (DL125-REV-SUB)    TO DL125-PRT-REV-TM.
           MOVE DL125-REV-OP (DL125-REV-SUB)    TO DL125-PRT-REV-OP.
           MOVE DL125-REV-FIELD (DL125-REV-SUB)
               TO DL125-PRT-REV-FIELD.
           WRITE PRINT-REC FROM DL125-PRT-REV-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "WAS: " TO DL125-PRT-VAL-LABEL.
           MOVE DL125-REV-OLD (DL125-REV-SUB) TO DL125-PRT-VAL.
           WRITE PRINT-REC FROM DL125-PRT-VAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SET: " TO DL125-PRT-VAL-LABEL.
           MOVE DL125-REV-NEW (DL125-REV-SUB) TO DL125-PRT-VAL.
           WRITE PRINT-REC FROM DL125-PRT-VAL-LINE
               AFTER ADVANCING 1 LINE.
       3300-EXIT.
           EXIT.
      *
      ******************************************************
      *    4000-RECONSTRUCT
      *    The rebuild itself, shared by both modes.  Leaves
      *    DL125-REBUILT set and the display rows, heading and
      *    notes filled in, or DL125-REBUILT clear with the
      *    reason in DL125-DET-NOTE.
      ******************************************************
       4000-RECONSTRUCT.
           MOVE "N" TO DL125-REBUILT-SW.
           MOVE "N" TO DL125-OVERFLOW-SW DL125-ERASED-SW
                       DL125-ADDED-SW DL125-ARCHIVED-SW.
           MOVE ZERO TO DL125-REV-COUNT DL125-NOTE-COUNT
                        DL125-LAST-STAMP-DT DL125-LAST-STAMP-TM
                        DL125-LAST-STATUS-DT DL125-ERASED-DT
                        DL125-ADDED-DT DL125-ARCHIVED-DT.
           MOVE SPACES TO DL125-LAST-STAMP-OP DL125-NOTE-LINES
                          DL125-DET-HEAD DL125-DET-NOTE.
           PERFORM 4050-EDIT-ASOF-DATE THRU 4050-EXIT.
           IF NOT DL125-DATE-OK
               MOVE "As-of date must be a valid date, not after today"
                   TO DL125-DET-NOTE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-LOAD-STARTING-IMAGE THRU 4100-EXIT.
           IF NOT DL125-FROM-MASTER AND NOT DL125-FROM-ARCHIVE
               MOVE "Customer ID is not on CUSTMAS or CUSTARCH"
                   TO DL125-DET-NOTE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4500-FORMAT-IMAGE THRU 4500-EXIT.
           MOVE DL125-FMT-VALUES TO DL125-NOW-VALUES.
           PERFORM 4200-COLLECT-LATER-CHANGES THRU 4200-EXIT.
           IF DL125-TABLE-FULL
               MOVE "Over 500 audit entries since that date"
                   TO DL125-DET-NOTE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4300-REVERSE-ONE-CHANGE THRU 4300-EXIT
               VARYING DL125-REV-SUB FROM DL125-REV-COUNT BY -1
               UNTIL DL125-REV-SUB < 1.
           IF DL125-REV-COUNT > ZERO
               MOVE DL125-LAST-STAMP-DT TO CUST-LAST-UPD-DT
               MOVE DL125-LAST-STAMP-TM TO CUST-LAST-UPD-TM
               MOVE DL125-LAST-STAMP-OP TO CUST-LAST-UPD-OP
           END-IF.
           PERFORM 4500-FORMAT-IMAGE THRU 4500-EXIT.
           PERFORM 4600-BUILD-ROW THRU 4600-EXIT
               VARYING DL125-ROW-SUB FROM 1 BY 1
               UNTIL DL125-ROW-SUB > 15.
           PERFORM 4700-BUILD-NOTES THRU 4700-EXIT.
           SET DL125-REBUILT TO TRUE.
       4000-EXIT.
           EXIT.
      *
      ******************************************************
      *    4050-EDIT-ASOF-DATE
      *    A real calendar date, month and day in range, and
      *    not later than today - "as of tomorrow" has no
      *    answer yet.  Same calendar edit as DL100C's 2195:
      *    30-day months, and February by leap year.
      ******************************************************
       4050-EDIT-ASOF-DATE.
           MOVE "N" TO DL125-DATE-OK-SW.
           IF DL125-SEL-ASOF-DT NOT NUMERIC
               GO TO 4050-EXIT
           END-IF.
           IF DL125-SEL-ASOF-DT = ZERO
               OR DL125-SEL-ASOF-DT > DL125-TODAY-DATE
               GO TO 4050-EXIT
           END-IF.
           MOVE DL125-SEL-ASOF-DT TO DL125-ASOF-WORK.
           IF DL125-ASOF-MM < 1 OR DL125-ASOF-MM > 12
               GO TO 4050-EXIT
           END-IF.
           EVALUATE DL125-ASOF-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DL125-ASOF-MAX-DD
               WHEN 2
                   PERFORM 4055-CHECK-LEAP-YEAR THRU 4055-EXIT
                   IF DL125-LEAP-YEAR
                       MOVE 29 TO DL125-ASOF-MAX-DD
                   ELSE
                       MOVE 28 TO DL125-ASOF-MAX-DD
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DL125-ASOF-MAX-DD
           END-EVALUATE.
           IF DL125-ASOF-DD < 1 OR DL125-ASOF-DD > DL125-ASOF-MAX-DD
               GO TO 4050-EXIT
           END-IF.
           SET DL125-DATE-OK TO TRUE.
       4050-EXIT.
           EXIT.
      *
       4055-CHECK-LEAP-YEAR.
           MOVE "N" TO DL125-LEAP-YEAR-SW.
           DIVIDE DL125-ASOF-YYYY BY 4
               GIVING DL125-DIV-QUOT REMAINDER DL125-DIV-REM-4.
           IF DL125-DIV-REM-4 = 0
               DIVIDE DL125-ASOF-YYYY BY 100
                   GIVING DL125-DIV-QUOT REMAINDER DL125-DIV-REM-100
               IF DL125-DIV-REM-100 NOT = 0
                   SET DL125-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE DL125-ASOF-YYYY BY 400
                       GIVING DL125-DIV-QUOT REMAINDER DL125-DIV-REM-400
                   IF DL125-DIV-REM-400 = 0
                       SET DL125-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
       4055-EXIT.
           EXIT.
      *
      ******************************************************
      *    4100-LOAD-STARTING-IMAGE
      *    The CUSTMAS record when there is one; otherwise the
      *    latest CUSTARCH image for the customer (a customer
      *    purged, restored and purged again appears more than
      *    once - the archive is in purge order, so the last
      *    one read is the latest).  Neither found leaves both
      *    source switches clear.
      ******************************************************
       4100-LOAD-STARTING-IMAGE.
           MOVE SPACE TO DL125-SOURCE-SW.
           MOVE DL125-SEL-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "23" TO DL125-CUSTMAS-STATUS
           END-READ.
           IF DL125-CUSTMAS-OK
               SET DL125-FROM-MASTER TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF NOT DL125-ARCH-AVAILABLE
               GO TO 4100-EXIT
           END-IF.
           MOVE ZERO TO DL125-ARC-PURGE-DT.
           MOVE "N" TO DL125-ARCH-EOF-SW.
           CLOSE CUSTOMER-ARCHIVE.
           OPEN INPUT CUSTOMER-ARCHIVE.
           IF NOT DL125-ARCH-OK
               SET DL125-ARCH-EOF TO TRUE
           END-IF.
           PERFORM 4110-SCAN-ARCHIVE THRU 4110-EXIT
               UNTIL DL125-ARCH-EOF.
           IF DL125-FROM-ARCHIVE
               MOVE DL125-SEL-CUST-ID TO CUSTOMER-RECORD (1:6)
               MOVE DL125-ARC-IMAGE   TO CUSTOMER-RECORD (7:386)
           END-IF.
       4100-EXIT.
           EXIT.
      *
       4110-SCAN-ARCHIVE.
           READ CUSTOMER-ARCHIVE
               AT END
                   SET DL125-ARCH-EOF TO TRUE
           END-READ.
           IF NOT DL125-ARCH-EOF
               IF ARC-CUST-ID = DL125-SEL-CUST-ID
                   SET DL125-FROM-ARCHIVE TO TRUE
                   MOVE ARC-PURGE-DT  TO DL125-ARC-PURGE-DT
                   MOVE ARC-CUST-REST TO DL125-ARC-IMAGE
               END-IF
           END-IF.
       4110-EXIT.
           EXIT.
      *
      ******************************************************
      *    4200-COLLECT-LATER-CHANGES
      *    The customer's AUDHIST entries (the older, rolled
      *    part of the trail), then one rewound pass down
      *    AUDITLOG for the customer.  Entries dated after
      *    the as-of date go to the table to be undone;
      *    entries on or before it only tell us the last
      *    update stamp and status date in force on the day.
      ******************************************************
       4200-COLLECT-LATER-CHANGES.
           IF DL125-AHS-AVAILABLE
               PERFORM 4240-COLLECT-FROM-HISTORY THRU 4240-EXIT
           END-IF.
           IF NOT DL125-AUDIT-AVAILABLE OR DL125-TABLE-FULL
               GO TO 4200-EXIT
           END-IF.
           MOVE "N" TO DL125-AUDIT-EOF-SW.
           CLOSE AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF NOT DL125-AUDIT-OK
               SET DL125-AUDIT-EOF TO TRUE
           END-IF.
           PERFORM 4210-SCAN-AUDIT THRU 4210-EXIT
               UNTIL DL125-AUDIT-EOF.
       4200-EXIT.
           EXIT.
      *
       4210-SCAN-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET DL125-AUDIT-EOF TO TRUE
           END-READ.
           IF DL125-AUDIT-EOF
               GO TO 4210-EXIT
           END-IF.
           IF AUD-CUST-ID NOT = DL125-SEL-CUST-ID
               GO TO 4210-EXIT
           END-IF.
           IF AUD-UPD-DT > DL125-SEL-ASOF-DT
               PERFORM 4220-TABLE-LATER-ENTRY THRU 4220-EXIT
           ELSE
               PERFORM 4230-NOTE-EARLIER-ENTRY THRU 4230-EXIT
           END-IF.
       4210-EXIT.
           EXIT.
      *
      *    ERASED and ADDED PENDING change nothing to undo but say
      *    something about the answer, so they are noted here and
      *    kept in the table for the printed list all the same.
       4220-TABLE-LATER-ENTRY.
           IF AUD-FIELD-NAME = "ERASED"
               SET DL125-ERASED-SINCE TO TRUE
               MOVE AUD-UPD-DT TO DL125-ERASED-DT
           END-IF.
           IF AUD-FIELD-NAME = "ADDED PENDING"
               SET DL125-NOT-YET-ADDED TO TRUE
               MOVE AUD-UPD-DT TO DL125-ADDED-DT
           END-IF.
           IF DL125-REV-COUNT >= 500
               SET DL125-TABLE-FULL TO TRUE
               SET DL125-AUDIT-EOF TO TRUE
               GO TO 4220-EXIT
           END-IF.
           ADD 1 TO DL125-REV-COUNT.
           MOVE AUD-UPD-DT      TO DL125-REV-DT (DL125-REV-COUNT).
           MOVE AUD-UPD-TM      TO DL125-REV-TM (DL125-REV-COUNT).
           MOVE AUD-OPERATOR-ID TO DL125-REV-OP (DL125-REV-COUNT).
           MOVE AUD-FIELD-NAME  TO DL125-REV-FIELD (DL125-REV-COUNT).
           MOVE AUD-OLD-VALUE   TO DL125-REV-OLD (DL125-REV-COUNT).
           MOVE AUD-NEW-VALUE   TO DL125-REV-NEW (DL125-REV-COUNT).
       4220-EXIT.
           EXIT.
      *
      *    A REJECTED entry is a held change that never reached the
      *    master, so it does not count as the record's last update.
       4230-NOTE-EARLIER-ENTRY.
           IF AUD-FIELD-NAME NOT = "REJECTED"
               IF AUD-UPD-DT > DL125-LAST-STAMP-DT
                   OR (AUD-UPD-DT = DL125-LAST-STAMP-DT
                       AND AUD-UPD-TM >= DL125-LAST-STAMP-TM)
                   MOVE AUD-UPD-DT      TO DL125-LAST-STAMP-DT
                   MOVE AUD-UPD-TM      TO DL125-LAST-STAMP-TM
                   MOVE AUD-OPERATOR-ID TO DL125-LAST-STAMP-OP
               END-IF
           END-IF.
           IF AUD-FIELD-NAME = "STATUS"
               OR AUD-FIELD-NAME = "ADDED PENDING"
               IF AUD-UPD-DT > DL125-LAST-STATUS-DT
                   MOVE AUD-UPD-DT TO DL125-LAST-STATUS-DT
               END-IF
           END-IF.
       4230-EXIT.
           EXIT.
      *
      ******************************************************
      *    4240-COLLECT-FROM-HISTORY
      *    The history is keyed on the customer, so only the
      *    customer's own entries are read, oldest first -
      *    each is judged exactly as an AUDITLOG entry is.
      ******************************************************
       4240-COLLECT-FROM-HISTORY.
           MOVE "N" TO DL125-AHS-EOF-SW.
           MOVE DL125-SEL-CUST-ID TO AHS-CUST-ID.
           MOVE ZERO TO AHS-UPD-DT AHS-UPD-TM AHS-SEQ-NO.
           START AUDIT-HISTORY KEY IS NOT LESS THAN AHS-KEY
               INVALID KEY
                   SET DL125-AHS-EOF TO TRUE
           END-START.
           PERFORM 4250-SCAN-HISTORY THRU 4250-EXIT
               UNTIL DL125-AHS-EOF OR DL125-TABLE-FULL.
       4240-EXIT.
           EXIT.
      *
       4250-SCAN-HISTORY.
           READ AUDIT-HISTORY NEXT RECORD
               AT END
                   SET DL125-AHS-EOF TO TRUE
                   GO TO 4250-EXIT
           END-READ.
           IF AHS-CUST-ID NOT = DL125-SEL-CUST-ID
               SET DL125-AHS-EOF TO TRUE
               GO TO 4250-EXIT
           END-IF.
           MOVE AHS-CUST-ID     TO AUD-CUST-ID.
           MOVE AHS-UPD-DT      TO AUD-UPD-DT.
           MOVE AHS-UPD-TM      TO AUD-UPD-TM.
           MOVE AHS-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE AHS-FIELD-NAME  TO AUD-FIELD-NAME.
           MOVE AHS-OLD-VALUE   TO AUD-OLD-VALUE.
           MOVE AHS-NEW-VALUE   TO AUD-NEW-VALUE.
           IF AUD-UPD-DT > DL125-SEL-ASOF-DT
               PERFORM 4220-TABLE-LATER-ENTRY THRU 4220-EXIT
           ELSE
               PERFORM 4230-NOTE-EARLIER-ENTRY THRU 4230-EXIT
           END-IF.
       4250-EXIT.
           EXIT.
      *
      ******************************************************
      *    4300-REVERSE-ONE-CHANGE
      *    Puts one entry's old value back into the field it
      *    came from.  The values are in the form the writing
      *    programs left them: numbers as their digits, Salary
      *    edited ZZZZZZ9.99 (de-edited here through the same
      *    picture), Status as the ACTIVE/INACTIVE/PENDING
      *    words of the DL104 menu.  An entry that is not a
      *    field of the record (DELETED, MERGED, APPROVAL,
      *    REJECTED, ERASED, ADDED PENDING) changes nothing.
      ******************************************************
       4300-REVERSE-ONE-CHANGE.
           EVALUATE DL125-REV-FIELD (DL125-REV-SUB)
               WHEN "NAME"
                   MOVE DL125-REV-OLD (DL125-REV-SUB) TO CUST-NAME
               WHEN "ADDRESS 1"
                   MOVE DL125-REV-OLD (DL125-REV-SUB) TO CUST-ADDR-1
               WHEN "ADDRESS 2"
                   MOVE DL125-REV-OLD (DL125-REV-SUB) TO CUST-ADDR-2
               WHEN "CITY"
                   MOVE DL125-REV-OLD (DL125-REV-SUB) TO CUST-CITY
               WHEN "ZIP CODE"
                   IF DL125-REV-OLD (DL125-REV-SUB) (1:8) NUMERIC
                       MOVE DL125-REV-OLD (DL125-REV-SUB) (1:8)
                           TO CUST-ZIP
                   ELSE
                       MOVE ZERO TO CUST-ZIP
                   END-IF
               WHEN "COUNTRY"
                   PERFORM 4310-REVERSE-COUNTRY THRU 4310-EXIT
               WHEN "CHILDREN"
                   IF DL125-REV-OLD (DL125-REV-SUB) (1:2) NUMERIC
                       MOVE DL125-REV-OLD (DL125-REV-SUB) (1:2)
                           TO CUST-CHILDREN
                   ELSE
                       MOVE ZERO TO CUST-CHILDREN
                   END-IF
               WHEN "SALARY"
                   IF DL125-REV-OLD (DL125-REV-SUB) (1:10) = SPACES
                       MOVE ZERO TO CUST-SALARY
                   ELSE
                       MOVE DL125-REV-OLD (DL125-REV-SUB) (1:10)
                           TO DL125-SAL-TEXT
                       MOVE DL125-SAL-EDIT TO CUST-SALARY
                   END-IF
               WHEN "DATE OF BIRTH"
                   IF DL125-REV-OLD (DL125-REV-SUB) (1:8) NUMERIC
                       MOVE DL125-REV-OLD (DL125-REV-SUB) (1:8)
                           TO CUST-DOB
                   ELSE
                       MOVE ZERO TO CUST-DOB
                   END-IF
               WHEN "SAT HIGH"
                   MOVE DL125-REV-OLD (DL125-REV-SUB) (1:1)
                       TO CUST-SAT-HIGH
               WHEN "SAT MED"
                   MOVE DL125-REV-OLD (DL125-REV-SUB) (1:1)
                       TO CUST-SAT-MED
               WHEN "SAT LOW"
                   MOVE DL125-REV-OLD (DL125-REV-SUB) (1:1)
                       TO CUST-SAT-LOW
               WHEN "COMMENTS"
                   MOVE DL125-REV-OLD (DL125-REV-SUB) (1:55)
                       TO CUST-COMMENTS
               WHEN "MORE CMT SW"
                   MOVE DL125-REV-OLD (DL125-REV-SUB) (1:1)
                       TO CUST-MORE-CMT-SW
               WHEN "STATUS"
                   PERFORM 4320-REVERSE-STATUS THRU 4320-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4300-EXIT.
           EXIT.
      *
      *    The audit trail keeps only the country name; the code
      *    that went with it comes back off COUNTRY by name, the
      *    way DL100C's country edit resolves a typed name.
       4310-REVERSE-COUNTRY.
           MOVE DL125-REV-OLD (DL125-REV-SUB) (1:30) TO CUST-COUNTRY.
           MOVE SPACES TO CUST-COUNTRY-CD.
           IF DL125-COUNTRY-AVAILABLE AND CUST-COUNTRY NOT = SPACES
               MOVE CUST-COUNTRY TO COU-NAME
               READ COUNTRY-MASTER KEY IS COU-NAME
                   INVALID KEY
                       MOVE SPACES TO COU-CODE
               END-READ
               MOVE COU-CODE TO CUST-COUNTRY-CD
           END-IF.
       4310-EXIT.
           EXIT.
      *
      *    ARCHIVED is the old value DL110 writes when it restores
      *    a purged customer - on the day the customer sat on the
      *    archive as the inactive record DL109 took off CUSTMAS.
      *    An inactive or pending status dates from the last status
      *    entry on or before the as-of date.
       4320-REVERSE-STATUS.
           EVALUATE DL125-REV-OLD (DL125-REV-SUB) (1:8)
               WHEN "ACTIVE"
                   MOVE SPACE TO CUST-STATUS-CD
               WHEN "INACTIVE"
                   MOVE "I" TO CUST-STATUS-CD
               WHEN "PENDING"
                   MOVE "P" TO CUST-STATUS-CD
               WHEN "ARCHIVED"
                   MOVE "I" TO CUST-STATUS-CD
                   SET DL125-WAS-ARCHIVED TO TRUE
                   MOVE DL125-REV-DT (DL125-REV-SUB)
                       TO DL125-ARCHIVED-DT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CUST-ACTIVE
               MOVE ZERO TO CUST-STATUS-DT
           ELSE
               MOVE DL125-LAST-STATUS-DT TO CUST-STATUS-DT
           END-IF.
       4320-EXIT.
           EXIT.
      *
      ******************************************************
      *    4500-FORMAT-IMAGE
      *    One display value per field from CUSTOMER-RECORD
      *    into DL125-FMT-VAL, in the label table's order.
      ******************************************************
       4500-FORMAT-IMAGE.
           MOVE SPACES TO DL125-FMT-VALUES.
           MOVE CUST-ID        TO DL125-FMT-VAL (1).
           MOVE CUST-NAME      TO DL125-FMT-VAL (2).
           MOVE CUST-ADDR-1    TO DL125-FMT-VAL (3).
           MOVE CUST-ADDR-2    TO DL125-FMT-VAL (4).
           MOVE CUST-CITY      TO DL125-FMT-VAL (5).
           MOVE CUST-ZIP       TO DL125-FMT-VAL (6) (1:8).
           MOVE CUST-COUNTRY   TO DL125-FMT-VAL (7) (1:30).
           MOVE "CODE"         TO DL125-FMT-VAL (7) (32:4).
           MOVE CUST-COUNTRY-CD TO DL125-FMT-VAL (7) (37:2).
           MOVE CUST-CHILDREN  TO DL125-FMT-VAL (8) (1:2).
           MOVE CUST-SALARY    TO DL125-FMT-SALARY.
           MOVE DL125-FMT-SALARY TO DL125-FMT-VAL (9) (1:12).
           MOVE CUST-DOB       TO DL125-FMT-VAL (10) (1:8).
           MOVE "HIGH"         TO DL125-FMT-VAL (11) (1:4).
           MOVE CUST-SAT-HIGH  TO DL125-FMT-VAL (11) (6:1).
           MOVE "MED"          TO DL125-FMT-VAL (11) (9:3).
           MOVE CUST-SAT-MED   TO DL125-FMT-VAL (11) (13:1).
           MOVE "LOW"          TO DL125-FMT-VAL (11) (16:3).
           MOVE CUST-SAT-LOW   TO DL125-FMT-VAL (11) (20:1).
           MOVE CUST-COMMENTS  TO DL125-FMT-VAL (12).
           MOVE CUST-MORE-CMT-SW TO DL125-FMT-VAL (13) (1:1).
           EVALUATE TRUE
               WHEN CUST-ACTIVE
                   MOVE "ACTIVE" TO DL125-FMT-VAL (14)
               WHEN CUST-INACTIVE
                   MOVE "INACTIVE SINCE" TO DL125-FMT-VAL (14) (1:14)
                   MOVE CUST-STATUS-DT TO DL125-FMT-VAL (14) (16:8)
               WHEN CUST-PENDING
                   MOVE "PENDING SINCE" TO DL125-FMT-VAL (14) (1:13)
                   MOVE CUST-STATUS-DT TO DL125-FMT-VAL (14) (15:8)
               WHEN OTHER
                   MOVE CUST-STATUS-CD TO DL125-FMT-VAL (14) (1:1)
           END-EVALUATE.
           MOVE CUST-LAST-UPD-DT TO DL125-FMT-STAMP-DT.
           MOVE CUST-LAST-UPD-TM TO DL125-FMT-STAMP-TM.
           MOVE CUST-LAST-UPD-OP TO DL125-FMT-STAMP-OP.
           MOVE DL125-FMT-STAMP TO DL125-FMT-VAL (15).
       4500-EXIT.
           EXIT.
      *
       4600-BUILD-ROW.
           MOVE SPACES TO DL125-DET-ROW (DL125-ROW-SUB).
           MOVE DL125-LABEL (DL125-ROW-SUB)
               TO DL125-DET-LABEL (DL125-ROW-SUB).
           MOVE DL125-FMT-VAL (DL125-ROW-SUB)
               TO DL125-DET-VALUE (DL125-ROW-SUB).
           IF DL125-FMT-VAL (DL125-ROW-SUB) NOT =
               DL125-NOW-VAL (DL125-ROW-SUB)
               MOVE "*" TO DL125-DET-MARK (DL125-ROW-SUB)
           END-IF.
       4600-EXIT.
           EXIT.
      *
      ******************************************************
      *    4700-BUILD-NOTES
      *    The heading line says where the rebuild started
      *    and how far back it went; the notes carry anything
      *    that limits how far the answer can be trusted.  The
      *    screen has room for the first note only; the
      *    printed report lists them all.
      ******************************************************
       4700-BUILD-NOTES.
           MOVE DL125-REV-COUNT TO DL125-EDIT-COUNT.
           IF DL125-FROM-MASTER
               STRING "As of " DELIMITED BY SIZE
                   DL125-SEL-ASOF-DT DELIMITED BY SIZE
                   " - rebuilt from CUSTMAS, " DELIMITED BY SIZE
                   DL125-EDIT-COUNT DELIMITED BY SIZE
                   " audit entries reversed" DELIMITED BY SIZE
                   INTO DL125-DET-HEAD
               END-STRING
           ELSE
               STRING "As of " DELIMITED BY SIZE
                   DL125-SEL-ASOF-DT DELIMITED BY SIZE
                   " - rebuilt from archive image purged "
                       DELIMITED BY SIZE
                   DL125-ARC-PURGE-DT DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   DL125-EDIT-COUNT DELIMITED BY SIZE
                   " reversed" DELIMITED BY SIZE
                   INTO DL125-DET-HEAD
               END-STRING
           END-IF.
           IF NOT DL125-AUDIT-AVAILABLE AND NOT DL125-AHS-AVAILABLE
               ADD 1 TO DL125-NOTE-COUNT
               MOVE "AUDITLOG not available - nothing reversed"
                   TO DL125-NOTE-LINE (DL125-NOTE-COUNT)
           END-IF.
           IF DL125-NOT-YET-ADDED
               ADD 1 TO DL125-NOTE-COUNT
               STRING "Not yet on file that day - added pending on "
                       DELIMITED BY SIZE
                   DL125-ADDED-DT DELIMITED BY SIZE
                   INTO DL125-NOTE-LINE (DL125-NOTE-COUNT)
               END-STRING
           END-IF.
           IF DL125-WAS-ARCHIVED
               ADD 1 TO DL125-NOTE-COUNT
               STRING "On the purge archive that day, not CUSTMAS - "
                       DELIMITED BY SIZE
                   "restored " DELIMITED BY SIZE
                   DL125-ARCHIVED-DT DELIMITED BY SIZE
                   INTO DL125-NOTE-LINE (DL125-NOTE-COUNT)
               END-STRING
           END-IF.
           IF DL125-ERASED-SINCE
               ADD 1 TO DL125-NOTE-COUNT
               STRING "Personal data erased " DELIMITED BY SIZE
                   DL125-ERASED-DT DELIMITED BY SIZE
                   " - earlier values are not recoverable"
                       DELIMITED BY SIZE
                   INTO DL125-NOTE-LINE (DL125-NOTE-COUNT)
               END-STRING
           END-IF.
           IF DL125-NOTE-COUNT > ZERO
               MOVE DL125-NOTE-LINE (1) TO DL125-DET-NOTE
           END-IF.
       4700-EXIT.
           EXIT.
      *
      ******************************************************
      *    9000-TERMINATE
      ******************************************************
       9000-TERMINATE.
           CLOSE CUSTOMER-MASTER.
           IF DL125-ARCH-AVAILABLE
               CLOSE CUSTOMER-ARCHIVE
           END-IF.
           IF DL125-AUDIT-AVAILABLE
               CLOSE AUDIT-FILE
           END-IF.
           IF DL125-AHS-AVAILABLE
               CLOSE AUDIT-HISTORY
           END-IF.
           IF DL125-COUNTRY-AVAILABLE
               CLOSE COUNTRY-MASTER
           END-IF.
           IF DL125-BATCH-MODE
               CLOSE PARAMETER-FILE
               CLOSE PRINT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
