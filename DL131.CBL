      **************************************************************
      *     Program: DL131.CBL
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     EDITEL Reference Data Cascade - carries a COUNTRY name
      *     change and a POSTAL range's new city onto the customer
      *     master.  DL107 renames a country and DL116 reloads a
      *     range without touching CUSTMAS, which leaves every
      *     customer with the code carrying the old spelling in
      *     CUST-COUNTRY and every customer in the range with the
      *     old CUST-CITY.  The changes to cascade come one of two
      *     ways:
      *       - Parameter lines on DL131PRM: an N line names a
      *         country code, a Z line the low zip of a POSTAL
      *         range.  The new value is whatever COUNTRY / POSTAL
      *         holds for it now; a line naming a code or range not
      *         on file is rejected and listed.
      *       - No N or Z lines: the reference files are compared
      *         with their copies from before the change - COUNTRYO
      *         and POSTALO, key-order unloads in the CTRYLOAD and
      *         PSTLOAD layouts (the last published list loaded
      *         serves too).  A code whose name differs, or a low
      *         zip whose city differs, is a change to cascade.
      *     A customer is affected when its country code has a
      *     renamed country and CUST-COUNTRY is not the new name,
      *     or its zip falls in a changed range of its own country
      *     code and CUST-CITY is not the new city (compared upper-
      *     cased, the way DL117 and the entry-time edit compare
      *     cities).  The C control line
      *     sets the run:
      *       P - preview (also the run with no DL131PRM at all):
      *           every affected customer lists with the field, its
      *           value now and the value it would get.  Nothing is
      *           written.
      *       C - commit: the same list, and each customer taken is
      *           rewritten under the operator the control line
      *           names (who must be on OPERPROF with update
      *           authority), with an AUDITLOG entry per field and
      *           a CUSTJRNL after image, as a DL100C change would.
      *           A commit with a rejected parameter line is refused
      *           - it would not run what the preview showed.
      *     Inactive and pending customers are counted apart and
      *     skipped unless the control line includes them.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL131.
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
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS DL131-CUSTMAS-STATUS.
           SELECT COUNTRY-MASTER ASSIGN TO "COUNTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COU-CODE
               ALTERNATE RECORD KEY IS COU-NAME WITH DUPLICATES
               FILE STATUS IS DL131-COUNTRY-STATUS.
           SELECT POSTAL-FILE ASSIGN TO "POSTAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-ZIP-LOW
               FILE STATUS IS DL131-POSTAL-STATUS.
           SELECT OLD-COUNTRY-FILE ASSIGN TO "COUNTRYO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL131-OLDCOU-STATUS.
           SELECT OLD-POSTAL-FILE ASSIGN TO "POSTALO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL131-OLDPST-STATUS.
           SELECT OPERATOR-PROFILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS DL131-OPR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL131-JRNL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL131-AUDIT-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "DL131PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL131-PARM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DL131RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL131-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
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
      *        COUNTRY and POSTAL as they stood before the change -
      *        the load layouts carry the same widths as the files.
       FD  OLD-COUNTRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTRYLOAD.CPY.
      *
       FD  OLD-POSTAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PSTLOAD.CPY.
      *
       FD  OPERATOR-PROFILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERPROF.CPY.
      *
      *        After-image journal of every CUSTMAS commit, for the
      *        DL114 forward recovery - a committed cascade replays
      *        as rewrites.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTJRNL.CPY.
      *
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.CPY.
      *
      *        One C control line (mode, operator, inclusions) and
      *        any number of N country / Z postal lines.
       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASCADE-PARM-RECORD.
           05  DLC-REC-TYPE          PIC X(01).
               88  DLC-CONTROL-LINE          VALUE "C".
               88  DLC-COUNTRY-LINE          VALUE "N".
               88  DLC-POSTAL-LINE           VALUE "Z".
           05  DLC-MODE-CD           PIC X(01).
               88  DLC-MODE-PREVIEW          VALUE "P".
               88  DLC-MODE-COMMIT           VALUE "C".
           05  DLC-OPERATOR-ID       PIC X(08).
           05  DLC-INCL-INACTIVE     PIC X(01).
           05  DLC-INCL-PENDING      PIC X(01).
       01  CASCADE-COUNTRY-PARM.
           05  FILLER                PIC X(01).
           05  DLC-COU-CODE          PIC X(02).
       01  CASCADE-POSTAL-PARM.
           05  FILLER                PIC X(01).
           05  DLC-PST-ZIP-LOW       PIC X(08).
           05  DLC-PST-ZIP-LOW-N REDEFINES DLC-PST-ZIP-LOW
                                     PIC 9(08).
      *
       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  PRINT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  DL131-SWITCHES.
           05  DL131-MODE-CD         PIC X(01) VALUE "P".
               88  DL131-MODE-PREVIEW        VALUE "P".
               88  DL131-MODE-COMMIT         VALUE "C".
           05  DL131-INCL-INACTIVE-SW PIC X(01) VALUE "N".
               88  DL131-INCL-INACTIVE       VALUE "Y".
           05  DL131-INCL-PENDING-SW PIC X(01) VALUE "N".
               88  DL131-INCL-PENDING        VALUE "Y".
           05  DL131-SOURCE-CD       PIC X(01) VALUE "F".
               88  DL131-SOURCE-PARMS        VALUE "P".
               88  DL131-SOURCE-FILES        VALUE "F".
           05  DL131-EOF-SW          PIC X(01) VALUE "N".
               88  DL131-EOF                 VALUE "Y".
           05  DL131-PARM-EOF-SW     PIC X(01) VALUE "N".
               88  DL131-PARM-EOF            VALUE "Y".
           05  DL131-OLD-EOF-SW      PIC X(01) VALUE "N".
               88  DL131-OLD-EOF             VALUE "Y".
           05  DL131-CUSTMAS-STATUS  PIC X(02) VALUE "00".
               88  DL131-CUSTMAS-OK          VALUE "00".
           05  DL131-COUNTRY-STATUS  PIC X(02) VALUE "00".
               88  DL131-COUNTRY-OK          VALUE "00".
           05  DL131-CTRY-AVAIL-SW   PIC X(01) VALUE "N".
               88  DL131-CTRY-AVAILABLE      VALUE "Y".
           05  DL131-POSTAL-STATUS   PIC X(02) VALUE "00".
               88  DL131-POSTAL-OK           VALUE "00".
           05  DL131-PST-AVAIL-SW    PIC X(01) VALUE "N".
               88  DL131-PST-AVAILABLE       VALUE "Y".
           05  DL131-OLDCOU-STATUS   PIC X(02) VALUE "00".
               88  DL131-OLDCOU-OK           VALUE "00".
           05  DL131-OLDPST-STATUS   PIC X(02) VALUE "00".
               88  DL131-OLDPST-OK           VALUE "00".
           05  DL131-OPR-STATUS      PIC X(02) VALUE "00".
               88  DL131-OPR-OK              VALUE "00".
           05  DL131-JRNL-STATUS     PIC X(02) VALUE "00".
               88  DL131-JRNL-OK             VALUE "00".
           05  DL131-AUDIT-STATUS    PIC X(02) VALUE "00".
               88  DL131-AUDIT-OK            VALUE "00".
           05  DL131-PARM-STATUS     PIC X(02) VALUE "00".
               88  DL131-PARM-OK             VALUE "00".
           05  DL131-PRINT-STATUS    PIC X(02) VALUE "00".
           05  DL131-COU-CHANGE-SW   PIC X(01) VALUE "N".
               88  DL131-COU-CHANGE          VALUE "Y".
           05  DL131-CITY-CHANGE-SW  PIC X(01) VALUE "N".
               88  DL131-CITY-CHANGE         VALUE "Y".
           05  DL131-TAKE-SW         PIC X(01) VALUE "N".
               88  DL131-TAKE-CUSTOMER       VALUE "Y".
      *
       01  DL131-WORK-FIELDS.
           05  DL131-TODAY-DATE      PIC 9(08) VALUE ZERO.
           05  DL131-NOW-TIME        PIC 9(06) VALUE ZERO.
           05  DL131-OPERATOR-ID     PIC X(08) VALUE SPACES.
           05  DL131-NEW-COUNTRY     PIC X(30) VALUE SPACES.
           05  DL131-NEW-CITY        PIC X(38) VALUE SPACES.
           05  DL131-OLD-COUNTRY     PIC X(30) VALUE SPACES.
           05  DL131-OLD-CITY        PIC X(38) VALUE SPACES.
           05  DL131-CITY-UC-1       PIC X(38) VALUE SPACES.
           05  DL131-CITY-UC-2       PIC X(38) VALUE SPACES.
           05  DL131-ACTION-TEXT     PIC X(14) VALUE SPACES.
      *
      **************************************************************
      *     The changes to cascade, loaded before the master pass
      *     from the parameter lines or the file comparison.  The
      *     old value is known only from a comparison; it prints
      *     on the change list so the desk sees what was renamed.
      **************************************************************
       01  DL131-COU-TABLE.
           05  DL131-COU-ENTRY OCCURS 50 TIMES.
               10  DL131-COU-TBL-CODE    PIC X(02).
               10  DL131-COU-TBL-OLD     PIC X(30).
               10  DL131-COU-TBL-NEW     PIC X(30).
       01  DL131-COU-TBL-CNT         PIC 9(03) COMP VALUE ZERO.
       01  DL131-COU-SUB             PIC 9(03) COMP VALUE ZERO.
       01  DL131-COU-HIT             PIC 9(03) COMP VALUE ZERO.
      *
       01  DL131-PST-TABLE.
           05  DL131-PST-ENTRY OCCURS 500 TIMES.
               10  DL131-PST-TBL-LOW     PIC 9(08).
               10  DL131-PST-TBL-HIGH    PIC 9(08).
               10  DL131-PST-TBL-OLD     PIC X(38).
               10  DL131-PST-TBL-NEW     PIC X(38).
               10  DL131-PST-TBL-CTRY    PIC X(02).
       01  DL131-PST-TBL-CNT         PIC 9(03) COMP VALUE ZERO.
       01  DL131-PST-SUB             PIC 9(03) COMP VALUE ZERO.
       01  DL131-PST-HIT             PIC 9(03) COMP VALUE ZERO.
      *
       01  DL131-COUNTERS.
           05  DL131-PARM-READ       PIC 9(07) COMP VALUE ZERO.
           05  DL131-PARM-REJECTED   PIC 9(07) COMP VALUE ZERO.
           05  DL131-TABLE-FULL      PIC 9(07) COMP VALUE ZERO.
           05  DL131-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  DL131-AFFECTED-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  DL131-AFF-ACTIVE      PIC 9(07) COMP VALUE ZERO.
           05  DL131-AFF-INACTIVE    PIC 9(07) COMP VALUE ZERO.
           05  DL131-AFF-PENDING     PIC 9(07) COMP VALUE ZERO.
           05  DL131-SKIP-INACTIVE   PIC 9(07) COMP VALUE ZERO.
           05  DL131-SKIP-PENDING    PIC 9(07) COMP VALUE ZERO.
           05  DL131-COU-FIELD-CNT   PIC 9(07) COMP VALUE ZERO.
           05  DL131-CITY-FIELD-CNT  PIC 9(07) COMP VALUE ZERO.
           05  DL131-TAKEN-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  DL131-REWRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL131-FAILED-COUNT    PIC 9(07) COMP VALUE ZERO.
      *
       01  DL131-HEAD-1.
           05  FILLER  PIC X(35) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE "EDITEL REFERENCE DATA CASCADE".
      *
       01  DL131-HEAD-2.
           05  FILLER  PIC X(08) VALUE "CUST ID".
           05  FILLER  PIC X(03) VALUE "ST".
           05  FILLER  PIC X(09) VALUE "FIELD".
           05  FILLER  PIC X(39) VALUE "NOW".
           05  FILLER  PIC X(39) VALUE "BECOMES".
           05  FILLER  PIC X(14) VALUE "ACTION".
      *
       01  DL131-CHG-LINE.
           05  DL131-CHG-ID          PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL131-CHG-ST          PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DL131-CHG-FIELD       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL131-CHG-FROM        PIC X(38).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL131-CHG-TO          PIC X(38).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL131-CHG-ACTION      PIC X(14).
      *
       01  DL131-REF-LINE.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  DL131-REF-KIND        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL131-REF-KEY         PIC X(17).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL131-REF-OLD         PIC X(38).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL131-REF-NEW         PIC X(38).
      *
       01  DL131-REF-RANGE.
           05  DL131-REF-LOW         PIC 9(08).
           05  FILLER                PIC X(01) VALUE "-".
           05  DL131-REF-HIGH        PIC 9(08).
      *
       01  DL131-VALUE-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL131-VAL-LABEL       PIC X(30).
           05  DL131-VAL-VALUE       PIC X(10).
      *
       01  DL131-TOTAL-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL131-TOT-LABEL       PIC X(30).
           05  DL131-TOT-COUNT       PIC ZZZ,ZZ9.
      *
       01  DL131-NOTE-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  DL131-NOTE-TEXT       PIC X(50).
      *
       01  DL131-BLANK-LINE          PIC X(01) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
      ******************************************************
      *    0000-MAINLINE
      ******************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF DL131-SOURCE-FILES
               PERFORM 1500-COMPARE-COUNTRY THRU 1500-EXIT
               PERFORM 1600-COMPARE-POSTAL THRU 1600-EXIT
           END-IF.
           PERFORM 1800-CHECK-COMMIT THRU 1800-EXIT.
           PERFORM 1900-OPEN-MASTER THRU 1900-EXIT.
           PERFORM 2000-CASCADE-PASS THRU 2000-EXIT.
           PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *
      ******************************************************
      *    1000-INITIALIZE
      *    No DL131PRM at all is a preview of the file
      *    comparison.  The reference files are needed either
      *    way - they hold the new values.
      ******************************************************
       1000-INITIALIZE.
           ACCEPT DL131-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM DL131-HEAD-1 AFTER ADVANCING PAGE.
           OPEN INPUT COUNTRY-MASTER.
           IF DL131-COUNTRY-OK
               SET DL131-CTRY-AVAILABLE TO TRUE
           ELSE
               MOVE "COUNTRY NOT AVAILABLE - NO COUNTRY CASCADE"
                   TO DL131-NOTE-TEXT
               WRITE PRINT-REC FROM DL131-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           OPEN INPUT POSTAL-FILE.
           IF DL131-POSTAL-OK
               SET DL131-PST-AVAILABLE TO TRUE
           ELSE
               MOVE "POSTAL NOT AVAILABLE - NO CITY CASCADE"
                   TO DL131-NOTE-TEXT
               WRITE PRINT-REC FROM DL131-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PRINT-REC FROM DL131-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           OPEN INPUT PARAMETER-FILE.
           IF DL131-PARM-OK
               PERFORM 1100-READ-PARAMETER THRU 1100-EXIT
                   UNTIL DL131-PARM-EOF
               CLOSE PARAMETER-FILE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************
      *    1100-READ-PARAMETER
      *    The C line sets the run; each N and Z line is looked
      *    up on the reference file for its new value.  Any N
      *    or Z line at all makes this a parameter-driven run
      *    - the file comparison is not made.
      ******************************************************
       1100-READ-PARAMETER.
           READ PARAMETER-FILE
               AT END
                   SET DL131-PARM-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           ADD 1 TO DL131-PARM-READ.
           EVALUATE TRUE
               WHEN DLC-CONTROL-LINE
                   IF DLC-MODE-PREVIEW OR DLC-MODE-COMMIT
                       MOVE DLC-MODE-CD TO DL131-MODE-CD
                   END-IF
                   MOVE DLC-OPERATOR-ID   TO DL131-OPERATOR-ID
                   MOVE DLC-INCL-INACTIVE TO DL131-INCL-INACTIVE-SW
                   MOVE DLC-INCL-PENDING  TO DL131-INCL-PENDING-SW
               WHEN DLC-COUNTRY-LINE
                   SET DL131-SOURCE-PARMS TO TRUE
                   PERFORM 1110-COUNTRY-PARAMETER THRU 1110-EXIT
               WHEN DLC-POSTAL-LINE
                   SET DL131-SOURCE-PARMS TO TRUE
                   PERFORM 1120-POSTAL-PARAMETER THRU 1120-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN LINE" TO DL131-REF-KIND
                   MOVE CASCADE-PARM-RECORD TO DL131-REF-KEY
                   MOVE "REJECTED - NOT A C, N OR Z LINE"
                       TO DL131-REF-OLD
                   PERFORM 1190-REJECT-PARAMETER THRU 1190-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *
       1110-COUNTRY-PARAMETER.
           MOVE "COUNTRY" TO DL131-REF-KIND.
           MOVE DLC-COU-CODE TO DL131-REF-KEY.
           IF NOT DL131-CTRY-AVAILABLE
               MOVE "REJECTED - COUNTRY NOT AVAILABLE" TO DL131-REF-OLD
               PERFORM 1190-REJECT-PARAMETER THRU 1190-EXIT
               GO TO 1110-EXIT
           END-IF.
           MOVE DLC-COU-CODE TO COU-CODE.
           READ COUNTRY-MASTER
               INVALID KEY
                   MOVE "REJECTED - CODE NOT ON COUNTRY"
                       TO DL131-REF-OLD
                   PERFORM 1190-REJECT-PARAMETER THRU 1190-EXIT
                   GO TO 1110-EXIT
           END-READ.
           MOVE SPACES TO DL131-OLD-COUNTRY.
           PERFORM 1510-ADD-COUNTRY-CHANGE THRU 1510-EXIT.
       1110-EXIT.
           EXIT.
      *
       1120-POSTAL-PARAMETER.
           MOVE "POSTAL" TO DL131-REF-KIND.
           MOVE DLC-PST-ZIP-LOW TO DL131-REF-KEY.
           IF NOT DL131-PST-AVAILABLE
               MOVE "REJECTED - POSTAL NOT AVAILABLE" TO DL131-REF-OLD
               PERFORM 1190-REJECT-PARAMETER THRU 1190-EXIT
               GO TO 1120-EXIT
           END-IF.
           IF DLC-PST-ZIP-LOW NOT NUMERIC
               MOVE "REJECTED - LOW ZIP NOT NUMERIC" TO DL131-REF-OLD
               PERFORM 1190-REJECT-PARAMETER THRU 1190-EXIT
               GO TO 1120-EXIT
           END-IF.
           MOVE DLC-PST-ZIP-LOW-N TO PST-ZIP-LOW.
           READ POSTAL-FILE
               INVALID KEY
                   MOVE "REJECTED - NO RANGE STARTS AT ZIP"
                       TO DL131-REF-OLD
                   PERFORM 1190-REJECT-PARAMETER THRU 1190-EXIT
                   GO TO 1120-EXIT
           END-READ.
           MOVE SPACES TO DL131-OLD-CITY.
           PERFORM 1610-ADD-POSTAL-CHANGE THRU 1610-EXIT.
       1120-EXIT.
           EXIT.
      *
       1190-REJECT-PARAMETER.
           ADD 1 TO DL131-PARM-REJECTED.
           MOVE SPACES TO DL131-REF-NEW.
           WRITE PRINT-REC FROM DL131-REF-LINE
               AFTER ADVANCING 1 LINE.
       1190-EXIT.
           EXIT.
      *
      ******************************************************
      *    1500-COMPARE-COUNTRY
      *    Each code on the old copy looked up on COUNTRY; a
      *    name that differs is a rename.  Codes added or
      *    deleted since carry nothing to cascade - no customer
      *    can hold a new code yet, and DL107 blocks deleting
      *    one in use.
      ******************************************************
       1500-COMPARE-COUNTRY.
           IF NOT DL131-CTRY-AVAILABLE
               GO TO 1500-EXIT
           END-IF.
           OPEN INPUT OLD-COUNTRY-FILE.
           IF NOT DL131-OLDCOU-OK
               MOVE "COUNTRYO NOT AVAILABLE - NO COUNTRY COMPARE"
                   TO DL131-NOTE-TEXT
               WRITE PRINT-REC FROM DL131-NOTE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 1500-EXIT
           END-IF.
           MOVE "N" TO DL131-OLD-EOF-SW.
           PERFORM 1505-COMPARE-ONE-COUNTRY THRU 1505-EXIT
               UNTIL DL131-OLD-EOF.
           CLOSE OLD-COUNTRY-FILE.
       1500-EXIT.
           EXIT.
      *
       1505-COMPARE-ONE-COUNTRY.
           READ OLD-COUNTRY-FILE
               AT END
                   SET DL131-OLD-EOF TO TRUE
                   GO TO 1505-EXIT
           END-READ.
           MOVE CTL-CODE TO COU-CODE.
           READ COUNTRY-MASTER
               INVALID KEY
                   GO TO 1505-EXIT
           END-READ.
           IF COU-NAME = CTL-NAME
               GO TO 1505-EXIT
           END-IF.
           MOVE CTL-NAME TO DL131-OLD-COUNTRY.
           PERFORM 1510-ADD-COUNTRY-CHANGE THRU 1510-EXIT.
       1505-EXIT.
           EXIT.
      *
      ******************************************************
      *    1510-ADD-COUNTRY-CHANGE
      *    COUNTRY-RECORD holds the code and its new name; the
      *    caller has set the old name (spaces when it came off
      *    a parameter line).
      ******************************************************
       1510-ADD-COUNTRY-CHANGE.
           MOVE "COUNTRY" TO DL131-REF-KIND.
           MOVE COU-CODE TO DL131-REF-KEY.
           MOVE DL131-OLD-COUNTRY TO DL131-REF-OLD.
           MOVE COU-NAME TO DL131-REF-NEW.
           IF DL131-COU-TBL-CNT NOT < 50
               ADD 1 TO DL131-TABLE-FULL
               MOVE "*** TABLE FULL - NOT CASCADED" TO DL131-REF-NEW
               WRITE PRINT-REC FROM DL131-REF-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 1510-EXIT
           END-IF.
           ADD 1 TO DL131-COU-TBL-CNT.
           MOVE COU-CODE TO DL131-COU-TBL-CODE (DL131-COU-TBL-CNT).
           MOVE DL131-OLD-COUNTRY
               TO DL131-COU-TBL-OLD (DL131-COU-TBL-CNT).
           MOVE COU-NAME TO DL131-COU-TBL-NEW (DL131-COU-TBL-CNT).
           WRITE PRINT-REC FROM DL131-REF-LINE
               AFTER ADVANCING 1 LINE.
       1510-EXIT.
           EXIT.
      *
      ******************************************************
      *    1600-COMPARE-POSTAL
      *    Each range on the old copy looked up on POSTAL by
      *    its low zip; a city that differs (upper-cased) is a
      *    new city for the range as POSTAL now bounds it.
      ******************************************************
       1600-COMPARE-POSTAL.
           IF NOT DL131-PST-AVAILABLE
               GO TO 1600-EXIT
           END-IF.
           OPEN INPUT OLD-POSTAL-FILE.
           IF NOT DL131-OLDPST-OK
               MOVE "POSTALO NOT AVAILABLE - NO POSTAL COMPARE"
                   TO DL131-NOTE-TEXT
               WRITE PRINT-REC FROM DL131-NOTE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 1600-EXIT
           END-IF.
           MOVE "N" TO DL131-OLD-EOF-SW.
           PERFORM 1605-COMPARE-ONE-RANGE THRU 1605-EXIT
               UNTIL DL131-OLD-EOF.
           CLOSE OLD-POSTAL-FILE.
       1600-EXIT.
           EXIT.
      *
       1605-COMPARE-ONE-RANGE.
           READ OLD-POSTAL-FILE
               AT END
                   SET DL131-OLD-EOF TO TRUE
                   GO TO 1605-EXIT
           END-READ.
           IF PSL-ZIP-LOW NOT NUMERIC
               GO TO 1605-EXIT
           END-IF.
           MOVE PSL-ZIP-LOW TO PST-ZIP-LOW.
           READ POSTAL-FILE
               INVALID KEY
                   GO TO 1605-EXIT
           END-READ.
           MOVE PSL-CITY TO DL131-CITY-UC-1.
           MOVE PST-CITY TO DL131-CITY-UC-2.
           PERFORM 2900-UPPER-CASE-CITIES THRU 2900-EXIT.
           IF DL131-CITY-UC-1 = DL131-CITY-UC-2
               GO TO 1605-EXIT
           END-IF.
           MOVE PSL-CITY TO DL131-OLD-CITY.
           PERFORM 1610-ADD-POSTAL-CHANGE THRU 1610-EXIT.
       1605-EXIT.
           EXIT.
      *
      ******************************************************
      *    1610-ADD-POSTAL-CHANGE
      *    POSTAL-RECORD holds the range, its country code and
      *    its new city; the caller has set the old city.
      ******************************************************
       1610-ADD-POSTAL-CHANGE.
           MOVE "POSTAL" TO DL131-REF-KIND.
           MOVE PST-ZIP-LOW  TO DL131-REF-LOW.
           MOVE PST-ZIP-HIGH TO DL131-REF-HIGH.
           MOVE DL131-REF-RANGE TO DL131-REF-KEY.
           MOVE DL131-OLD-CITY TO DL131-REF-OLD.
           MOVE PST-CITY TO DL131-REF-NEW.
           IF DL131-PST-TBL-CNT NOT < 500
               ADD 1 TO DL131-TABLE-FULL
               MOVE "*** TABLE FULL - NOT CASCADED" TO DL131-REF-NEW
               WRITE PRINT-REC FROM DL131-REF-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 1610-EXIT
           END-IF.
           ADD 1 TO DL131-PST-TBL-CNT.
           MOVE PST-ZIP-LOW  TO DL131-PST-TBL-LOW (DL131-PST-TBL-CNT).
           MOVE PST-ZIP-HIGH TO DL131-PST-TBL-HIGH (DL131-PST-TBL-CNT).
           MOVE DL131-OLD-CITY
               TO DL131-PST-TBL-OLD (DL131-PST-TBL-CNT).
           MOVE PST-CITY TO DL131-PST-TBL-NEW (DL131-PST-TBL-CNT).
           MOVE PST-COUNTRY-CD
               TO DL131-PST-TBL-CTRY (DL131-PST-TBL-CNT).
           WRITE PRINT-REC FROM DL131-REF-LINE
               AFTER ADVANCING 1 LINE.
       1610-EXIT.
           EXIT.
      *
      ******************************************************
      *    1800-CHECK-COMMIT
      *    A commit needs a named operator on OPERPROF with
      *    update authority, and every parameter line good -
      *    otherwise nothing is written and the stream stops.
      ******************************************************
       1800-CHECK-COMMIT.
           IF DL131-MODE-PREVIEW
               MOVE "PREVIEW - NOTHING WRITTEN" TO DL131-NOTE-TEXT
               WRITE PRINT-REC FROM DL131-NOTE-LINE
                   AFTER ADVANCING 2 LINES
               GO TO 1800-EXIT
           END-IF.
           IF DL131-PARM-REJECTED > 0 OR DL131-TABLE-FULL > 0
               MOVE "COMMIT REFUSED - PARAMETER LINES REJECTED"
                   TO DL131-NOTE-TEXT
               PERFORM 1890-REFUSE-COMMIT THRU 1890-EXIT
           END-IF.
           IF DL131-OPERATOR-ID = SPACES
               MOVE "COMMIT REFUSED - NO OPERATOR NAMED"
                   TO DL131-NOTE-TEXT
               PERFORM 1890-REFUSE-COMMIT THRU 1890-EXIT
           END-IF.
           OPEN INPUT OPERATOR-PROFILE.
           IF NOT DL131-OPR-OK
               MOVE "COMMIT REFUSED - OPERPROF NOT AVAILABLE"
                   TO DL131-NOTE-TEXT
               PERFORM 1890-REFUSE-COMMIT THRU 1890-EXIT
           END-IF.
           MOVE DL131-OPERATOR-ID TO OPR-ID.
           READ OPERATOR-PROFILE
               INVALID KEY
                   MOVE "COMMIT REFUSED - OPERATOR NOT ON OPERPROF"
                       TO DL131-NOTE-TEXT
                   CLOSE OPERATOR-PROFILE
                   PERFORM 1890-REFUSE-COMMIT THRU 1890-EXIT
           END-READ.
           CLOSE OPERATOR-PROFILE.
           IF NOT OPR-AUTH-UPDATE AND NOT OPR-AUTH-SUPERVISOR
               MOVE "COMMIT REFUSED - OPERATOR LACKS UPDATE LEVEL"
                   TO DL131-NOTE-TEXT
               PERFORM 1890-REFUSE-COMMIT THRU 1890-EXIT
           END-IF.
           MOVE "COMMIT UNDER OPERATOR" TO DL131-VAL-LABEL.
           MOVE DL131-OPERATOR-ID TO DL131-VAL-VALUE.
           WRITE PRINT-REC FROM DL131-VALUE-LINE
               AFTER ADVANCING 2 LINES.
       1800-EXIT.
           EXIT.
      *
       1890-REFUSE-COMMIT.
           WRITE PRINT-REC FROM DL131-NOTE-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY "DL131: " DL131-NOTE-TEXT.
           PERFORM 9100-CLOSE-REFERENCE THRU 9100-EXIT.
           CLOSE PRINT-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1890-EXIT.
           EXIT.
      *
      ******************************************************
      *    1900-OPEN-MASTER
      *    I-O only for a commit; the journal and audit log
      *    open EXTEND the way every other master updater
      *    opens them.
      ******************************************************
       1900-OPEN-MASTER.
           IF DL131-MODE-COMMIT
               OPEN I-O CUSTOMER-MASTER
           ELSE
               OPEN INPUT CUSTOMER-MASTER
           END-IF.
           IF NOT DL131-CUSTMAS-OK AND DL131-CUSTMAS-STATUS NOT = "05"
               DISPLAY "DL131: UNABLE TO OPEN CUSTOMER-MASTER, STATUS="
                   DL131-CUSTMAS-STATUS
               CLOSE PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF DL131-MODE-COMMIT
               OPEN EXTEND JOURNAL-FILE
               IF NOT DL131-JRNL-OK AND DL131-JRNL-STATUS NOT = "05"
                   IF DL131-JRNL-STATUS = "35"
                       OPEN OUTPUT JOURNAL-FILE
                       CLOSE JOURNAL-FILE
                       OPEN EXTEND JOURNAL-FILE
                   END-IF
               END-IF
               OPEN EXTEND AUDIT-FILE
               IF NOT DL131-AUDIT-OK AND DL131-AUDIT-STATUS NOT = "05"
                   IF DL131-AUDIT-STATUS = "35"
                       OPEN OUTPUT AUDIT-FILE
                       CLOSE AUDIT-FILE
                       OPEN EXTEND AUDIT-FILE
                   END-IF
               END-IF
           END-IF.
           WRITE PRINT-REC FROM DL131-HEAD-2 AFTER ADVANCING 2 LINES.
       1900-EXIT.
           EXIT.
      *
      ******************************************************
      *    2000-CASCADE-PASS
      *    One pass down CUSTMAS against the change tables;
      *    nothing to cascade means no pass.
      ******************************************************
       2000-CASCADE-PASS.
           IF DL131-COU-TBL-CNT = 0 AND DL131-PST-TBL-CNT = 0
               MOVE "NO REFERENCE CHANGES TO CASCADE"
                   TO DL131-NOTE-TEXT
               WRITE PRINT-REC FROM DL131-NOTE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 2000-EXIT
           END-IF.
           MOVE LOW-VALUES TO CUST-ID.
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   SET DL131-EOF TO TRUE
           END-START.
           PERFORM 2010-READ-CUSTOMER THRU 2010-EXIT.
           PERFORM 2100-CASCADE-ONE-CUSTOMER THRU 2100-EXIT
               UNTIL DL131-EOF.
       2000-EXIT.
           EXIT.
      *
       2010-READ-CUSTOMER.
           IF DL131-EOF
               GO TO 2010-EXIT
           END-IF.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET DL131-EOF TO TRUE
           END-READ.
           IF NOT DL131-EOF
               ADD 1 TO DL131-READ-COUNT
           END-IF.
       2010-EXIT.
           EXIT.
      *
      ******************************************************
      *    2100-CASCADE-ONE-CUSTOMER
      *    Is the customer affected, and by which field; is it
      *    taken, given its status; list it, and on a commit
      *    rewrite it.
      ******************************************************
       2100-CASCADE-ONE-CUSTOMER.
           PERFORM 2200-FIND-CHANGES THRU 2200-EXIT.
           IF NOT DL131-COU-CHANGE AND NOT DL131-CITY-CHANGE
               GO TO 2190-NEXT-CUSTOMER
           END-IF.
           ADD 1 TO DL131-AFFECTED-COUNT.
           MOVE "Y" TO DL131-TAKE-SW.
           EVALUATE TRUE
               WHEN CUST-INACTIVE
                   ADD 1 TO DL131-AFF-INACTIVE
                   IF NOT DL131-INCL-INACTIVE
                       MOVE "N" TO DL131-TAKE-SW
                       ADD 1 TO DL131-SKIP-INACTIVE
                   END-IF
               WHEN CUST-PENDING
                   ADD 1 TO DL131-AFF-PENDING
                   IF NOT DL131-INCL-PENDING
                       MOVE "N" TO DL131-TAKE-SW
                       ADD 1 TO DL131-SKIP-PENDING
                   END-IF
               WHEN OTHER
                   ADD 1 TO DL131-AFF-ACTIVE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN NOT DL131-TAKE-CUSTOMER
                   MOVE "SKIPPED-STATUS" TO DL131-ACTION-TEXT
               WHEN DL131-MODE-PREVIEW
                   ADD 1 TO DL131-TAKEN-COUNT
                   MOVE "WOULD CHANGE" TO DL131-ACTION-TEXT
               WHEN OTHER
                   ADD 1 TO DL131-TAKEN-COUNT
                   MOVE "CHANGED" TO DL131-ACTION-TEXT
                   MOVE CUST-COUNTRY TO DL131-OLD-COUNTRY
                   MOVE CUST-CITY    TO DL131-OLD-CITY
                   PERFORM 2500-COMMIT-CUSTOMER THRU 2500-EXIT
           END-EVALUATE.
           PERFORM 2300-PRINT-CHANGES THRU 2300-EXIT.
       2190-NEXT-CUSTOMER.
           PERFORM 2010-READ-CUSTOMER THRU 2010-EXIT.
       2100-EXIT.
           EXIT.
      *
      ******************************************************
      *    2200-FIND-CHANGES
      *    The country table by code and the postal table by
      *    the range the zip falls in - ranges don't overlap,
      *    so the first hit is the hit.  A field already
      *    holding the new value is not a change.
      ******************************************************
       2200-FIND-CHANGES.
           MOVE "N" TO DL131-COU-CHANGE-SW.
           MOVE "N" TO DL131-CITY-CHANGE-SW.
           MOVE ZERO TO DL131-COU-HIT.
           MOVE ZERO TO DL131-PST-HIT.
           IF CUST-COUNTRY-CD NOT = SPACES
               PERFORM 2210-SCAN-COUNTRY THRU 2210-EXIT
                   VARYING DL131-COU-SUB FROM 1 BY 1
                   UNTIL DL131-COU-SUB > DL131-COU-TBL-CNT
                       OR DL131-COU-HIT > 0
           END-IF.
           IF DL131-COU-HIT > 0
               MOVE DL131-COU-TBL-NEW (DL131-COU-HIT)
                   TO DL131-NEW-COUNTRY
               IF CUST-COUNTRY NOT = DL131-NEW-COUNTRY
                   SET DL131-COU-CHANGE TO TRUE
               END-IF
           END-IF.
           PERFORM 2220-SCAN-POSTAL THRU 2220-EXIT
               VARYING DL131-PST-SUB FROM 1 BY 1
               UNTIL DL131-PST-SUB > DL131-PST-TBL-CNT
                   OR DL131-PST-HIT > 0.
           IF DL131-PST-HIT > 0
               MOVE DL131-PST-TBL-NEW (DL131-PST-HIT)
                   TO DL131-NEW-CITY
               MOVE CUST-CITY TO DL131-CITY-UC-1
               MOVE DL131-NEW-CITY TO DL131-CITY-UC-2
               PERFORM 2900-UPPER-CASE-CITIES THRU 2900-EXIT
               IF DL131-CITY-UC-1 NOT = DL131-CITY-UC-2
                   SET DL131-CITY-CHANGE TO TRUE
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2210-SCAN-COUNTRY.
           IF DL131-COU-TBL-CODE (DL131-COU-SUB) = CUST-COUNTRY-CD
               MOVE DL131-COU-SUB TO DL131-COU-HIT
           END-IF.
       2210-EXIT.
           EXIT.
      *
      *
      *    A zip range belongs to one country - the same digits
      *    in another country are another place.
       2220-SCAN-POSTAL.
           IF CUST-ZIP NOT < DL131-PST-TBL-LOW (DL131-PST-SUB)
               AND CUST-ZIP NOT > DL131-PST-TBL-HIGH (DL131-PST-SUB)
               AND CUST-COUNTRY-CD = DL131-PST-TBL-CTRY (DL131-PST-SUB)
               MOVE DL131-PST-SUB TO DL131-PST-HIT
           END-IF.
       2220-EXIT.
           EXIT.
      *
      ******************************************************
      *    2300-PRINT-CHANGES
      *    One line per field changing.  After a commit the
      *    record holds the new values, so the "now" column
      *    comes from the values held before the rewrite.
      ******************************************************
       2300-PRINT-CHANGES.
           MOVE CUST-ID TO DL131-CHG-ID.
           MOVE CUST-STATUS-CD TO DL131-CHG-ST.
           MOVE DL131-ACTION-TEXT TO DL131-CHG-ACTION.
           IF DL131-COU-CHANGE
               MOVE "COUNTRY" TO DL131-CHG-FIELD
               IF DL131-MODE-COMMIT AND DL131-TAKE-CUSTOMER
                   MOVE DL131-OLD-COUNTRY TO DL131-CHG-FROM
               ELSE
                   MOVE CUST-COUNTRY TO DL131-CHG-FROM
               END-IF
               MOVE DL131-NEW-COUNTRY TO DL131-CHG-TO
               WRITE PRINT-REC FROM DL131-CHG-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO DL131-COU-FIELD-CNT
           END-IF.
           IF DL131-CITY-CHANGE
               MOVE "CITY" TO DL131-CHG-FIELD
               IF DL131-MODE-COMMIT AND DL131-TAKE-CUSTOMER
                   MOVE DL131-OLD-CITY TO DL131-CHG-FROM
               ELSE
                   MOVE CUST-CITY TO DL131-CHG-FROM
               END-IF
               MOVE DL131-NEW-CITY TO DL131-CHG-TO
               WRITE PRINT-REC FROM DL131-CHG-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO DL131-CITY-FIELD-CNT
           END-IF.
       2300-EXIT.
           EXIT.
      *
      ******************************************************
      *    2500-COMMIT-CUSTOMER
      *    REWRITE under the named operator, one AUDITLOG
      *    entry per field changed - the field names DL100C
      *    writes, so DL105 and DL125 read them as screen
      *    changes - and one CUSTJRNL after image, all under
      *    one commit stamp.
      ******************************************************
       2500-COMMIT-CUSTOMER.
           IF DL131-COU-CHANGE
               MOVE DL131-NEW-COUNTRY TO CUST-COUNTRY
           END-IF.
           IF DL131-CITY-CHANGE
               MOVE DL131-NEW-CITY TO CUST-CITY
           END-IF.
           ACCEPT DL131-NOW-TIME FROM TIME.
           MOVE DL131-TODAY-DATE  TO CUST-LAST-UPD-DT.
           MOVE DL131-NOW-TIME    TO CUST-LAST-UPD-TM.
           MOVE DL131-OPERATOR-ID TO CUST-LAST-UPD-OP.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   ADD 1 TO DL131-FAILED-COUNT
                   MOVE "REWRITE FAILED" TO DL131-ACTION-TEXT
                   GO TO 2500-EXIT
           END-REWRITE.
           ADD 1 TO DL131-REWRITE-COUNT.
           MOVE CUST-ID           TO AUD-CUST-ID.
           MOVE DL131-TODAY-DATE  TO AUD-UPD-DT.
           MOVE DL131-NOW-TIME    TO AUD-UPD-TM.
           MOVE DL131-OPERATOR-ID TO AUD-OPERATOR-ID.
           IF DL131-COU-CHANGE
               MOVE "COUNTRY"         TO AUD-FIELD-NAME
               MOVE DL131-OLD-COUNTRY TO AUD-OLD-VALUE
               MOVE CUST-COUNTRY      TO AUD-NEW-VALUE
               WRITE AUDIT-RECORD
           END-IF.
           IF DL131-CITY-CHANGE
               MOVE "CITY"            TO AUD-FIELD-NAME
               MOVE DL131-OLD-CITY    TO AUD-OLD-VALUE
               MOVE CUST-CITY         TO AUD-NEW-VALUE
               WRITE AUDIT-RECORD
           END-IF.
           MOVE "R"              TO JRN-ACTION-CD.
           MOVE DL131-TODAY-DATE TO JRN-UPD-DT.
           MOVE DL131-NOW-TIME   TO JRN-UPD-TM.
           MOVE "DL131"          TO JRN-PROGRAM-ID.
           MOVE CUST-ID          TO JRN-CUST-ID.
           MOVE CUSTOMER-RECORD (7:386) TO JRN-CUST-IMAGE.
           WRITE JOURNAL-RECORD.
       2500-EXIT.
           EXIT.
      *
       2900-UPPER-CASE-CITIES.
           INSPECT DL131-CITY-UC-1
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT DL131-CITY-UC-2
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       2900-EXIT.
           EXIT.
      *
      ******************************************************
      *    3000-PRINT-SUMMARY
      ******************************************************
       3000-PRINT-SUMMARY.
           WRITE PRINT-REC FROM DL131-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "PARAMETER LINES READ" TO DL131-TOT-LABEL.
           MOVE DL131-PARM-READ TO DL131-TOT-COUNT.
           PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT.
           MOVE "PARAMETER LINES REJECTED" TO DL131-TOT-LABEL.
           MOVE DL131-PARM-REJECTED TO DL131-TOT-COUNT.
           PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT.
           MOVE "COUNTRY RENAMES" TO DL131-TOT-LABEL.
           MOVE DL131-COU-TBL-CNT TO DL131-TOT-COUNT.
           PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT.
           MOVE "POSTAL RANGES WITH NEW CITY" TO DL131-TOT-LABEL.
           MOVE DL131-PST-TBL-CNT TO DL131-TOT-COUNT.
           PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT.
           IF DL131-TABLE-FULL > 0
               MOVE "CHANGES OVER TABLE LIMIT" TO DL131-TOT-LABEL
               MOVE DL131-TABLE-FULL TO DL131-TOT-COUNT
               PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
           END-IF.
           MOVE "CUSTOMERS READ" TO DL131-TOT-LABEL.
           MOVE DL131-READ-COUNT TO DL131-TOT-COUNT.
           PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT.
           MOVE "CUSTOMERS AFFECTED" TO DL131-TOT-LABEL.
           MOVE DL131-AFFECTED-COUNT TO DL131-TOT-COUNT.
           PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT.
           MOVE "  ACTIVE" TO DL131-TOT-LABEL.
           MOVE DL131-AFF-ACTIVE TO DL131-TOT-COUNT.
           PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT.
           MOVE "  INACTIVE" TO DL131-TOT-LABEL.
           MOVE DL131-AFF-INACTIVE TO DL131-TOT-COUNT.
           PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT.
           MOVE "  PENDING" TO DL131-TOT-LABEL.
           MOVE DL131-AFF-PENDING TO DL131-TOT-COUNT.
           PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT.
           MOVE "INACTIVE SKIPPED" TO DL131-TOT-LABEL.
           MOVE DL131-SKIP-INACTIVE TO DL131-TOT-COUNT.
           PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT.
           MOVE "PENDING SKIPPED" TO DL131-TOT-LABEL.
           MOVE DL131-SKIP-PENDING TO DL131-TOT-COUNT.
           PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT.
           MOVE "COUNTRY FIELDS LISTED" TO DL131-TOT-LABEL.
           MOVE DL131-COU-FIELD-CNT TO DL131-TOT-COUNT.
           PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT.
           MOVE "CITY FIELDS LISTED" TO DL131-TOT-LABEL.
           MOVE DL131-CITY-FIELD-CNT TO DL131-TOT-COUNT.
           PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT.
           IF DL131-MODE-PREVIEW
               MOVE "CUSTOMERS THAT WOULD CHANGE" TO DL131-TOT-LABEL
               MOVE DL131-TAKEN-COUNT TO DL131-TOT-COUNT
               PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
           ELSE
               MOVE "CUSTOMERS REWRITTEN" TO DL131-TOT-LABEL
               MOVE DL131-REWRITE-COUNT TO DL131-TOT-COUNT
               PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
               MOVE "REWRITES FAILED" TO DL131-TOT-LABEL
               MOVE DL131-FAILED-COUNT TO DL131-TOT-COUNT
               PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-PRINT-TOTAL.
           WRITE PRINT-REC FROM DL131-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       3100-EXIT.
           EXIT.
      *
      ******************************************************
      *    9000-TERMINATE
      ******************************************************
       9000-TERMINATE.
           CLOSE CUSTOMER-MASTER.
           PERFORM 9100-CLOSE-REFERENCE THRU 9100-EXIT.
           IF DL131-MODE-COMMIT
               CLOSE JOURNAL-FILE
               CLOSE AUDIT-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.
      *
       9100-CLOSE-REFERENCE.
           IF DL131-CTRY-AVAILABLE
               CLOSE COUNTRY-MASTER
           END-IF.
           IF DL131-PST-AVAILABLE
               CLOSE POSTAL-FILE
           END-IF.
       9100-EXIT.
           EXIT.
