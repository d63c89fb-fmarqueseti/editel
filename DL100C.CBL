      *                      holds both open for the session, so
      *                      this program neither opens nor closes
      *                      them itself in that case.
      *     10/15/2026  MVV  A Change to Name, Salary or Date of
      *                      Birth no longer reaches CUSTMAS from
      *                      here - each one is held on the new
      *                      CHGPEND file for a supervisor's
      *                      approval on the DL104 H queue while the
      *                      rest of the record commits as before.
      *                      An Add, and the completion of a pending
      *                      skeleton, still commit every field.
      *     10/15/2026  MVV  New Address Effective Date field - an
      *                      address change keyed with a later date
      *                      is written to the new ADDRSCH file for
      *                      the nightly DL124 run instead of being
      *                      committed, and a preloaded customer's
      *                      outstanding scheduled move is shown on
      *                      the screen (DL104 Inquire included).
      *     10/15/2026  MVV  Do-not-mail, do-not-email and do-not-
      *                      phone flags kept on the new CUSTPREF
      *                      file, each change audited like a
      *                      master field; a preloaded customer's
      *                      three most recent letters off the DL120
      *                      LTRLOG correspondence log show on
      *                      line 18 (DL104 Inquire included).
      *     10/15/2026  MVV  A Change that leaves the master as it
      *                      was read is no longer rewritten or
      *                      journaled; held and scheduled changes
      *                      are audited under the commit's stamp;
      *                      the preference, held-change and
      *                      scheduled-move writes no longer depend
      *                      on each other, and the message names
      *                      every one that did not land.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL100C.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-KEY
               FILE STATUS IS TELA-CNT-STATUS.
           SELECT CHANGE-PENDING-FILE ASSIGN TO "CHGPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-KEY
               FILE STATUS IS TELA-CHG-STATUS.
           SELECT ADDRESS-SCHEDULE-FILE ASSIGN TO "ADDRSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASC-KEY
               FILE STATUS IS TELA-ASC-STATUS.
           SELECT PREFERENCE-FILE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CUST-ID
               FILE STATUS IS TELA-PRF-STATUS.
           SELECT LETTER-LOG-FILE ASSIGN TO "LTRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLG-KEY
               FILE STATUS IS TELA-LOG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TELA-AUDIT-STATUS.
       FD  CUSTCNT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTCNT.CPY.
      *
       FD  CHANGE-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGPEND.CPY.
      *
       FD  ADDRESS-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADDRSCH.CPY.
      *
       FD  PREFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTPREF.CPY.
      *
       FD  LETTER-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LTRLOG.CPY.
      *
      *        Same EXTERNAL sharing as CUSTOMER-MASTER above, so an
      *        Add/Change done through DL104 and one done standalone
      *        state the previous call left them in.
           MOVE "N" TO TELA-DONE-SW.
           MOVE "N" TO TELA-PRELOAD-SW.
           MOVE SPACES TO TELA-ASC-INFO-TEXT.
           MOVE SPACES TO TELA-LOG-LETTER-TEXT.
      *        The operator of record for this pass - DL104's sign-on
      *        passes the real person's ID; a blank (the standalone
      *        DL100 driver) stamps as SYSTEM, as it always has.
                   OPEN I-O CUSTCNT-FILE
               END-IF
           END-IF.
           OPEN I-O CHANGE-PENDING-FILE.
           IF NOT TELA-CHG-OK AND TELA-CHG-STATUS NOT = "05"
               IF TELA-CHG-STATUS = "35"
                   OPEN OUTPUT CHANGE-PENDING-FILE
                   CLOSE CHANGE-PENDING-FILE
                   OPEN I-O CHANGE-PENDING-FILE
               END-IF
           END-IF.
           OPEN I-O ADDRESS-SCHEDULE-FILE.
           IF NOT TELA-ASC-OK AND TELA-ASC-STATUS NOT = "05"
               IF TELA-ASC-STATUS = "35"
                   OPEN OUTPUT ADDRESS-SCHEDULE-FILE
                   CLOSE ADDRESS-SCHEDULE-FILE
                   OPEN I-O ADDRESS-SCHEDULE-FILE
               END-IF
           END-IF.
           OPEN I-O PREFERENCE-FILE.
           IF NOT TELA-PRF-OK AND TELA-PRF-STATUS NOT = "05"
               IF TELA-PRF-STATUS = "35"
                   OPEN OUTPUT PREFERENCE-FILE
                   CLOSE PREFERENCE-FILE
                   OPEN I-O PREFERENCE-FILE
               END-IF
           END-IF.
      *        LTRLOG belongs to the DL120 letter run - until it has
      *        printed its first letter there is no file, and the
      *        screen simply shows no letters.  Reset every call,
      *        like the POSTAL switch below.
           MOVE "N" TO TELA-LOG-AVAIL-SW.
           OPEN INPUT LETTER-LOG-FILE.
           IF TELA-LOG-OK
               SET TELA-LOG-AVAILABLE TO TRUE
           END-IF.
      *        POSTAL is a reference table ops loads with DL116 - a
      *        site that has not loaded it yet keeps the old Zip edit
      *        only, so a missing file turns the postal edit off
           MOVE CUST-SAT-MED     TO TELA-SCR-F-12  TELA-SCR-I-12.
           MOVE CUST-SAT-LOW     TO TELA-SCR-F-13  TELA-SCR-I-13.
           MOVE CUST-COMMENTS    TO TELA-SCR-F-14  TELA-SCR-I-14.
           PERFORM 1110-FIND-SCHEDULED-MOVE THRU 1110-EXIT.
           PERFORM 1120-LOAD-PREFERENCES THRU 1120-EXIT.
           PERFORM 1130-FIND-RECENT-LETTERS THRU 1130-EXIT.
       1100-EXIT.
           EXIT.
      *
      ******************************************************
      *    1110-FIND-SCHEDULED-MOVE
      *    The earliest move still waiting on ADDRSCH for this
      *    customer (status S) goes into the line-22 text, so
      *    a Change or an Inquire shows the operator that an
      *    address change is already on its way.
      ******************************************************
       1110-FIND-SCHEDULED-MOVE.
           MOVE SPACES TO TELA-ASC-INFO-TEXT.
           MOVE "N" TO TELA-ASC-EOF-SW.
           MOVE "N" TO TELA-ASC-FOUND-SW.
           MOVE DL100-CUST-ID-IN TO ASC-CUST-ID.
           MOVE ZERO TO ASC-EFF-DT ASC-REQ-DT ASC-REQ-TM.
           START ADDRESS-SCHEDULE-FILE KEY IS NOT LESS THAN ASC-KEY
               INVALID KEY
                   SET TELA-ASC-EOF TO TRUE
           END-START.
           PERFORM 1111-READ-SCHEDULED-MOVE THRU 1111-EXIT
               UNTIL TELA-ASC-EOF OR TELA-ASC-FOUND.
           IF TELA-ASC-FOUND
               STRING "Move scheduled " DELIMITED BY SIZE
                   ASC-EFF-DT DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   ASC-NEW-ADDR-1 DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   ASC-NEW-CITY DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ASC-NEW-ZIP DELIMITED BY SIZE
                   INTO TELA-ASC-INFO-TEXT
           END-IF.
       1110-EXIT.
           EXIT.
      *
       1111-READ-SCHEDULED-MOVE.
           READ ADDRESS-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET TELA-ASC-EOF TO TRUE
           END-READ.
           IF NOT TELA-ASC-EOF
               IF ASC-CUST-ID NOT = DL100-CUST-ID-IN
                   SET TELA-ASC-EOF TO TRUE
               ELSE
                   IF ASC-SCHEDULED
                       SET TELA-ASC-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.
       1111-EXIT.
           EXIT.
      *
      ******************************************************
      *    1120-LOAD-PREFERENCES
      *    The customer's CUSTPREF flags onto the screen - no
      *    record on file shows all three blank.
      ******************************************************
       1120-LOAD-PREFERENCES.
           MOVE DL100-CUST-ID-IN TO PRF-CUST-ID.
           READ PREFERENCE-FILE
               INVALID KEY
                   MOVE SPACE TO PRF-NO-MAIL-SW PRF-NO-EMAIL-SW
                                 PRF-NO-PHONE-SW
           END-READ.
           MOVE PRF-NO-MAIL-SW   TO TELA-SCR-F-18  TELA-SCR-I-18.
           MOVE PRF-NO-EMAIL-SW  TO TELA-SCR-F-19  TELA-SCR-I-19.
           MOVE PRF-NO-PHONE-SW  TO TELA-SCR-F-20  TELA-SCR-I-20.
       1120-EXIT.
           EXIT.
      *
      ******************************************************
      *    1130-FIND-RECENT-LETTERS
      *    Reads the customer's LTRLOG entries oldest first,
      *    keeping the last three seen, so the line-18 text
      *    lists the three most recent letters newest first
      *    after the count of all letters on the log.
      ******************************************************
       1130-FIND-RECENT-LETTERS.
           MOVE SPACES TO TELA-LOG-LETTER-TEXT.
           MOVE SPACES TO TELA-LOG-RECENT-TABLE.
           MOVE ZERO TO TELA-LOG-COUNT.
           IF NOT TELA-LOG-AVAILABLE
               GO TO 1130-EXIT
           END-IF.
           MOVE "N" TO TELA-LOG-EOF-SW.
           MOVE DL100-CUST-ID-IN TO CLG-CUST-ID.
           MOVE ZERO TO CLG-LETTER-DT CLG-LETTER-TM.
           START LETTER-LOG-FILE KEY IS NOT LESS THAN CLG-KEY
               INVALID KEY
                   SET TELA-LOG-EOF TO TRUE
           END-START.
           PERFORM 1131-READ-LETTER-LOG THRU 1131-EXIT
               UNTIL TELA-LOG-EOF.
           IF TELA-LOG-COUNT = ZERO
               MOVE "No letters on the correspondence log"
                   TO TELA-LOG-LETTER-TEXT
           ELSE
               STRING "Letters " DELIMITED BY SIZE
                   TELA-LOG-COUNT DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   TELA-LOG-RECENT-TABLE DELIMITED BY SIZE
                   INTO TELA-LOG-LETTER-TEXT
           END-IF.
       1130-EXIT.
           EXIT.
      *
       1131-READ-LETTER-LOG.
           READ LETTER-LOG-FILE NEXT RECORD
               AT END
                   SET TELA-LOG-EOF TO TRUE
           END-READ.
           IF NOT TELA-LOG-EOF
               IF CLG-CUST-ID NOT = DL100-CUST-ID-IN
                   SET TELA-LOG-EOF TO TRUE
               ELSE
                   ADD 1 TO TELA-LOG-COUNT
                   MOVE TELA-LOG-RECENT-ENTRY (2)
                       TO TELA-LOG-RECENT-ENTRY (3)
                   MOVE TELA-LOG-RECENT-ENTRY (1)
                       TO TELA-LOG-RECENT-ENTRY (2)
                   MOVE SPACES TO TELA-LOG-RECENT-ENTRY (1)
                   MOVE CLG-LETTER-DT TO TELA-LOG-RECENT-DT (1)
                   MOVE CLG-TEMPLATE-ID TO TELA-LOG-RECENT-TMPL (1)
               END-IF
           END-IF.
       1131-EXIT.
           EXIT.
      *
      ******************************************************
      *    2000-PROCESS-SCREEN
      *    One field is ACCEPTed at a time, in tab order, so a
      *    field that fails edit can be kicked back to the
      ******************************************************
       2000-PROCESS-SCREEN.
           MOVE SPACES TO TELA-SCR-I-15.
           MOVE ZERO TO TELA-SCR-F-16 TELA-SCR-I-16.
           DISPLAY TELA-SCR.
           IF NOT TELA-ID-PRELOADED
               ACCEPT TELA-SCR-I-01
                   PERFORM 2170-ACCEPT-CHILDREN THRU 2170-EXIT
                   PERFORM 2180-ACCEPT-SALARY THRU 2180-EXIT
                   PERFORM 2190-ACCEPT-DOB THRU 2190-EXIT
                   PERFORM 2205-ACCEPT-CONTACT-PREFS THRU 2205-EXIT
                   PERFORM 2200-ACCEPT-SATISFACTION THRU 2200-EXIT
                   PERFORM 2210-ACCEPT-COMMENTS THRU 2210-EXIT
                   PERFORM 2215-ACCEPT-EFF-DATE THRU 2215-EXIT
                   PERFORM 2900-COMMIT-RECORD THRU 2900-EXIT
               END-IF
               IF TELA-ID-PRELOADED
           EXIT.
      *
      ******************************************************
      *    2205-ACCEPT-CONTACT-PREFS
      *    Do Not Mail / Email / Phone, beside the personal
      *    data - each Y or blank, lower case taken as upper.
      ******************************************************
       2205-ACCEPT-CONTACT-PREFS.
           ACCEPT TELA-SCR-I-18.
           ACCEPT TELA-SCR-I-19.
           ACCEPT TELA-SCR-I-20.
           INSPECT TELA-SCR-F-18 CONVERTING "y" TO "Y".
           INSPECT TELA-SCR-F-19 CONVERTING "y" TO "Y".
           INSPECT TELA-SCR-F-20 CONVERTING "y" TO "Y".
           IF (TELA-SCR-F-18 NOT = "Y" AND TELA-SCR-F-18 NOT = SPACE)
               OR (TELA-SCR-F-19 NOT = "Y" AND
                   TELA-SCR-F-19 NOT = SPACE)
               OR (TELA-SCR-F-20 NOT = "Y" AND
                   TELA-SCR-F-20 NOT = SPACE)
               MOVE "Do Not Mail/Email/Phone must be Y or blank"
                   TO TELA-SCR-I-15
               DISPLAY TELA-SCR-I-15
               GO TO 2205-ACCEPT-CONTACT-PREFS
           END-IF.
           MOVE TELA-SCR-F-18 TO TELA-SCR-I-18.
           MOVE TELA-SCR-F-19 TO TELA-SCR-I-19.
           MOVE TELA-SCR-F-20 TO TELA-SCR-I-20.
           DISPLAY TELA-SCR-I-18.
           DISPLAY TELA-SCR-I-19.
           DISPLAY TELA-SCR-I-20.
           MOVE SPACES TO TELA-SCR-I-15.
           DISPLAY TELA-SCR-I-15.
       2205-EXIT.
           EXIT.
      *
      ******************************************************
      *    2210-ACCEPT-COMMENTS
      *    The 55-byte line on the main screen is only the
      *    first note; PF4 pops open a scrollable view of the
           EXIT.
      *
      ******************************************************
      *    2215-ACCEPT-EFF-DATE
      *    Address Effective Date - zero means the address
      *    keyed above takes effect now, as it always has; a
      *    later date sends it to ADDRSCH at commit time.  Same
      *    calendar check as the Date of Birth, except that the
      *    date may not be in the past.
      ******************************************************
       2215-ACCEPT-EFF-DATE.
           ACCEPT TELA-SCR-I-16.
           PERFORM 2216-EDIT-EFF-DATE THRU 2216-EXIT.
           IF TELA-SCR-INVALID
               GO TO 2215-ACCEPT-EFF-DATE
           END-IF.
       2215-EXIT.
           EXIT.
      *
       2216-EDIT-EFF-DATE.
           SET TELA-SCR-VALID TO TRUE.
           IF TELA-SCR-F-16 = ZERO
               GO TO 2216-EXIT
           END-IF.
           IF TELA-SCR-F-16-YYYY < 1900 OR
               TELA-SCR-F-16-MM < 1 OR TELA-SCR-F-16-MM > 12
               SET TELA-SCR-INVALID TO TRUE
           END-IF.
           IF TELA-SCR-VALID
               EVALUATE TELA-SCR-F-16-MM
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO TELA-ASC-MAX-DD
                   WHEN 2
                       PERFORM 2217-CHECK-EFF-LEAP-YEAR THRU 2217-EXIT
                       IF TELA-LEAP-YEAR
                           MOVE 29 TO TELA-ASC-MAX-DD
                       ELSE
                           MOVE 28 TO TELA-ASC-MAX-DD
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO TELA-ASC-MAX-DD
               END-EVALUATE
               IF TELA-SCR-F-16-DD < 1 OR
                   TELA-SCR-F-16-DD > TELA-ASC-MAX-DD
                   SET TELA-SCR-INVALID TO TRUE
               END-IF
           END-IF.
           IF TELA-SCR-VALID AND TELA-SCR-F-16 < TELA-TODAY-DATE
               SET TELA-SCR-INVALID TO TRUE
           END-IF.
           IF TELA-SCR-INVALID
               MOVE "Address Effective Date is not valid - re-enter"
                   TO TELA-SCR-I-15
               DISPLAY TELA-SCR-I-15
           ELSE
               MOVE SPACES TO TELA-SCR-I-15
               DISPLAY TELA-SCR-I-15
           END-IF.
       2216-EXIT.
           EXIT.
      *
      ******************************************************
      *    2217-CHECK-EFF-LEAP-YEAR
      *    2196-CHECK-LEAP-YEAR's rule, for the effective
      *    date's year.
      ******************************************************
       2217-CHECK-EFF-LEAP-YEAR.
           SET TELA-LEAP-YEAR-SW TO "N".
           DIVIDE TELA-SCR-F-16-YYYY BY 4
               GIVING TELA-DIV-QUOT REMAINDER TELA-DIV-REM-4.
           IF TELA-DIV-REM-4 = 0
               DIVIDE TELA-SCR-F-16-YYYY BY 100
                   GIVING TELA-DIV-QUOT REMAINDER TELA-DIV-REM-100
               IF TELA-DIV-REM-100 NOT = 0
                   SET TELA-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE TELA-SCR-F-16-YYYY BY 400
                       GIVING TELA-DIV-QUOT REMAINDER TELA-DIV-REM-400
                   IF TELA-DIV-REM-400 = 0
                       SET TELA-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
       2217-EXIT.
           EXIT.
      *
      ******************************************************
      *    2220-SHOW-COMMENTS-VIEW
      *    Loads and displays page 1, then hands control to
      *    2221-DISPLAY-COMMENT-PAGE to react to the PF keys.
           MOVE CUST-SAT-MED   TO TELA-OLDC-SAT-MED.
           MOVE CUST-SAT-LOW   TO TELA-OLDC-SAT-LOW.
           MOVE CUST-COMMENTS  TO TELA-OLDC-COMMENTS.
           MOVE CUST-COUNTRY-CD TO TELA-OLDC-COUNTRY-CD.
       2255-EXIT.
           EXIT.
      *
      ******************************************************
       2900-COMMIT-RECORD.
           MOVE SPACES TO TELA-MSG-TEXT.
           MOVE ZERO TO TELA-CHG-HOLD-CNT.
           MOVE "N" TO TELA-ASC-SCHED-SW.
           MOVE SPACE TO TELA-CMT-MASTER-SW.
           MOVE "N" TO TELA-CMT-PRF-SW.
           MOVE ZERO TO TELA-CMT-FAIL-CNT.
           MOVE 1 TO TELA-CMT-FAIL-PTR.
           MOVE SPACES TO TELA-CMT-FAIL-TEXT.
           MOVE TELA-SCR-F-01 TO CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
           IF TELA-COMMIT-OK
               IF TELA-FUNC-CHANGE
                   PERFORM 2255-SAVE-OLD-RECORD THRU 2255-EXIT
                   MOVE CUSTOMER-RECORD TO TELA-CMT-OLD-IMAGE
               END-IF
               MOVE TELA-SCR-F-01 TO CUST-ID
               MOVE TELA-SCR-F-02 TO CUST-NAME
                   MOVE SPACE TO CUST-STATUS-CD
                   MOVE ZERO  TO CUST-STATUS-DT
               END-IF
      *            Name, Salary and Date of Birth wait for a
      *            supervisor - the master keeps its own values for
      *            those three (so the audit below never sees them
      *            change) and the keyed ones go to CHGPEND once
      *            the rest of the record is safely down.  A pending
      *            skeleton being completed is still the intake, not
      *            a change, so it commits everything.
               IF TELA-FUNC-CHANGE AND NOT TELA-WAS-PENDING
                   PERFORM 2940-HOLD-SENSITIVE-FIELDS THRU 2940-EXIT
               END-IF
      *            Same idea for an address keyed with a later
      *            effective date - the master keeps today's address
      *            and the new one goes to ADDRSCH for DL124.
               IF TELA-FUNC-CHANGE AND NOT TELA-WAS-PENDING
                   AND TELA-SCR-F-16 > TELA-TODAY-DATE
                   PERFORM 2950-SCHEDULE-ADDRESS THRU 2950-EXIT
               END-IF
               PERFORM 2250-CHECK-MORE-COMMENTS THRU 2250-EXIT
               IF TELA-FUNC-CHANGE
                   PERFORM 2260-LOG-AUDIT-CHANGES THRU 2260-EXIT
               END-IF
               ACCEPT TELA-NOW-TIME FROM TIME
      *            A Change that leaves the master exactly as it was
      *            read (every change held, only a move scheduled,
      *            only the preferences keyed, or nothing at all) is
      *            not rewritten - the record keeps its own last-
      *            update stamp and the journal gets no image that
      *            changes nothing.
               IF TELA-FUNC-CHANGE
                   AND CUSTOMER-RECORD = TELA-CMT-OLD-IMAGE
                   SET TELA-CMT-MASTER-SAME TO TRUE
               ELSE
                   PERFORM 2905-WRITE-MASTER THRU 2905-EXIT
               END-IF
               IF TELA-CMT-MASTER-WRITTEN
                   IF TELA-FUNC-ADD
                       MOVE "W" TO TELA-JRN-ACTION
                   ELSE
                   END-IF
                   PERFORM 2910-WRITE-JOURNAL THRU 2910-EXIT
               END-IF
               IF TELA-CMT-MASTER-WRITTEN
                   AND TELA-FUNC-CHANGE AND TELA-WAS-PENDING
                   PERFORM 2930-LOG-PENDING-AUDIT THRU 2930-EXIT
               END-IF
      *            The companion files each stand on their own - one
      *            that fails does not keep the others from being
      *            written, and the message names every one that did
      *            not land so the operator knows what to re-key.
               IF NOT TELA-CMT-MASTER-FAILED
                   PERFORM 2960-SAVE-CONTACT-PREFS THRU 2960-EXIT
                   IF NOT TELA-CMT-WRITE-OK
                       MOVE "preferences" TO TELA-CMT-FAIL-NAME
                       PERFORM 2970-NOTE-FAILED-WRITE THRU 2970-EXIT
                   END-IF
               END-IF
               IF NOT TELA-CMT-MASTER-FAILED AND TELA-CHG-HOLD-CNT > 0
                   PERFORM 2945-WRITE-HELD-CHANGES THRU 2945-EXIT
                   IF NOT TELA-CMT-WRITE-OK
                       MOVE "held change" TO TELA-CMT-FAIL-NAME
                       PERFORM 2970-NOTE-FAILED-WRITE THRU 2970-EXIT
                   END-IF
               END-IF
               IF NOT TELA-CMT-MASTER-FAILED AND TELA-ASC-MOVE-SCHEDULED
                   PERFORM 2955-WRITE-SCHEDULED-MOVE THRU 2955-EXIT
                   IF NOT TELA-CMT-WRITE-OK
                       MOVE "sched move" TO TELA-CMT-FAIL-NAME
                       PERFORM 2970-NOTE-FAILED-WRITE THRU 2970-EXIT
                   END-IF
               END-IF
               IF TELA-CMT-FAIL-CNT > 0
                   STRING "Customer " DELIMITED BY SIZE
                       TELA-SCR-F-01 DELIMITED BY SIZE
                       " saved, NOT recorded:" DELIMITED BY SIZE
                       TELA-CMT-FAIL-TEXT DELIMITED BY "  "
                       INTO TELA-MSG-TEXT
               END-IF
               IF TELA-MSG-TEXT = SPACES AND TELA-ASC-MOVE-SCHEDULED
                   AND TELA-CHG-HOLD-CNT > 0
                   STRING "Customer " DELIMITED BY SIZE
                       TELA-SCR-F-01 DELIMITED BY SIZE
                       " saved - move scheduled " DELIMITED BY SIZE
                       TELA-SCR-F-16 DELIMITED BY SIZE
                       ", Name/Salary/DOB held" DELIMITED BY SIZE
                       INTO TELA-MSG-TEXT
               END-IF
               IF TELA-MSG-TEXT = SPACES AND TELA-ASC-MOVE-SCHEDULED
                   STRING "Customer " DELIMITED BY SIZE
                       TELA-SCR-F-01 DELIMITED BY SIZE
                       " saved - address move scheduled for "
                           DELIMITED BY SIZE
                       TELA-SCR-F-16 DELIMITED BY SIZE
                       INTO TELA-MSG-TEXT
               END-IF
               IF TELA-MSG-TEXT = SPACES AND TELA-CHG-HOLD-CNT > 0
                   STRING "Customer " DELIMITED BY SIZE
                       TELA-SCR-F-01 DELIMITED BY SIZE
                       " saved - Name/Salary/DOB change held for"
                           DELIMITED BY SIZE
                       " approval" DELIMITED BY SIZE
                       INTO TELA-MSG-TEXT
               END-IF
               IF TELA-MSG-TEXT = SPACES AND TELA-CMT-MASTER-SAME
                   AND NOT TELA-CMT-PRF-SAVED
                   STRING "Customer " DELIMITED BY SIZE
                       TELA-SCR-F-01 DELIMITED BY SIZE
                       " unchanged - nothing to save" DELIMITED BY SIZE
                       INTO TELA-MSG-TEXT
               END-IF
               IF TELA-MSG-TEXT = SPACES
                   STRING "Customer " DELIMITED BY SIZE
                       TELA-SCR-F-01 DELIMITED BY SIZE
           EXIT.
      *
      ******************************************************
      *    2905-WRITE-MASTER
      *    Stamps the record with the commit's date, time and
      *    operator and puts it down - WRITE for an Add,
      *    REWRITE for a Change.
      ******************************************************
       2905-WRITE-MASTER.
           SET TELA-CMT-MASTER-WRITTEN TO TRUE.
           MOVE TELA-TODAY-DATE TO CUST-LAST-UPD-DT.
           MOVE TELA-NOW-TIME TO CUST-LAST-UPD-TM.
           MOVE TELA-OPERATOR-ID TO CUST-LAST-UPD-OP.
           IF TELA-FUNC-ADD
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       SET TELA-CMT-MASTER-FAILED TO TRUE
                       STRING "Customer " DELIMITED BY SIZE
                           TELA-SCR-F-01 DELIMITED BY SIZE
                           " could not be added" DELIMITED BY SIZE
                           INTO TELA-MSG-TEXT
               END-WRITE
           ELSE
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       SET TELA-CMT-MASTER-FAILED TO TRUE
                       STRING "Customer " DELIMITED BY SIZE
                           TELA-SCR-F-01 DELIMITED BY SIZE
                           " could not be updated" DELIMITED BY SIZE
                           INTO TELA-MSG-TEXT
               END-REWRITE
           END-IF.
       2905-EXIT.
           EXIT.
      *
      ******************************************************
      *    2910-WRITE-JOURNAL
      *    The after image of the commit that just landed -
      *    what the DL114 forward recovery replays onto the
           EXIT.
      *
      ******************************************************
      *    2940-HOLD-SENSITIVE-FIELDS
      *    Each of the three supervisor-controlled fields the
      *    operator actually changed goes into the hold table
      *    (AUDITLOG display form plus the raw amounts), and
      *    the master's own value goes back into the record
      *    ahead of the REWRITE.
      ******************************************************
       2940-HOLD-SENSITIVE-FIELDS.
           IF TELA-OLDC-NAME NOT = CUST-NAME
               ADD 1 TO TELA-CHG-HOLD-CNT
               MOVE TELA-CHG-HOLD-CNT TO TELA-CHG-HOLD-SUB
               PERFORM 2941-CLEAR-HOLD-ENTRY THRU 2941-EXIT
               MOVE "NAME"         TO
                   TELA-CHG-HOLD-FIELD (TELA-CHG-HOLD-SUB)
               MOVE TELA-OLDC-NAME TO
                   TELA-CHG-HOLD-OLD (TELA-CHG-HOLD-SUB)
               MOVE CUST-NAME      TO
                   TELA-CHG-HOLD-NEW (TELA-CHG-HOLD-SUB)
               MOVE TELA-OLDC-NAME TO CUST-NAME
           END-IF.
           IF TELA-OLDC-SALARY NOT = CUST-SALARY
               ADD 1 TO TELA-CHG-HOLD-CNT
               MOVE TELA-CHG-HOLD-CNT TO TELA-CHG-HOLD-SUB
               PERFORM 2941-CLEAR-HOLD-ENTRY THRU 2941-EXIT
               MOVE "SALARY"       TO
                   TELA-CHG-HOLD-FIELD (TELA-CHG-HOLD-SUB)
               MOVE TELA-OLDC-SALARY TO TELA-AUD-EDIT-VALUE
               MOVE TELA-AUD-EDIT-VALUE TO
                   TELA-CHG-HOLD-OLD (TELA-CHG-HOLD-SUB)
               MOVE CUST-SALARY    TO TELA-AUD-EDIT-VALUE
               MOVE TELA-AUD-EDIT-VALUE TO
                   TELA-CHG-HOLD-NEW (TELA-CHG-HOLD-SUB)
               MOVE TELA-OLDC-SALARY TO
                   TELA-CHG-HOLD-OLD-SAL (TELA-CHG-HOLD-SUB)
               MOVE CUST-SALARY    TO
                   TELA-CHG-HOLD-NEW-SAL (TELA-CHG-HOLD-SUB)
               MOVE TELA-OLDC-SALARY TO CUST-SALARY
           END-IF.
           IF TELA-OLDC-DOB NOT = CUST-DOB
               ADD 1 TO TELA-CHG-HOLD-CNT
               MOVE TELA-CHG-HOLD-CNT TO TELA-CHG-HOLD-SUB
               PERFORM 2941-CLEAR-HOLD-ENTRY THRU 2941-EXIT
               MOVE "DATE OF BIRTH" TO
                   TELA-CHG-HOLD-FIELD (TELA-CHG-HOLD-SUB)
               MOVE TELA-OLDC-DOB  TO
                   TELA-CHG-HOLD-OLD (TELA-CHG-HOLD-SUB)
               MOVE CUST-DOB       TO
                   TELA-CHG-HOLD-NEW (TELA-CHG-HOLD-SUB)
               MOVE TELA-OLDC-DOB  TO
                   TELA-CHG-HOLD-OLD-DOB (TELA-CHG-HOLD-SUB)
               MOVE CUST-DOB       TO
                   TELA-CHG-HOLD-NEW-DOB (TELA-CHG-HOLD-SUB)
               MOVE TELA-OLDC-DOB  TO CUST-DOB
           END-IF.
       2940-EXIT.
           EXIT.
      *
       2941-CLEAR-HOLD-ENTRY.
           MOVE SPACES TO TELA-CHG-HOLD-FIELD (TELA-CHG-HOLD-SUB).
           MOVE SPACES TO TELA-CHG-HOLD-OLD (TELA-CHG-HOLD-SUB).
           MOVE SPACES TO TELA-CHG-HOLD-NEW (TELA-CHG-HOLD-SUB).
           MOVE ZERO   TO TELA-CHG-HOLD-OLD-SAL (TELA-CHG-HOLD-SUB).
           MOVE ZERO   TO TELA-CHG-HOLD-NEW-SAL (TELA-CHG-HOLD-SUB).
           MOVE ZERO   TO TELA-CHG-HOLD-OLD-DOB (TELA-CHG-HOLD-SUB).
           MOVE ZERO   TO TELA-CHG-HOLD-NEW-DOB (TELA-CHG-HOLD-SUB).
       2941-EXIT.
           EXIT.
      *
      ******************************************************
      *    2945-WRITE-HELD-CHANGES
      *    One CHGPEND record per held field, status P, keyed
      *    on the customer and the commit's own date/time so
      *    it lines up with the REWRITE's journal record.  Each
      *    one that lands is audited under the same stamp, the
      *    master's value as the old value, so the trail shows
      *    the commit even when nothing else on it changed.
      ******************************************************
       2945-WRITE-HELD-CHANGES.
           MOVE "Y" TO TELA-CMT-WRITE-SW.
           PERFORM 2946-WRITE-HELD-CHANGE THRU 2946-EXIT
               VARYING TELA-CHG-HOLD-SUB FROM 1 BY 1
               UNTIL TELA-CHG-HOLD-SUB > TELA-CHG-HOLD-CNT.
       2945-EXIT.
           EXIT.
      *
       2946-WRITE-HELD-CHANGE.
           MOVE CUST-ID           TO PCH-CUST-ID.
           MOVE TELA-TODAY-DATE   TO PCH-REQ-DT.
           MOVE TELA-NOW-TIME     TO PCH-REQ-TM.
           MOVE TELA-CHG-HOLD-FIELD (TELA-CHG-HOLD-SUB)
                                  TO PCH-FIELD-NAME.
           MOVE TELA-OPERATOR-ID  TO PCH-REQ-OP.
           SET PCH-PENDING        TO TRUE.
           MOVE TELA-CHG-HOLD-OLD (TELA-CHG-HOLD-SUB)
                                  TO PCH-OLD-VALUE.
           MOVE TELA-CHG-HOLD-NEW (TELA-CHG-HOLD-SUB)
                                  TO PCH-NEW-VALUE.
           MOVE TELA-CHG-HOLD-OLD-SAL (TELA-CHG-HOLD-SUB)
                                  TO PCH-OLD-SALARY.
           MOVE TELA-CHG-HOLD-NEW-SAL (TELA-CHG-HOLD-SUB)
                                  TO PCH-NEW-SALARY.
           MOVE TELA-CHG-HOLD-OLD-DOB (TELA-CHG-HOLD-SUB)
                                  TO PCH-OLD-DOB.
           MOVE TELA-CHG-HOLD-NEW-DOB (TELA-CHG-HOLD-SUB)
                                  TO PCH-NEW-DOB.
           MOVE ZERO              TO PCH-DECIDE-DT.
           MOVE ZERO              TO PCH-DECIDE-TM.
           MOVE SPACES            TO PCH-DECIDE-OP.
           WRITE CHANGE-PENDING-RECORD
               INVALID KEY
                   MOVE "N" TO TELA-CMT-WRITE-SW
               NOT INVALID KEY
                   PERFORM 2947-LOG-HELD-AUDIT THRU 2947-EXIT
           END-WRITE.
       2946-EXIT.
           EXIT.
      *
       2947-LOG-HELD-AUDIT.
           MOVE TELA-SCR-F-01    TO AUD-CUST-ID.
           MOVE TELA-TODAY-DATE  TO AUD-UPD-DT.
           MOVE TELA-NOW-TIME    TO AUD-UPD-TM.
           MOVE TELA-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE TELA-CHG-HOLD-FIELD (TELA-CHG-HOLD-SUB)
                                 TO TELA-AUD-FIELD-NAME.
           MOVE TELA-CHG-HOLD-OLD (TELA-CHG-HOLD-SUB)
                                 TO TELA-AUD-OLD-VALUE.
           MOVE "HELD FOR APPROVAL" TO TELA-AUD-NEW-VALUE.
           PERFORM 2261-WRITE-AUDIT-RECORD THRU 2261-EXIT.
       2947-EXIT.
           EXIT.
      *
      ******************************************************
      *    2950-SCHEDULE-ADDRESS
      *    The operator changed the address and gave it a later
      *    effective date - the keyed address is parked in the
      *    TELA-ASC-NEW-xxx area and the master's own address
      *    goes back into the record ahead of the REWRITE, so
      *    the audit below never sees it change today.  An
      *    effective date with no address change schedules
      *    nothing.
      ******************************************************
       2950-SCHEDULE-ADDRESS.
           IF TELA-OLDC-ADDR-1 = CUST-ADDR-1 AND
               TELA-OLDC-ADDR-2 = CUST-ADDR-2 AND
               TELA-OLDC-CITY = CUST-CITY AND
               TELA-OLDC-ZIP = CUST-ZIP AND
               TELA-OLDC-COUNTRY = CUST-COUNTRY
               GO TO 2950-EXIT
           END-IF.
           SET TELA-ASC-MOVE-SCHEDULED TO TRUE.
           MOVE CUST-ADDR-1          TO TELA-ASC-NEW-ADDR-1.
           MOVE CUST-ADDR-2          TO TELA-ASC-NEW-ADDR-2.
           MOVE CUST-CITY            TO TELA-ASC-NEW-CITY.
           MOVE CUST-ZIP             TO TELA-ASC-NEW-ZIP.
           MOVE CUST-COUNTRY         TO TELA-ASC-NEW-COUNTRY.
           MOVE CUST-COUNTRY-CD      TO TELA-ASC-NEW-CTRY-CD.
           MOVE TELA-OLDC-ADDR-1     TO CUST-ADDR-1.
           MOVE TELA-OLDC-ADDR-2     TO CUST-ADDR-2.
           MOVE TELA-OLDC-CITY       TO CUST-CITY.
           MOVE TELA-OLDC-ZIP        TO CUST-ZIP.
           MOVE TELA-OLDC-COUNTRY    TO CUST-COUNTRY.
           MOVE TELA-OLDC-COUNTRY-CD TO CUST-COUNTRY-CD.
       2950-EXIT.
           EXIT.
      *
      ******************************************************
      *    2955-WRITE-SCHEDULED-MOVE
      *    One ADDRSCH record, status S, carrying the new
      *    address and the master's address as it stands now -
      *    DL124 applies the move only if the master still
      *    holds that "was" address on the effective date.
      *    Once it lands, each address field the move changes
      *    is audited under the commit's stamp as SCHEDULED
      *    for its date, the master's value as the old value.
      ******************************************************
       2955-WRITE-SCHEDULED-MOVE.
           MOVE "Y" TO TELA-CMT-WRITE-SW.
           MOVE CUST-ID              TO ASC-CUST-ID.
           MOVE TELA-SCR-F-16        TO ASC-EFF-DT.
           MOVE TELA-TODAY-DATE      TO ASC-REQ-DT.
           MOVE TELA-NOW-TIME        TO ASC-REQ-TM.
           MOVE TELA-OPERATOR-ID     TO ASC-REQ-OP.
           SET ASC-SCHEDULED         TO TRUE.
           MOVE TELA-ASC-NEW-ADDR-1  TO ASC-NEW-ADDR-1.
           MOVE TELA-ASC-NEW-ADDR-2  TO ASC-NEW-ADDR-2.
           MOVE TELA-ASC-NEW-CITY    TO ASC-NEW-CITY.
           MOVE TELA-ASC-NEW-ZIP     TO ASC-NEW-ZIP.
           MOVE TELA-ASC-NEW-COUNTRY TO ASC-NEW-COUNTRY.
           MOVE TELA-ASC-NEW-CTRY-CD TO ASC-NEW-COUNTRY-CD.
           MOVE CUST-ADDR-1          TO ASC-WAS-ADDR-1.
           MOVE CUST-ADDR-2          TO ASC-WAS-ADDR-2.
           MOVE CUST-CITY            TO ASC-WAS-CITY.
           MOVE CUST-ZIP             TO ASC-WAS-ZIP.
           MOVE CUST-COUNTRY         TO ASC-WAS-COUNTRY.
           MOVE CUST-COUNTRY-CD      TO ASC-WAS-COUNTRY-CD.
           MOVE ZERO                 TO ASC-DONE-DT.
           MOVE ZERO                 TO ASC-DONE-TM.
           MOVE SPACES               TO ASC-REASON.
           WRITE ADDRESS-SCHEDULE-RECORD
               INVALID KEY
                   MOVE "N" TO TELA-CMT-WRITE-SW
               NOT INVALID KEY
                   PERFORM 2956-LOG-SCHEDULED-AUDIT THRU 2956-EXIT
           END-WRITE.
       2955-EXIT.
           EXIT.
      *
       2956-LOG-SCHEDULED-AUDIT.
           MOVE TELA-SCR-F-01    TO AUD-CUST-ID.
           MOVE TELA-TODAY-DATE  TO AUD-UPD-DT.
           MOVE TELA-NOW-TIME    TO AUD-UPD-TM.
           MOVE TELA-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE SPACES TO TELA-AUD-NEW-VALUE.
           STRING "SCHEDULED " DELIMITED BY SIZE
               TELA-SCR-F-16 DELIMITED BY SIZE
               INTO TELA-AUD-NEW-VALUE.
           IF TELA-ASC-NEW-ADDR-1 NOT = CUST-ADDR-1
               MOVE "ADDRESS 1"       TO TELA-AUD-FIELD-NAME
               MOVE CUST-ADDR-1       TO TELA-AUD-OLD-VALUE
               PERFORM 2261-WRITE-AUDIT-RECORD THRU 2261-EXIT
           END-IF.
           IF TELA-ASC-NEW-ADDR-2 NOT = CUST-ADDR-2
               MOVE "ADDRESS 2"       TO TELA-AUD-FIELD-NAME
               MOVE CUST-ADDR-2       TO TELA-AUD-OLD-VALUE
               PERFORM 2261-WRITE-AUDIT-RECORD THRU 2261-EXIT
           END-IF.
           IF TELA-ASC-NEW-CITY NOT = CUST-CITY
               MOVE "CITY"            TO TELA-AUD-FIELD-NAME
               MOVE CUST-CITY         TO TELA-AUD-OLD-VALUE
               PERFORM 2261-WRITE-AUDIT-RECORD THRU 2261-EXIT
           END-IF.
           IF TELA-ASC-NEW-ZIP NOT = CUST-ZIP
               MOVE "ZIP CODE"        TO TELA-AUD-FIELD-NAME
               MOVE CUST-ZIP          TO TELA-AUD-OLD-VALUE
               PERFORM 2261-WRITE-AUDIT-RECORD THRU 2261-EXIT
           END-IF.
           IF TELA-ASC-NEW-COUNTRY NOT = CUST-COUNTRY
               MOVE "COUNTRY"         TO TELA-AUD-FIELD-NAME
               MOVE CUST-COUNTRY      TO TELA-AUD-OLD-VALUE
               PERFORM 2261-WRITE-AUDIT-RECORD THRU 2261-EXIT
           END-IF.
       2956-EXIT.
           EXIT.
      *
      ******************************************************
      *    2960-SAVE-CONTACT-PREFS
      *    The three flags go to CUSTPREF once the master is
      *    safely down.  A Change audits each flag that moved,
      *    under the commit's own stamp, the same way 2260
      *    audits a master field (an Add is not audited, as
      *    for the master).  A customer with no record and no
      *    flag set needs no record written.
      ******************************************************
       2960-SAVE-CONTACT-PREFS.
           MOVE "Y" TO TELA-CMT-WRITE-SW.
           MOVE "N" TO TELA-PRF-FOUND-SW.
           MOVE SPACE TO TELA-PRF-OLD-NO-MAIL TELA-PRF-OLD-NO-EMAIL
                         TELA-PRF-OLD-NO-PHONE.
           MOVE CUST-ID TO PRF-CUST-ID.
           READ PREFERENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TELA-PRF-ON-FILE TO TRUE
                   MOVE PRF-NO-MAIL-SW  TO TELA-PRF-OLD-NO-MAIL
                   MOVE PRF-NO-EMAIL-SW TO TELA-PRF-OLD-NO-EMAIL
                   MOVE PRF-NO-PHONE-SW TO TELA-PRF-OLD-NO-PHONE
           END-READ.
           IF TELA-PRF-OLD-NO-MAIL = TELA-SCR-F-18 AND
               TELA-PRF-OLD-NO-EMAIL = TELA-SCR-F-19 AND
               TELA-PRF-OLD-NO-PHONE = TELA-SCR-F-20
               GO TO 2960-EXIT
           END-IF.
           SET TELA-CMT-PRF-SAVED TO TRUE.
           IF TELA-FUNC-CHANGE
               PERFORM 2961-LOG-PREFERENCE-AUDIT THRU 2961-EXIT
           END-IF.
           MOVE CUST-ID           TO PRF-CUST-ID.
           MOVE TELA-SCR-F-18     TO PRF-NO-MAIL-SW.
           MOVE TELA-SCR-F-19     TO PRF-NO-EMAIL-SW.
           MOVE TELA-SCR-F-20     TO PRF-NO-PHONE-SW.
           MOVE TELA-TODAY-DATE   TO PRF-LAST-UPD-DT.
           MOVE TELA-NOW-TIME     TO PRF-LAST-UPD-TM.
           MOVE TELA-OPERATOR-ID  TO PRF-LAST-UPD-OP.
           IF TELA-PRF-ON-FILE
               REWRITE CUSTOMER-PREFERENCE-RECORD
                   INVALID KEY
                       MOVE "N" TO TELA-CMT-WRITE-SW
               END-REWRITE
           ELSE
               WRITE CUSTOMER-PREFERENCE-RECORD
                   INVALID KEY
                       MOVE "N" TO TELA-CMT-WRITE-SW
               END-WRITE
           END-IF.
       2960-EXIT.
           EXIT.
      *
       2961-LOG-PREFERENCE-AUDIT.
           MOVE TELA-SCR-F-01    TO AUD-CUST-ID.
           MOVE TELA-TODAY-DATE  TO AUD-UPD-DT.
           MOVE TELA-NOW-TIME    TO AUD-UPD-TM.
           MOVE TELA-OPERATOR-ID TO AUD-OPERATOR-ID.
           IF TELA-PRF-OLD-NO-MAIL NOT = TELA-SCR-F-18
               MOVE "NO MAIL"             TO TELA-AUD-FIELD-NAME
               MOVE TELA-PRF-OLD-NO-MAIL  TO TELA-AUD-OLD-VALUE
               MOVE TELA-SCR-F-18         TO TELA-AUD-NEW-VALUE
               PERFORM 2261-WRITE-AUDIT-RECORD THRU 2261-EXIT
           END-IF.
           IF TELA-PRF-OLD-NO-EMAIL NOT = TELA-SCR-F-19
               MOVE "NO EMAIL"            TO TELA-AUD-FIELD-NAME
               MOVE TELA-PRF-OLD-NO-EMAIL TO TELA-AUD-OLD-VALUE
               MOVE TELA-SCR-F-19         TO TELA-AUD-NEW-VALUE
               PERFORM 2261-WRITE-AUDIT-RECORD THRU 2261-EXIT
           END-IF.
           IF TELA-PRF-OLD-NO-PHONE NOT = TELA-SCR-F-20
               MOVE "NO PHONE"            TO TELA-AUD-FIELD-NAME
               MOVE TELA-PRF-OLD-NO-PHONE TO TELA-AUD-OLD-VALUE
               MOVE TELA-SCR-F-20         TO TELA-AUD-NEW-VALUE
               PERFORM 2261-WRITE-AUDIT-RECORD THRU 2261-EXIT
           END-IF.
       2961-EXIT.
           EXIT.
      *
      ******************************************************
      *    2970-NOTE-FAILED-WRITE
      *    Adds TELA-CMT-FAIL-NAME to the list of companion
      *    writes that did not land, for the message line.
      ******************************************************
       2970-NOTE-FAILED-WRITE.
           IF TELA-CMT-FAIL-CNT > 0
               STRING "," DELIMITED BY SIZE
                   INTO TELA-CMT-FAIL-TEXT
                   WITH POINTER TELA-CMT-FAIL-PTR
           END-IF.
           STRING " " DELIMITED BY SIZE
               TELA-CMT-FAIL-NAME DELIMITED BY "  "
               INTO TELA-CMT-FAIL-TEXT
               WITH POINTER TELA-CMT-FAIL-PTR.
           ADD 1 TO TELA-CMT-FAIL-CNT.
       2970-EXIT.
           EXIT.
      *
      ******************************************************
      *    9000-TERMINATE
      ******************************************************
       9000-TERMINATE.
           CLOSE COUNTRY-MASTER.
           CLOSE CUSTCMT-FILE.
           CLOSE CUSTCNT-FILE.
           CLOSE CHANGE-PENDING-FILE.
           CLOSE ADDRESS-SCHEDULE-FILE.
           CLOSE PREFERENCE-FILE.
           IF TELA-LOG-AVAILABLE
               CLOSE LETTER-LOG-FILE
           END-IF.
           IF TELA-PST-AVAILABLE
               CLOSE POSTAL-FILE
           END-IF.
