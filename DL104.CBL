      *                      DL100C, called repeatedly without a
      *                      CANCEL in between, must not also open
      *                      or close either one.
      *     10/15/2026  MVV  Added H = Held Changes (supervisors) -
      *                      walks the CHGPEND file of Name/Salary/
      *                      DOB changes DL100C held back, one at a
      *                      time: an approval applies the value to
      *                      CUSTMAS with the usual AUDITLOG and
      *                      CUSTJRNL records plus an APPROVAL audit
      *                      naming both the requesting and the
      *                      approving operator; a rejection is
      *                      audited and never touches the master.
      *                      Nobody may approve a change they keyed.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL104.
           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TELA-JRNL-STATUS.
           SELECT CHANGE-PENDING-FILE ASSIGN TO "CHGPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-KEY
               FILE STATUS IS TELA-CHG-STATUS.
           SELECT OPERATOR-PROFILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  OPERATOR-PROFILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERPROF.CPY.
      *
      *        Opened only for the duration of the H review, the
      *        same as CUSTCMT for a merge - DL100C holds its own
      *        open on the same physical file while a Change is
      *        being committed.
       FD  CHANGE-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGPEND.CPY.
      *
           COPY TELA.CPY.
      *
                   PERFORM 2400-BROWSE-CUSTOMERS THRU 2400-EXIT
               WHEN TELA-MENU-PENDING
                   PERFORM 2750-BROWSE-PENDING THRU 2750-EXIT
               WHEN TELA-MENU-HELD
                   PERFORM 2950-REVIEW-HELD-CHANGES THRU 2950-EXIT
               WHEN TELA-MENU-SEARCH
                   ACCEPT TELA-MENU-SCR-SRCH
                   IF TELA-MENU-SRCH-NAME = SPACES
                   END-IF
                   PERFORM 2800-MERGE-CUSTOMERS THRU 2800-EXIT
               WHEN OTHER
                   MOVE "Select A, C, I, D, L, T, S, M, P, H or X"
                       TO TELA-MENU-MSG-TEXT
                   DISPLAY TELA-MENU-SCR-MSG
                   GO TO 2000-PROCESS-MENU
      *    The signed-on operator's authority level against the
      *    chosen option: level 1 may only look (I/L/S), level 2
      *    may also change the base (A/C/T), and only a level 3
      *    supervisor may Delete, Merge or work the held-change
      *    queue.  An option outside the menu falls through to
      *    the WHEN OTHER edit in the caller.
      ******************************************************
       2010-CHECK-AUTHORITY.
           MOVE "Y" TO TELA-AUTH-OK-SW.
                       MOVE "N" TO TELA-AUTH-OK-SW
                   END-IF
               WHEN TELA-MENU-DELETE OR TELA-MENU-MERGE
                   OR TELA-MENU-HELD
                   IF NOT TELA-OPR-SUPERVISOR
                       MOVE "N" TO TELA-AUTH-OK-SW
                   END-IF
           EXIT.
      *
      ******************************************************
      *    2950-REVIEW-HELD-CHANGES
      *    The supervisor's queue of Name/Salary/DOB changes
      *    DL100C held back - CHGPEND is walked in key order,
      *    stopping on each record still P for a decision.
      ******************************************************
       2950-REVIEW-HELD-CHANGES.
           OPEN I-O CHANGE-PENDING-FILE.
           IF NOT TELA-CHG-OK AND TELA-CHG-STATUS NOT = "05"
               IF TELA-CHG-STATUS = "35"
                   OPEN OUTPUT CHANGE-PENDING-FILE
                   CLOSE CHANGE-PENDING-FILE
                   OPEN I-O CHANGE-PENDING-FILE
               END-IF
           END-IF.
           MOVE SPACES TO TELA-CHG-MSG-TEXT.
           MOVE "N" TO TELA-CHG-EOF-SW.
           MOVE LOW-VALUES TO PCH-KEY.
           START CHANGE-PENDING-FILE KEY IS NOT LESS THAN PCH-KEY
               INVALID KEY
                   SET TELA-CHG-EOF TO TRUE
           END-START.
           IF NOT TELA-CHG-EOF
               PERFORM 2955-GET-NEXT-HELD THRU 2955-EXIT
           END-IF.
           IF TELA-CHG-EOF
               MOVE "No held changes waiting for approval"
                   TO TELA-MENU-MSG-TEXT
               DISPLAY TELA-MENU-SCR-MSG
           ELSE
               PERFORM 2960-SHOW-HELD-CHANGE THRU 2960-EXIT
           END-IF.
           CLOSE CHANGE-PENDING-FILE.
       2950-EXIT.
           EXIT.
      *
      ******************************************************
      *    2955-GET-NEXT-HELD
      *    Reads forward to the next change still waiting (P),
      *    or end of file - the same get-next-match shape as
      *    the pending-customer queue's 2765.
      ******************************************************
       2955-GET-NEXT-HELD.
           MOVE "N" TO TELA-CHG-MATCH-SW.
           PERFORM 2956-READ-FOR-HELD THRU 2956-EXIT
               UNTIL TELA-CHG-MATCH OR TELA-CHG-EOF.
       2955-EXIT.
           EXIT.
      *
       2956-READ-FOR-HELD.
           READ CHANGE-PENDING-FILE NEXT RECORD
               AT END
                   SET TELA-CHG-EOF TO TRUE
           END-READ.
           IF NOT TELA-CHG-EOF
               IF PCH-PENDING
                   SET TELA-CHG-MATCH TO TRUE
               END-IF
           END-IF.
       2956-EXIT.
           EXIT.
      *
      ******************************************************
      *    2960-SHOW-HELD-CHANGE
      *    A = approve, R = reject, blank = skip to the next
      *    held change, PF3/PF12 = back to the menu.  A refused
      *    decision (own change, stale value, bad letter) stays
      *    on the same change with the reason on the message
      *    line.  Loops back on itself (via GO TO, same as the
      *    browse lists) until the queue runs out or PF3/PF12.
      ******************************************************
       2960-SHOW-HELD-CHANGE.
           PERFORM 2961-LOAD-REVIEW-FIELDS THRU 2961-EXIT.
           MOVE SPACE TO TELA-CHG-DECISION.
           DISPLAY TELA-CHG-SCR.
           ACCEPT TELA-CHG-SCR-DEC.
           IF TELA-PF3-PRESSED OR TELA-PF12-PRESSED
               GO TO 2960-EXIT
           END-IF.
           INSPECT TELA-CHG-DECISION
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO TELA-CHG-DONE-SW.
           EVALUATE TRUE
               WHEN TELA-CHG-APPROVE
                   PERFORM 2970-APPROVE-HELD-CHANGE THRU 2970-EXIT
               WHEN TELA-CHG-REJECT
                   PERFORM 2980-REJECT-HELD-CHANGE THRU 2980-EXIT
               WHEN TELA-CHG-DECISION = SPACE
                   MOVE SPACES TO TELA-CHG-MSG-TEXT
                   SET TELA-CHG-DECIDED TO TRUE
               WHEN OTHER
                   MOVE "Decision must be A, R or blank - re-enter"
                       TO TELA-CHG-MSG-TEXT
           END-EVALUATE.
           IF TELA-CHG-DECIDED
               PERFORM 2955-GET-NEXT-HELD THRU 2955-EXIT
               IF TELA-CHG-EOF
                   MOVE "No more held changes waiting for approval"
                       TO TELA-MENU-MSG-TEXT
                   DISPLAY TELA-MENU-SCR-MSG
                   GO TO 2960-EXIT
               END-IF
           END-IF.
           GO TO 2960-SHOW-HELD-CHANGE.
       2960-EXIT.
           EXIT.
      *
      ******************************************************
      *    2961-LOAD-REVIEW-FIELDS
      *    The held change in the buffer onto the review
      *    screen, with the customer's name off the master.
      ******************************************************
       2961-LOAD-REVIEW-FIELDS.
           MOVE PCH-CUST-ID    TO TELA-CHG-CUST-ID.
           MOVE PCH-FIELD-NAME TO TELA-CHG-FIELD-NAME.
           MOVE PCH-OLD-VALUE  TO TELA-CHG-OLD-VALUE.
           MOVE PCH-NEW-VALUE  TO TELA-CHG-NEW-VALUE.
           MOVE PCH-REQ-OP     TO TELA-CHG-REQ-OP.
           MOVE PCH-REQ-DT     TO TELA-CHG-REQ-DT.
           MOVE PCH-REQ-TM     TO TELA-CHG-REQ-TM.
           MOVE PCH-CUST-ID    TO CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "** CUSTOMER NO LONGER ON FILE **"
                       TO TELA-CHG-CUST-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO TELA-CHG-CUST-NAME
           END-READ.
       2961-EXIT.
           EXIT.
      *
      ******************************************************
      *    2970-APPROVE-HELD-CHANGE
      *    Separation of duties first - the operator who keyed
      *    the change can never be the one who lets it through.
      *    The master must still hold the value the request
      *    was keyed against (a second held change to the same
      *    field may have been approved since); if so the new
      *    value lands with the field's usual AUDITLOG record,
      *    an APPROVAL record naming both operators, and the
      *    CUSTJRNL after image, and the held change is marked
      *    A with the approver's stamp.
      ******************************************************
       2970-APPROVE-HELD-CHANGE.
           IF PCH-REQ-OP = TELA-OPERATOR-ID
               MOVE "Own change - another supervisor must approve it"
                   TO TELA-CHG-MSG-TEXT
               GO TO 2970-EXIT
           END-IF.
           MOVE PCH-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "Customer no longer on file - reject it"
                       TO TELA-CHG-MSG-TEXT
                   GO TO 2970-EXIT
           END-READ.
           PERFORM 2971-CHECK-STILL-CURRENT THRU 2971-EXIT.
           IF NOT TELA-CHG-STILL-CURRENT
               MOVE "Master value changed since keyed - reject it"
                   TO TELA-CHG-MSG-TEXT
               GO TO 2970-EXIT
           END-IF.
           EVALUATE PCH-FIELD-NAME
               WHEN "NAME"
                   MOVE PCH-NEW-VALUE  TO CUST-NAME
               WHEN "SALARY"
                   MOVE PCH-NEW-SALARY TO CUST-SALARY
               WHEN "DATE OF BIRTH"
                   MOVE PCH-NEW-DOB    TO CUST-DOB
           END-EVALUATE.
           ACCEPT TELA-NOW-TIME FROM TIME.
           MOVE TELA-TODAY-DATE  TO CUST-LAST-UPD-DT.
           MOVE TELA-NOW-TIME    TO CUST-LAST-UPD-TM.
           MOVE TELA-OPERATOR-ID TO CUST-LAST-UPD-OP.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE "Approval failed - master not rewritten"
                       TO TELA-CHG-MSG-TEXT
                   GO TO 2970-EXIT
           END-REWRITE.
           MOVE CUST-ID          TO AUD-CUST-ID.
           MOVE TELA-TODAY-DATE  TO AUD-UPD-DT.
           MOVE TELA-NOW-TIME    TO AUD-UPD-TM.
           MOVE TELA-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE PCH-FIELD-NAME   TO AUD-FIELD-NAME.
           MOVE PCH-OLD-VALUE    TO AUD-OLD-VALUE.
           MOVE PCH-NEW-VALUE    TO AUD-NEW-VALUE.
           WRITE AUDIT-RECORD.
           MOVE "APPROVAL"       TO AUD-FIELD-NAME.
           PERFORM 2975-BUILD-REQUEST-TEXT THRU 2975-EXIT.
           MOVE SPACES TO AUD-NEW-VALUE.
           STRING "APPROVED BY " DELIMITED BY SIZE
               TELA-OPERATOR-ID DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               PCH-FIELD-NAME DELIMITED BY SIZE
               INTO AUD-NEW-VALUE.
           WRITE AUDIT-RECORD.
           MOVE "R" TO TELA-JRN-ACTION.
           PERFORM 2920-WRITE-JOURNAL THRU 2920-EXIT.
           SET PCH-APPROVED TO TRUE.
           PERFORM 2985-STAMP-DECISION THRU 2985-EXIT.
           MOVE SPACES TO TELA-CHG-MSG-TEXT.
           STRING "Change to " DELIMITED BY SIZE
               PCH-FIELD-NAME DELIMITED BY "  "
               " approved for customer " DELIMITED BY SIZE
               PCH-CUST-ID DELIMITED BY SIZE
               INTO TELA-CHG-MSG-TEXT.
           SET TELA-CHG-DECIDED TO TRUE.
       2970-EXIT.
           EXIT.
      *
      ******************************************************
      *    2971-CHECK-STILL-CURRENT
      *    The master's value for the held field against the
      *    old value the request was keyed over.
      ******************************************************
       2971-CHECK-STILL-CURRENT.
           MOVE "Y" TO TELA-CHG-CURRENT-SW.
           EVALUATE PCH-FIELD-NAME
               WHEN "NAME"
                   IF CUST-NAME NOT = PCH-OLD-VALUE
                       MOVE "N" TO TELA-CHG-CURRENT-SW
                   END-IF
               WHEN "SALARY"
                   IF CUST-SALARY NOT = PCH-OLD-SALARY
                       MOVE "N" TO TELA-CHG-CURRENT-SW
                   END-IF
               WHEN "DATE OF BIRTH"
                   IF CUST-DOB NOT = PCH-OLD-DOB
                       MOVE "N" TO TELA-CHG-CURRENT-SW
                   END-IF
           END-EVALUATE.
       2971-EXIT.
           EXIT.
      *
      ******************************************************
      *    2975-BUILD-REQUEST-TEXT
      *    "REQUESTED BY <operator> ON <date> <time>" into the
      *    old-value side of the APPROVAL/REJECTED audit record
      *    - the requester's half of the two-operator stamp.
      ******************************************************
       2975-BUILD-REQUEST-TEXT.
           MOVE SPACES TO AUD-OLD-VALUE.
           STRING "REQUESTED BY " DELIMITED BY SIZE
               PCH-REQ-OP DELIMITED BY SPACE
               " ON " DELIMITED BY SIZE
               PCH-REQ-DT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PCH-REQ-TM DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PCH-FIELD-NAME DELIMITED BY SIZE
               INTO AUD-OLD-VALUE.
       2975-EXIT.
           EXIT.
      *
      ******************************************************
      *    2980-REJECT-HELD-CHANGE
      *    The master is never read for update - a REJECTED
      *    audit record carries who asked, when, for which
      *    field, and the value that was turned down; the held
      *    change is marked R with the supervisor's stamp.  The
      *    requester may reject (withdraw) their own change.
      ******************************************************
       2980-REJECT-HELD-CHANGE.
           ACCEPT TELA-NOW-TIME FROM TIME.
           MOVE PCH-CUST-ID      TO AUD-CUST-ID.
           MOVE TELA-TODAY-DATE  TO AUD-UPD-DT.
           MOVE TELA-NOW-TIME    TO AUD-UPD-TM.
           MOVE TELA-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "REJECTED"       TO AUD-FIELD-NAME.
           PERFORM 2975-BUILD-REQUEST-TEXT THRU 2975-EXIT.
           MOVE PCH-NEW-VALUE    TO AUD-NEW-VALUE.
           WRITE AUDIT-RECORD.
           SET PCH-REJECTED TO TRUE.
           PERFORM 2985-STAMP-DECISION THRU 2985-EXIT.
           MOVE SPACES TO TELA-CHG-MSG-TEXT.
           STRING "Change to " DELIMITED BY SIZE
               PCH-FIELD-NAME DELIMITED BY "  "
               " rejected for customer " DELIMITED BY SIZE
               PCH-CUST-ID DELIMITED BY SIZE
               INTO TELA-CHG-MSG-TEXT.
           SET TELA-CHG-DECIDED TO TRUE.
       2980-EXIT.
           EXIT.
      *
       2985-STAMP-DECISION.
           MOVE TELA-TODAY-DATE  TO PCH-DECIDE-DT.
           MOVE TELA-NOW-TIME    TO PCH-DECIDE-TM.
           MOVE TELA-OPERATOR-ID TO PCH-DECIDE-OP.
           REWRITE CHANGE-PENDING-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       2985-EXIT.
           EXIT.
      *
      ******************************************************
      *    9000-TERMINATE
      ******************************************************
       9000-TERMINATE.
