      *                      same range/city rule the DL100C screen
      *                      enforces; a mismatch rejects the record
      *                      to the exception report.
      *     10/15/2026  MVV  A line that leaves an existing customer
      *                      exactly as the master holds it is no
      *                      longer rewritten or journalled - it is
      *                      counted as unchanged instead.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL103.
           05  DL103-OLDC-ZIP        PIC 9(08).
           05  DL103-OLDC-COUNTRY    PIC X(30).
           05  DL103-OLDC-SALARY     PIC 9(07)V99.
       01  DL103-OLD-IMAGE           PIC X(392) VALUE SPACES.
       01  DL103-AUDIT-FIELDS.
           05  DL103-AUD-FIELD-NAME  PIC X(15) VALUE SPACES.
           05  DL103-AUD-OLD-VALUE   PIC X(66) VALUE SPACES.
           05  DL103-LOADED-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  DL103-ADDED-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  DL103-CHANGED-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL103-UNCHANGED-COUNT PIC 9(07) COMP VALUE ZERO.
           05  DL103-REJECTED-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  DL103-SINCE-CKPT      PIC 9(07) COMP VALUE ZERO.
      *
      ******************************************************
      *    2120-COMMIT-CUSTOMER
      *    Same ADD-or-CHANGE pattern as DL100's screen commit.
      *    A Change whose line repeats what the master already
      *    holds is left alone, as the DL100C commit leaves an
      *    unchanged record - a rewrite and journal image with
      *    no audit entry behind it would fail the DL130 audit
      *    check.
      ******************************************************
       2120-COMMIT-CUSTOMER.
           MOVE MKT-CUST-ID TO CUST-ID.
               MOVE ZERO   TO CUST-CHILDREN CUST-DOB CUST-STATUS-DT
           ELSE
               PERFORM 2130-SAVE-OLD-CUSTOMER THRU 2130-EXIT
               MOVE CUSTOMER-RECORD TO DL103-OLD-IMAGE
           END-IF.
           MOVE MKT-CUST-ID              TO CUST-ID.
           MOVE MKT-NAME                 TO CUST-NAME.
      *        the raw PIC X(09) would misplace it.
           MOVE MKT-SALARY-NUM           TO CUST-SALARY.
           PERFORM 2125-CHECK-MORE-COMMENTS THRU 2125-EXIT.
           IF DL103-FUNC-CHANGE
               AND CUSTOMER-RECORD = DL103-OLD-IMAGE
               ADD 1 TO DL103-UNCHANGED-COUNT
               GO TO 2120-EXIT
           END-IF.
           ACCEPT DL103-NOW-TIME FROM TIME.
           MOVE DL103-TODAY-DATE   TO CUST-LAST-UPD-DT.
           MOVE DL103-NOW-TIME     TO CUST-LAST-UPD-TM.
               AFTER ADVANCING 1 LINE.
           MOVE "CUSTOMERS CHANGED" TO DL103-TOT-LABEL.
           MOVE DL103-CHANGED-COUNT TO DL103-TOT-COUNT.
           WRITE PRINT-REC FROM DL103-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CUSTOMERS UNCHANGED" TO DL103-TOT-LABEL.
           MOVE DL103-UNCHANGED-COUNT TO DL103-TOT-COUNT.
           WRITE PRINT-REC FROM DL103-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "RECORDS REJECTED" TO DL103-TOT-LABEL.
