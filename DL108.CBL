      *                      BIL-PHONE/BIL-EMAIL on the billing
      *                      layout.  No CUSTCNT file (or no records
      *                      for a customer) extracts as spaces.
      *     10/15/2026  MVV  The marketing CSV honours the new
      *                      CUSTPREF contact preferences - a
      *                      do-not-mail customer is left off the
      *                      file, and a do-not-phone or do-not-
      *                      email customer goes out with that
      *                      contact blank; each counted on the
      *                      summary.  The billing layout is account
      *                      data, not marketing, and is unchanged.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DL108.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-KEY
               FILE STATUS IS DL108-CNT-STATUS.
           SELECT PREFERENCE-FILE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CUST-ID
               FILE STATUS IS DL108-PRF-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTCNT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTCNT.CPY.
      *
       FD  PREFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTPREF.CPY.
      *
       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
               88  DL108-PHONE-PREFERRED       VALUE "Y".
           05  DL108-EMAIL-PREF-SW   PIC X(01) VALUE "N".
               88  DL108-EMAIL-PREFERRED       VALUE "Y".
           05  DL108-PRF-STATUS      PIC X(02) VALUE "00".
               88  DL108-PRF-OK                VALUE "00".
           05  DL108-PRF-AVAIL-SW    PIC X(01) VALUE "N".
               88  DL108-PRF-AVAILABLE         VALUE "Y".
      *
      **************************************************************
      *     Selection in effect for this run, copied out of the
       01  DL108-COUNTERS.
           05  DL108-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  DL108-SELECT-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  DL108-NO-MAIL-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  DL108-NO-PHONE-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  DL108-NO-EMAIL-COUNT  PIC 9(07) COMP VALUE ZERO.
      *
       01  DL108-HEAD-1.
           05  FILLER  PIC X(35) VALUE SPACES.
           IF DL108-CNT-OK
               SET DL108-CNT-AVAILABLE TO TRUE
           END-IF.
      *        Same for CUSTPREF - no file means nobody has asked to
      *        be left alone yet.
           OPEN INPUT PREFERENCE-FILE.
           IF DL108-PRF-OK
               SET DL108-PRF-AVAILABLE TO TRUE
           END-IF.
           IF DL108-FORMAT-CSV
               OPEN OUTPUT CSV-OUT-FILE
           ELSE
      ******************************************************
       2100-EXTRACT-CUSTOMER.
           PERFORM 2600-CHECK-SELECTION THRU 2600-EXIT.
           IF DL108-SELECTED AND DL108-FORMAT-CSV
               PERFORM 2800-CHECK-PREFERENCE THRU 2800-EXIT
           END-IF.
           IF DL108-SELECTED
               ADD 1 TO DL108-SELECT-COUNT
               PERFORM 2700-FIND-CONTACTS THRU 2700-EXIT
               IF DL108-FORMAT-CSV
                   PERFORM 2810-APPLY-PREFERENCE THRU 2810-EXIT
                   PERFORM 3100-WRITE-CSV-RECORD THRU 3100-EXIT
               ELSE
                   PERFORM 3200-WRITE-BILLING-RECORD THRU 3200-EXIT
           EXIT.
      *
      ******************************************************
      *    2800-CHECK-PREFERENCE
      *    Marketing CSV only - reads the customer's CUSTPREF
      *    record (none on file reads as no preference) and
      *    drops a do-not-mail customer from the extract.
      ******************************************************
       2800-CHECK-PREFERENCE.
           MOVE SPACES TO CUSTOMER-PREFERENCE-RECORD.
           IF NOT DL108-PRF-AVAILABLE
               GO TO 2800-EXIT
           END-IF.
           MOVE CUST-ID TO PRF-CUST-ID.
           READ PREFERENCE-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-PREFERENCE-RECORD
           END-READ.
           IF PRF-NO-MAIL
               MOVE "N" TO DL108-SELECT-SW
               ADD 1 TO DL108-NO-MAIL-COUNT
           END-IF.
       2800-EXIT.
           EXIT.
      *
      ******************************************************
      *    2810-APPLY-PREFERENCE
      *    A customer who may be mailed but not phoned or not
      *    emailed still goes out, with that contact blanked -
      *    counted only when there was a contact to blank.
      ******************************************************
       2810-APPLY-PREFERENCE.
           IF PRF-NO-PHONE AND DL108-PREF-PHONE NOT = SPACES
               MOVE SPACES TO DL108-PREF-PHONE
               ADD 1 TO DL108-NO-PHONE-COUNT
           END-IF.
           IF PRF-NO-EMAIL AND DL108-PREF-EMAIL NOT = SPACES
               MOVE SPACES TO DL108-PREF-EMAIL
               ADD 1 TO DL108-NO-EMAIL-COUNT
           END-IF.
       2810-EXIT.
           EXIT.
      *
      ******************************************************
      *    3100-WRITE-CSV-RECORD
      *    Builds one comma-delimited line in the CSVCUST.CPY
      *    field order: ID, Name, Address 1, Address 2, City,
           MOVE DL108-SELECT-COUNT TO DL108-TOT-COUNT.
           WRITE PRINT-REC FROM DL108-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF DL108-FORMAT-CSV
               MOVE "DO NOT MAIL - SUPPRESSED" TO DL108-TOT-LABEL
               MOVE DL108-NO-MAIL-COUNT TO DL108-TOT-COUNT
               WRITE PRINT-REC FROM DL108-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "DO NOT PHONE - PHONE BLANKED" TO DL108-TOT-LABEL
               MOVE DL108-NO-PHONE-COUNT TO DL108-TOT-COUNT
               WRITE PRINT-REC FROM DL108-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "DO NOT EMAIL - EMAIL BLANKED" TO DL108-TOT-LABEL
               MOVE DL108-NO-EMAIL-COUNT TO DL108-TOT-COUNT
               WRITE PRINT-REC FROM DL108-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       3000-EXIT.
           EXIT.
      *
           IF DL108-CNT-AVAILABLE
               CLOSE CUSTCNT-FILE
           END-IF.
           IF DL108-PRF-AVAILABLE
               CLOSE PREFERENCE-FILE
           END-IF.
           IF DL108-FORMAT-CSV
               CLOSE CSV-OUT-FILE
           ELSE
