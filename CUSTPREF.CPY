      **************************************************************
      *     File: CUSTPREF.CPY
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     Record layout for the CUSTPREF companion contact
      *     preference file - the customer's do-not-mail,
      *     do-not-email and do-not-phone wishes.  One record per
      *     customer, keyed by Customer ID the way CUSTMAS is, kept
      *     off the master itself so the CUSTMAS record and its
      *     CUSTJRNL after image keep their length.  No record on
      *     file means no suppression at all; a flag of Y means the
      *     customer is not to be contacted that way.  Maintained
      *     on the DL100C screen (every change audited to AUDITLOG
      *     like a master field) and honoured by the DL120 letter
      *     run and the DL108 marketing extract.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
      *
       01  CUSTOMER-PREFERENCE-RECORD.
           05  PRF-CUST-ID               PIC X(06).
           05  PRF-NO-MAIL-SW            PIC X(01).
               88  PRF-NO-MAIL                 VALUE "Y".
           05  PRF-NO-EMAIL-SW           PIC X(01).
               88  PRF-NO-EMAIL                VALUE "Y".
           05  PRF-NO-PHONE-SW           PIC X(01).
               88  PRF-NO-PHONE                VALUE "Y".
           05  PRF-LAST-UPD-DT           PIC 9(08).
           05  PRF-LAST-UPD-TM           PIC 9(06).
           05  PRF-LAST-UPD-OP           PIC X(08).
