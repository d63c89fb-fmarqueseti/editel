      **************************************************************
      *     File: LTRLOG.CPY
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     Record layout for the LTRLOG correspondence log - one
      *     record per letter the DL120 follow-up run prints, so
      *     there is a record of what was sent to whom and when.
      *     Keyed by Customer ID + the date and time the letter was
      *     produced, so one customer's letters read back in date
      *     order from a START on the Customer ID:
      *       - DL120 reads it to refuse a second letter to the
      *         same customer inside the repeat window;
      *       - the DL100C screen shows a customer's most recent
      *         letters.
      *     The template ID names the LTRTMPL body the letter went
      *     out with, as given on the run's LTRPARM record.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
      *
       01  LETTER-LOG-RECORD.
           05  CLG-KEY.
               10  CLG-CUST-ID           PIC X(06).
               10  CLG-LETTER-DT         PIC 9(08).
               10  CLG-LETTER-TM         PIC 9(06).
           05  CLG-TEMPLATE-ID           PIC X(08).
           05  CLG-PROGRAM-ID            PIC X(08).
