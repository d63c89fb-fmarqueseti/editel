      **************************************************************
      *     File: SRVMAIL.CPY
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     Outbound record for the survey mailing file (SRVMAIL)
      *     the DL128 selection run sends the mail house - one line
      *     per customer selected for the wave: the wave number,
      *     the Customer ID the response must come back under (the
      *     SRVLOAD.CPY key), and the name and postal address as
      *     the master holds them on the day of selection.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
      *
       01  SURVEY-MAILING-RECORD.
           05  SML-WAVE-NO           PIC 9(06).
           05  SML-CUST-ID           PIC X(06).
           05  SML-NAME              PIC X(66).
           05  SML-ADDR-1            PIC X(66).
           05  SML-ADDR-2            PIC X(66).
           05  SML-CITY              PIC X(38).
           05  SML-ZIP               PIC 9(08).
           05  SML-COUNTRY           PIC X(30).
