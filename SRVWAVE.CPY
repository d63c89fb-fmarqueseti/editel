      **************************************************************
      *     File: SRVWAVE.CPY
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     Record layout for the survey wave file (SRVWAVE) - one
      *     record per customer the DL128 selection run put in a
      *     mailing wave, so we finally know who was asked, not
      *     only who answered.  Keyed by Customer ID + wave number
      *     (a wave is one selection run's mailing - by default the
      *     year and month it was cut, YYYYMM), so "is this
      *     customer already in the current wave" is one READ and
      *     DL119 can find a customer's waves by starting on the
      *     Customer ID.  The customer's country is copied at
      *     mailing time so the DL129 cycle report counts the wave
      *     where it was mailed, whatever the master says later.
      *     DL119 marks the wave record R with the response it
      *     matched; a record still M has not been answered.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
      *
       01  SURVEY-WAVE-RECORD.
           05  SWV-KEY.
               10  SWV-CUST-ID       PIC X(06).
               10  SWV-WAVE-NO       PIC 9(06).
           05  SWV-MAILED-DT         PIC 9(08).
           05  SWV-COUNTRY-CD        PIC X(02).
           05  SWV-COUNTRY           PIC X(30).
           05  SWV-STATUS-CD         PIC X(01).
               88  SWV-MAILED                  VALUE "M".
               88  SWV-RESPONDED               VALUE "R".
           05  SWV-RESP-SURVEY-DT    PIC 9(08).
           05  SWV-RESP-RATING       PIC X(01).
           05  SWV-RESP-LOAD-DT      PIC 9(08).
