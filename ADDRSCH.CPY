      **************************************************************
      *     File: ADDRSCH.CPY
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     Record layout for the ADDRSCH scheduled address-change
      *     file - an address change keyed on DL100C with an
      *     effective date later than today does not touch CUSTMAS
      *     on the day it is keyed; it lands here, status S, and
      *     the nightly DL124 run applies it once the effective
      *     date arrives.  The master's own address at the moment
      *     the move was keyed rides along as the "was" image, so
      *     DL124 can tell whether someone changed the address by
      *     hand in the meantime - if so the move is flagged for
      *     review (status F) instead of overwriting that work.
      *     Applied (A), rejected (R) and flagged (F) records stay
      *     on the file with the run's stamp and reason as the
      *     history of the move.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
      *
       01  ADDRESS-SCHEDULE-RECORD.
           05  ASC-KEY.
               10  ASC-CUST-ID           PIC X(06).
               10  ASC-EFF-DT            PIC 9(08).
               10  ASC-REQ-DT            PIC 9(08).
               10  ASC-REQ-TM            PIC 9(06).
           05  ASC-REQ-OP                PIC X(08).
           05  ASC-STATUS-CD             PIC X(01).
               88  ASC-SCHEDULED               VALUE "S".
               88  ASC-APPLIED                 VALUE "A".
               88  ASC-REJECTED                VALUE "R".
               88  ASC-FLAGGED                 VALUE "F".
           05  ASC-NEW-ADDRESS.
               10  ASC-NEW-ADDR-1        PIC X(66).
               10  ASC-NEW-ADDR-2        PIC X(66).
               10  ASC-NEW-CITY          PIC X(38).
               10  ASC-NEW-ZIP           PIC 9(08).
               10  ASC-NEW-COUNTRY       PIC X(30).
               10  ASC-NEW-COUNTRY-CD    PIC X(02).
           05  ASC-WAS-ADDRESS.
               10  ASC-WAS-ADDR-1        PIC X(66).
               10  ASC-WAS-ADDR-2        PIC X(66).
               10  ASC-WAS-CITY          PIC X(38).
               10  ASC-WAS-ZIP           PIC 9(08).
               10  ASC-WAS-COUNTRY       PIC X(30).
               10  ASC-WAS-COUNTRY-CD    PIC X(02).
           05  ASC-DONE-DT               PIC 9(08).
           05  ASC-DONE-TM               PIC 9(06).
           05  ASC-REASON                PIC X(40).
