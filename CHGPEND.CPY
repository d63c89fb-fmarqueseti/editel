      **************************************************************
      *     File: CHGPEND.CPY
      *     Creation Date/Time: 10/15/2026
      * ------------------------------------------------------------
      *     Record layout for the CHGPEND held-change file - a
      *     Change keyed on DL100C to one of the sensitive fields
      *     (Name, Salary, Date of Birth) does not reach CUSTMAS
      *     directly; it lands here as one record per field,
      *     status P, until a level-3 supervisor other than the
      *     requester approves it (the change is applied, audited
      *     and journaled by DL104) or rejects it (audited, the
      *     master is never touched).  Decided records stay on the
      *     file with the decision stamp as the history of who
      *     asked for what and who let it through.  Old and new
      *     values are carried in the AUDITLOG display form for the
      *     review screen, with the Salary/DOB amounts also held
      *     raw so the apply never has to parse an edited field.
      * ------------------------------------------------------------
      *     Modification History
      *     10/15/2026  MVV  Initial version.
      **************************************************************
      *
       01  CHANGE-PENDING-RECORD.
           05  PCH-KEY.
               10  PCH-CUST-ID           PIC X(06).
               10  PCH-REQ-DT            PIC 9(08).
               10  PCH-REQ-TM            PIC 9(06).
               10  PCH-FIELD-NAME        PIC X(15).
           05  PCH-REQ-OP                PIC X(08).
           05  PCH-STATUS-CD             PIC X(01).
               88  PCH-PENDING                 VALUE "P".
               88  PCH-APPROVED                VALUE "A".
               88  PCH-REJECTED                VALUE "R".
           05  PCH-OLD-VALUE             PIC X(66).
           05  PCH-NEW-VALUE             PIC X(66).
           05  PCH-OLD-SALARY            PIC 9(07)V99.
           05  PCH-NEW-SALARY            PIC 9(07)V99.
           05  PCH-OLD-DOB               PIC 9(08).
           05  PCH-NEW-DOB               PIC 9(08).
           05  PCH-DECIDE-DT             PIC 9(08).
           05  PCH-DECIDE-TM             PIC 9(06).
           05  PCH-DECIDE-OP             PIC X(08).
