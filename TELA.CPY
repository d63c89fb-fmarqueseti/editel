           05  TELA-SCR-F-13    PIC X(01).
           05  TELA-SCR-F-14    PIC X(55).
           05  TELA-SCR-F-15    PIC X(73).
           05  TELA-SCR-F-16    PIC 9(08).
           05  TELA-SCR-F-16-R  REDEFINES TELA-SCR-F-16.
               10  TELA-SCR-F-16-YYYY   PIC 9(04).
               10  TELA-SCR-F-16-MM     PIC 9(02).
               10  TELA-SCR-F-16-DD     PIC 9(02).
           05  TELA-SCR-F-18    PIC X(01).
           05  TELA-SCR-F-19    PIC X(01).
           05  TELA-SCR-F-20    PIC X(01).
      *
      **************************************************************
      *     Working storage added to support the DL100 maintenance
           05  TELA-OLDC-SAT-MED     PIC X(01).
           05  TELA-OLDC-SAT-LOW     PIC X(01).
           05  TELA-OLDC-COMMENTS    PIC X(55).
           05  TELA-OLDC-COUNTRY-CD  PIC X(02).
       01  TELA-AUDIT-FIELDS.
           05  TELA-AUDIT-STATUS     PIC X(02) VALUE "00".
               88  TELA-AUDIT-OK               VALUE "00".
               88  TELA-MENU-SEARCH            VALUE "S".
               88  TELA-MENU-MERGE             VALUE "M".
               88  TELA-MENU-PENDING           VALUE "P".
               88  TELA-MENU-HELD              VALUE "H".
               88  TELA-MENU-QUIT              VALUE "X".
           05  TELA-MENU-CUST-ID     PIC X(06) VALUE SPACES.
           05  TELA-MENU-SRCH-NAME   PIC X(40) VALUE SPACES.
               88  TELA-WAS-PENDING            VALUE "Y".
           05  TELA-PEND-MATCH-SW    PIC X(01) VALUE "N".
               88  TELA-PEND-MATCH             VALUE "Y".
      *
      **************************************************************
      *     Working storage for the held-change control on the
      *     sensitive fields (Name, Salary, Date of Birth) - the
      *     DL100C commit parks each changed one in the hold table,
      *     puts the master's own value back before the REWRITE,
      *     and writes the table out to the CHGPEND file once the
      *     rest of the record has landed; the H queue on the DL104
      *     menu walks CHGPEND one held change at a time through the
      *     review fields below for a supervisor's decision.
      *     10/15/2026  MVV  Added for the supervisor approval of
      *                      Name/Salary/DOB changes.
      **************************************************************
       01  TELA-CHG-FIELDS.
           05  TELA-CHG-STATUS       PIC X(02) VALUE "00".
               88  TELA-CHG-OK                 VALUE "00".
           05  TELA-CHG-HOLD-CNT     PIC 9(02) COMP VALUE ZERO.
           05  TELA-CHG-HOLD-SUB     PIC 9(02) COMP VALUE ZERO.
           05  TELA-CHG-EOF-SW       PIC X(01) VALUE "N".
               88  TELA-CHG-EOF                VALUE "Y".
           05  TELA-CHG-MATCH-SW     PIC X(01) VALUE "N".
               88  TELA-CHG-MATCH              VALUE "Y".
           05  TELA-CHG-CURRENT-SW   PIC X(01) VALUE "Y".
               88  TELA-CHG-STILL-CURRENT      VALUE "Y".
           05  TELA-CHG-DECISION     PIC X(01) VALUE SPACE.
               88  TELA-CHG-APPROVE            VALUE "A".
               88  TELA-CHG-REJECT             VALUE "R".
           05  TELA-CHG-CUST-ID      PIC X(06) VALUE SPACES.
           05  TELA-CHG-CUST-NAME    PIC X(66) VALUE SPACES.
           05  TELA-CHG-FIELD-NAME   PIC X(15) VALUE SPACES.
           05  TELA-CHG-OLD-VALUE    PIC X(66) VALUE SPACES.
           05  TELA-CHG-NEW-VALUE    PIC X(66) VALUE SPACES.
           05  TELA-CHG-REQ-OP       PIC X(08) VALUE SPACES.
           05  TELA-CHG-REQ-DT       PIC 9(08) VALUE ZERO.
           05  TELA-CHG-REQ-TM       PIC 9(06) VALUE ZERO.
           05  TELA-CHG-MSG-TEXT     PIC X(73) VALUE SPACES.
           05  TELA-CHG-DONE-SW      PIC X(01) VALUE "N".
               88  TELA-CHG-DECIDED            VALUE "Y".
       01  TELA-CHG-HOLD-TABLE.
           05  TELA-CHG-HOLD-ENTRY OCCURS 3 TIMES.
               10  TELA-CHG-HOLD-FIELD   PIC X(15).
               10  TELA-CHG-HOLD-OLD     PIC X(66).
               10  TELA-CHG-HOLD-NEW     PIC X(66).
               10  TELA-CHG-HOLD-OLD-SAL PIC 9(07)V99.
               10  TELA-CHG-HOLD-NEW-SAL PIC 9(07)V99.
               10  TELA-CHG-HOLD-OLD-DOB PIC 9(08).
               10  TELA-CHG-HOLD-NEW-DOB PIC 9(08).
      *
      **************************************************************
      *     Working storage for future-dated address changes - the
      *     DL100C commit parks an address keyed with a later
      *     Address Effective Date in the new-address area below,
      *     puts the master's own address back before the REWRITE,
      *     and writes the move to the ADDRSCH file for the nightly
      *     DL124 run; the info text shows a customer's outstanding
      *     move on the screen when it is preloaded.
      *     10/15/2026  MVV  Added for the scheduled address change.
      **************************************************************
       01  TELA-ASC-FIELDS.
           05  TELA-ASC-STATUS       PIC X(02) VALUE "00".
               88  TELA-ASC-OK                 VALUE "00".
           05  TELA-ASC-SCHED-SW     PIC X(01) VALUE "N".
               88  TELA-ASC-MOVE-SCHEDULED     VALUE "Y".
           05  TELA-ASC-EOF-SW       PIC X(01) VALUE "N".
               88  TELA-ASC-EOF                VALUE "Y".
           05  TELA-ASC-FOUND-SW     PIC X(01) VALUE "N".
               88  TELA-ASC-FOUND              VALUE "Y".
           05  TELA-ASC-MAX-DD       PIC 9(02) VALUE ZERO.
           05  TELA-ASC-INFO-TEXT    PIC X(73) VALUE SPACES.
           05  TELA-ASC-NEW-ADDR-1   PIC X(66) VALUE SPACES.
           05  TELA-ASC-NEW-ADDR-2   PIC X(66) VALUE SPACES.
           05  TELA-ASC-NEW-CITY     PIC X(38) VALUE SPACES.
           05  TELA-ASC-NEW-ZIP      PIC 9(08) VALUE ZERO.
           05  TELA-ASC-NEW-COUNTRY  PIC X(30) VALUE SPACES.
           05  TELA-ASC-NEW-CTRY-CD  PIC X(02) VALUE SPACES.
      *
      **************************************************************
      *     Working storage for the contact preferences and the
      *     correspondence log - the customer's CUSTPREF record as
      *     it stood before the commit (for the audit), and the
      *     line-18 text naming the most recent letters DL120 has
      *     logged for the customer on LTRLOG, newest first.
      *     10/15/2026  MVV  Added for the contact preferences.
      **************************************************************
       01  TELA-PRF-FIELDS.
           05  TELA-PRF-STATUS       PIC X(02) VALUE "00".
               88  TELA-PRF-OK                 VALUE "00".
           05  TELA-PRF-FOUND-SW     PIC X(01) VALUE "N".
               88  TELA-PRF-ON-FILE            VALUE "Y".
           05  TELA-PRF-OLD-NO-MAIL  PIC X(01) VALUE SPACE.
           05  TELA-PRF-OLD-NO-EMAIL PIC X(01) VALUE SPACE.
           05  TELA-PRF-OLD-NO-PHONE PIC X(01) VALUE SPACE.
           05  TELA-LOG-STATUS       PIC X(02) VALUE "00".
               88  TELA-LOG-OK                 VALUE "00".
           05  TELA-LOG-AVAIL-SW     PIC X(01) VALUE "N".
               88  TELA-LOG-AVAILABLE          VALUE "Y".
           05  TELA-LOG-EOF-SW       PIC X(01) VALUE "N".
               88  TELA-LOG-EOF                VALUE "Y".
           05  TELA-LOG-COUNT        PIC 9(04) VALUE ZERO.
           05  TELA-LOG-SUB          PIC 9(02) VALUE ZERO.
           05  TELA-LOG-LETTER-TEXT  PIC X(73) VALUE SPACES.
       01  TELA-LOG-RECENT-TABLE.
           05  TELA-LOG-RECENT-ENTRY OCCURS 3 TIMES.
               10  TELA-LOG-RECENT-DT    PIC 9(08).
               10  FILLER                PIC X(01).
               10  TELA-LOG-RECENT-TMPL  PIC X(08).
               10  FILLER                PIC X(02).
      *
      **************************************************************
      *     Working storage for the DL100C commit's own bookkeeping -
      *     the master record as it was read for update (a Change
      *     that leaves it exactly as read is neither rewritten nor
      *     journaled), how the master write went, the result of
      *     each companion-file write, and the names of the writes
      *     that did not land, for the message line.
      *     10/15/2026  MVV  Added for the commit result handling.
      **************************************************************
       01  TELA-CMT-FIELDS.
           05  TELA-CMT-OLD-IMAGE    PIC X(392) VALUE SPACES.
           05  TELA-CMT-MASTER-SW    PIC X(01) VALUE SPACE.
               88  TELA-CMT-MASTER-WRITTEN     VALUE "W".
               88  TELA-CMT-MASTER-SAME        VALUE "U".
               88  TELA-CMT-MASTER-FAILED      VALUE "F".
           05  TELA-CMT-WRITE-SW     PIC X(01) VALUE "Y".
               88  TELA-CMT-WRITE-OK           VALUE "Y".
           05  TELA-CMT-PRF-SW       PIC X(01) VALUE "N".
               88  TELA-CMT-PRF-SAVED          VALUE "Y".
           05  TELA-CMT-FAIL-CNT     PIC 9(01) VALUE ZERO.
           05  TELA-CMT-FAIL-PTR     PIC 9(02) VALUE 1.
           05  TELA-CMT-FAIL-NAME    PIC X(12) VALUE SPACES.
           05  TELA-CMT-FAIL-TEXT    PIC X(40) VALUE SPACES.
      *
       01  TELA-BRW-FIELDS.
           05  TELA-BRW-PAGE-NO      PIC 9(04) VALUE 1.
