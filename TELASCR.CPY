               LINE 20 COLUMN 1 BACKGROUND-COLOR 6 FOREGROUND-COLOR 7.
           05  FILLER PIC X(40) VALUE ALL "-"
               LINE 20 COLUMN 41 BACKGROUND-COLOR 6 FOREGROUND-COLOR 7.
      *    10/15/2026  MVV  Address Effective Date on line 21 - a
      *                     date later than today schedules the
      *                     address change on ADDRSCH instead of
      *                     committing it - and an outstanding
      *                     scheduled move shown on line 22.
      *    10/15/2026  MVV  Do-not-mail/email/phone preference
      *                     flags on lines 13-15, and the customer's
      *                     most recent logged letters on line 18.
           05  VALUE "Do Not Mail..:"
               LINE 13 COLUMN 45 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  VALUE "Do Not Email.:"
               LINE 14 COLUMN 45 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  VALUE "Do Not Phone.:"
               LINE 15 COLUMN 45 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  VALUE "(Y = suppress)"
               LINE 14 COLUMN 63 BACKGROUND-COLOR 0 FOREGROUND-COLOR 3.
           05  VALUE "Addr Eff Dt..:"
               LINE 21 COLUMN 7 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  VALUE "(YYYYMMDD - zero = now, later = scheduled move)"
               LINE 21 COLUMN 31 BACKGROUND-COLOR 0 FOREGROUND-COLOR 3.
           05  FILLER PIC X(40) VALUE ALL "="
               LINE 23 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  FILLER PIC X(40) VALUE ALL "="
               REVERSE-VIDEO AUTO-SKIP TO TELA-SCR-F-14.
           05  TELA-SCR-I-15 LINE 24 COLUMN 6 PIC X(73)
               REVERSE-VIDEO AUTO-SKIP TO TELA-SCR-F-15.
           05  TELA-SCR-I-16 LINE 21 COLUMN 21 PIC 9(08)
               REVERSE-VIDEO AUTO-SKIP TO TELA-SCR-F-16.
           05  TELA-SCR-I-17 LINE 22 COLUMN 7 PIC X(73)
               FROM TELA-ASC-INFO-TEXT.
           05  TELA-SCR-I-18 LINE 13 COLUMN 60 PIC X(01)
               REVERSE-VIDEO AUTO-SKIP TO TELA-SCR-F-18.
           05  TELA-SCR-I-19 LINE 14 COLUMN 60 PIC X(01)
               REVERSE-VIDEO AUTO-SKIP TO TELA-SCR-F-19.
           05  TELA-SCR-I-20 LINE 15 COLUMN 60 PIC X(01)
               REVERSE-VIDEO AUTO-SKIP TO TELA-SCR-F-20.
           05  TELA-SCR-I-21 LINE 18 COLUMN 7 PIC X(73)
               FROM TELA-LOG-LETTER-TEXT.
      *
      **************************************************************
      *     Scrollable Comments view, popped open from TELA-SCR-I-14
      *                      name STARTs the browse on the CUST-NAME
      *                      alternate key instead of paging the
      *                      whole file in ID order.
      *     10/15/2026  MVV  Added H = Held Changes (supervisors) -
      *                      the approval queue for Name/Salary/DOB
      *                      changes parked on CHGPEND.
      **************************************************************
       01  TELA-MENU-SCR.
           05  VALUE " " BLANK SCREEN LINE 1 COLUMN 1.
               LINE 3 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  VALUE "A = Add       C = Change     I = Inquire"
               LINE 5 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  VALUE "H = Held Changes"
               LINE 5 COLUMN 45 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  VALUE "D = Delete    L = List       T = Deactivate"
               LINE 6 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  VALUE "S = Find Name M = Merge      P = Pending"
               REVERSE-VIDEO TO TELA-BRW-SEL-ID.
           05  VALUE "PF7=Prev  PF8=Next  PF3=Select PF12=Cancel"
               LINE 23 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 3.
      *
      **************************************************************
      *     Held-change review, popped open from the menu with
      *     option H - one CHGPEND change at a time: the customer,
      *     the field, the master's current value against the one
      *     requested, and who keyed it when.  A approves, R
      *     rejects, blank skips to the next; PF3/PF12 returns to
      *     the menu.
      *     10/15/2026  MVV  Added for the supervisor approval of
      *                      Name/Salary/DOB changes.
      **************************************************************
       01  TELA-CHG-SCR.
           05  VALUE " " BLANK SCREEN LINE 1 COLUMN 1.
           05  FILLER PIC X(40) VALUE ALL "="
               LINE 1 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  VALUE "Held Change Approval"
               LINE 2 COLUMN 1 BACKGROUND-COLOR 5 FOREGROUND-COLOR 7.
           05  FILLER PIC X(40) VALUE ALL "="
               LINE 3 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  VALUE "Customer ID:"
               LINE 5 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  TELA-CHG-SCR-ID LINE 5 COLUMN 14 PIC X(06)
               FROM TELA-CHG-CUST-ID.
           05  VALUE "Name.......:"
               LINE 6 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  TELA-CHG-SCR-NAME LINE 6 COLUMN 14 PIC X(66)
               FROM TELA-CHG-CUST-NAME.
           05  VALUE "Field......:"
               LINE 8 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  TELA-CHG-SCR-FIELD LINE 8 COLUMN 14 PIC X(15)
               FROM TELA-CHG-FIELD-NAME.
           05  VALUE "Current....:"
               LINE 9 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  TELA-CHG-SCR-OLD LINE 9 COLUMN 14 PIC X(66)
               FROM TELA-CHG-OLD-VALUE.
           05  VALUE "Requested..:"
               LINE 10 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  TELA-CHG-SCR-NEW LINE 10 COLUMN 14 PIC X(66)
               FROM TELA-CHG-NEW-VALUE.
           05  VALUE "Keyed by...:"
               LINE 12 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  TELA-CHG-SCR-OP LINE 12 COLUMN 14 PIC X(08)
               FROM TELA-CHG-REQ-OP.
           05  VALUE "on"
               LINE 12 COLUMN 24 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  TELA-CHG-SCR-DT LINE 12 COLUMN 27 PIC 9(08)
               FROM TELA-CHG-REQ-DT.
           05  TELA-CHG-SCR-TM LINE 12 COLUMN 36 PIC 9(06)
               FROM TELA-CHG-REQ-TM.
           05  FILLER PIC X(40) VALUE ALL "-"
               LINE 14 COLUMN 1 BACKGROUND-COLOR 6 FOREGROUND-COLOR 7.
           05  VALUE "Decision...:"
               LINE 15 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  TELA-CHG-SCR-DEC LINE 15 COLUMN 14 PIC X(01)
               REVERSE-VIDEO AUTO-SKIP TO TELA-CHG-DECISION.
           05  VALUE "(A = Approve  R = Reject  blank = Skip to next)"
               LINE 16 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 3.
           05  VALUE "PF3/PF12=Return to menu"
               LINE 21 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 3.
           05  VALUE "Msg:"
               LINE 24 COLUMN 1 BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
           05  TELA-CHG-SCR-MSG LINE 24 COLUMN 6 PIC X(73)
               FROM TELA-CHG-MSG-TEXT.
