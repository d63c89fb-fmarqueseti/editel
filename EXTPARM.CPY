      *     comma-delimited CSV layout (CSVCUST.CPY field order) to
      *     CSVOUT; format B writes the fixed billing extract layout
      *     (BILLEXT.CPY) to BILLOUT.
      *     The DL120 letter run reads the same record from LTRPARM
      *     and uses two trailing fields DL108 ignores: the ID of
      *     the letter template, logged against every letter on
      *     LTRLOG (blank logs as LTRTMPL), and the repeat window -
      *     no second letter to a customer within that many days
      *     of the last one (blank defaults to 30, zero turns the
      *     check off).
      * ------------------------------------------------------------
      *     Modification History
      *     08/22/2026  MVV  Initial version.
      *     10/15/2026  MVV  Template ID and repeat window for the
      *                      DL120 letter run.
      **************************************************************
      *
       01  EXTRACT-PARM-RECORD.
           05  XTP-FORMAT-CD         PIC X(01).
               88  XTP-FORMAT-CSV            VALUE "C".
               88  XTP-FORMAT-BILLING        VALUE "B".
           05  XTP-TEMPLATE-ID       PIC X(08).
           05  XTP-REPEAT-DAYS-X     PIC X(03).
           05  XTP-REPEAT-DAYS       REDEFINES XTP-REPEAT-DAYS-X
                                     PIC 9(03).
