      *                       DB = account blocked for debits
      *                       DL = daily withdrawal limit exceeded
      *                       DM = account dormant, debits refused
      *                       PX = payment or returned payment with
      *                            missing payee or reference
      *                       CD = account number check digit wrong
      *                       SH = identity number has an unresolved
      *                            or confirmed sanctions list match
      ******************************************************************
       01  SUSPENSE_ENTRY.
           02  SUSP_SOURCE        PIC X.
           02  SUSP_REASON        PIC XX.
           02  SUSP_DATA          PIC X(60).
