      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared LETTERLOG.DAT record layout - one entry per
      *          customer letter, keyed on account, letter type and
      *          the time of the event that triggered it, so the same
      *          event can never be lettered twice. Written by
      *          CUSTOMER-LETTERS, shown to branch staff in
      *          INQUIRE-ACCOUNT, and never deleted.
      *          LLOG_TYPE:   DM = account marked dormant
      *                       FZ = account frozen
      *                       CL = account closed
      *                       OD = account taken past its overdraft
      *                            limit (event time = the letter run)
      *          LLOG_STATUS: S = sent to the mailing house in batch
      *                           LLOG_BATCH as letter LLOG_LETTER_NO
      *                       N = not sent, LLOG_NOTE says why
      *          An OD entry stays open until the account is back
      *          inside its limit, so one spell past the limit gets
      *          one letter however many nights it lasts.
      ******************************************************************
       01  LETTER_LOG_ENTRY.
           02  LLOG_KEY.
               03  LLOG_ACCOUNT_ID    PIC 9(8).
               03  LLOG_TYPE          PIC XX.
                   88  LETTER-IS-DORMANT     VALUE "DM".
                   88  LETTER-IS-FROZEN      VALUE "FZ".
                   88  LETTER-IS-CLOSED      VALUE "CL".
                   88  LETTER-IS-OVERDRAWN   VALUE "OD".
               03  LLOG_EVENT_AT      PIC X(14).
           02  LLOG_PNR           PIC 9(12).
           02  LLOG_NAME          PIC X(30).
           02  LLOG_AMOUNT        PIC S9(8)V99.
           02  LLOG_STATUS        PIC X.
               88  LETTER-SENT           VALUE "S".
               88  LETTER-NOT-SENT       VALUE "N".
           02  LLOG_NOTE          PIC X(20).
           02  LLOG_BATCH         PIC X(14).
           02  LLOG_LETTER_NO     PIC 9(6).
           02  LLOG_LOGGED_AT     PIC X(14).
           02  LLOG_OD_EPISODE    PIC X.
               88  OD-EPISODE-OPEN       VALUE "O".
               88  OD-EPISODE-ENDED      VALUE "E".
           02  LLOG_OD_ENDED_AT   PIC X(14).
