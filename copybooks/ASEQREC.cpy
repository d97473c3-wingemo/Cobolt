      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared ACCTSEQ.DAT record layout - the account number
      *          sequence. COPY this into every program that assigns
      *          or validates account numbers. An account number is
      *          a seven-digit serial followed by a check digit
      *          (modulus 10, the same weighting as the identity
      *          number check). ASEQ_NEXT_SERIAL is the serial the
      *          next new account gets. ASEQ_FIRST_CHECKED is the
      *          first account number issued with a check digit:
      *          any lower number was opened before check digits
      *          were introduced and is accepted as it stands, so the
      *          old accounts keep their numbers. With no ACCTSEQ.DAT
      *          on disk no number has been issued yet and every
      *          existing number is an old one. ASEQ_BATCH_DONE is the
      *          count of NEWACCOUNTS.DAT records an unfinished batch
      *          run has already handled, so a restart skips them.
      ******************************************************************
       01  ACCOUNT_SEQUENCE_RECORD.
           02  ASEQ_NEXT_SERIAL    PIC 9(7).
           02  ASEQ_FIRST_CHECKED  PIC 9(8).
           02  ASEQ_BATCH_DONE     PIC 9(6).
