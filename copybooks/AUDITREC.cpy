      * Purpose: Shared AUDIT-LOG record layout. COPY this into every
      *          program that writes or rewrites an ACCOUNT_DATA record
      *          so AUDITLOG.DAT has one consistent trail of who did
      *          what to ACCOUNTS.DAT and when. AUDIT_OPERATOR is
      *          the ID the operator signed on with, or BATCH for an
      *          entry written by a batch run; a change applied from
      *          the approval queue carries the approving operator
      *          and the request number in AUDIT_REFERENCE.
      ******************************************************************
       01  AUDIT_ENTRY.
           02  AUDIT_ACCOUNT_ID   PIC 9(8).
           02  AUDIT_TIMESTAMP    PIC X(14).
           02  AUDIT_REFERENCE    PIC 9(8).
           02  AUDIT_REASON       PIC X(20).
           02  AUDIT_OPERATOR     PIC X(8).
