      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared PENDING.DAT record layout - maintenance held
      *          for a second operator's approval, keyed on request
      *          number. COPY this into every program that queues,
      *          decides or reports on pending changes.
      *          PEND_TYPE:   UF = lift a freeze (ACCOUNT-STATUS-MAINT)
      *                       OD = raise an overdraft limit above the
      *                            threshold (OVERDRAFT-MAINT)
      *                       CD = delete a customer (CUSTOMER-MAINT)
      *          PEND_STATUS: P = pending, A = approved and applied,
      *                       R = rejected, C = cancelled because the
      *                       master changed after the request
      *          Nothing is written to ACCOUNTS.DAT or CUSTOMERS.DAT
      *          until a different operator approves the request in
      *          APPROVE-CHANGES.
      ******************************************************************
       01  PENDING_CHANGE.
           02  PEND_ID            PIC 9(8).
           02  PEND_TYPE          PIC XX.
               88  PEND-IS-UNFREEZE      VALUE "UF".
               88  PEND-IS-LIMIT-RAISE   VALUE "OD".
               88  PEND-IS-CUST-DELETE   VALUE "CD".
           02  PEND_ACCOUNT_ID    PIC 9(8).
           02  PEND_PNR           PIC 9(12).
           02  PEND_NEW_STATUS    PIC X.
           02  PEND_OLD_LIMIT     PIC 9(8)V99.
           02  PEND_NEW_LIMIT     PIC 9(8)V99.
           02  PEND_REASON        PIC X(20).
           02  PEND_REQUESTED_BY  PIC X(8).
           02  PEND_REQUESTED_AT  PIC X(14).
           02  PEND_STATUS        PIC X.
               88  PEND-IS-PENDING       VALUE "P".
               88  PEND-IS-APPROVED      VALUE "A".
               88  PEND-IS-REJECTED      VALUE "R".
               88  PEND-IS-CANCELLED     VALUE "C".
           02  PEND_DECIDED_BY    PIC X(8).
           02  PEND_DECIDED_AT    PIC X(14).
