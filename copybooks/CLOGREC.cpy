      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared CUSTLOG.DAT record layout - the trail of every
      *          add, amend and delete on CUSTOMERS.DAT with the
      *          before and after values, a timestamp and the ID of
      *          the operator who made the change (the approving
      *          operator for a delete taken from the approval
      *          queue). COPY this into every program that changes
      *          the customer master.
      ******************************************************************
       01  CUSTLOG_ENTRY.
           02  CUSTLOG_PNR        PIC 9(12).
           02  CUSTLOG_ACTION     PIC X(6).
           02  CUSTLOG_OLD_NAME   PIC X(30).
           02  CUSTLOG_OLD_ADDR   PIC X(40).
           02  CUSTLOG_NEW_NAME   PIC X(30).
           02  CUSTLOG_NEW_ADDR   PIC X(40).
           02  CUSTLOG_TIMESTAMP  PIC X(14).
           02  CUSTLOG_OPERATOR   PIC X(8).
