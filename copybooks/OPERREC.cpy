      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared OPERATORS.DAT record layout - the list of
      *          operator IDs allowed to sign on to the maintenance
      *          and posting screens, one per record, kept by system
      *          administration like the other parameter files. COPY
      *          this into every program that signs an operator on.
      *          BATCH is reserved for the batch runs and is never
      *          accepted at sign-on.
      ******************************************************************
       01  OPERATOR_RECORD.
           02  OPER_ID            PIC X(8).
           02  OPER_NAME          PIC X(30).
