      ******************************************************************
      * Author:
      * Date:
      * Purpose: Second-operator review of the dual-control queue
      *          PENDING.DAT. Walks every request still pending -
      *          lifting a freeze (ACCOUNT-STATUS-MAINT), raising an
      *          overdraft limit above the DUALCTL.DAT threshold
      *          (OVERDRAFT-MAINT) or deleting a customer
      *          (CUSTOMER-MAINT) - shows who asked for it and why,
      *          and lets the operator approve it, reject it or leave
      *          it pending. Requests raised by the signed-on
      *          operator are passed over: nobody approves their own
      *          change. Only an approval writes to ACCOUNTS.DAT or
      *          CUSTOMERS.DAT. The approved change is logged to
      *          AUDITLOG.DAT (UNFREEZE / DEBITBLOCK / DORMANT or
      *          ODLIMIT, with the request number as reference) or
      *          to CUSTLOG.DAT (DELETE) under the approver's ID; an
      *          approved limit raise queues the overdraft
      *          arrangement fee (OA) on FEEDUE.DAT as OVERDRAFT-MAINT
      *          does. If the account or customer has changed since
      *          the request was raised - no longer frozen, a
      *          different limit, the customer gone or now owning an
      *          account - nothing is applied and the request is
      *          cancelled. Every decision is kept on PENDING.DAT
      *          with the deciding operator and time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE-CHANGES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGES ASSIGN TO "PENDING.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEND_ID
           FILE STATUS IS WS_PENDING_STATUS.

           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT_ID
           ALTERNATE RECORD KEY IS ACCOUNT_PNR
           FILE STATUS IS WS_ACCOUNTS_STATUS.

           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST_PNR
           FILE STATUS IS WS_CUSTOMERS_STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_AUDIT_STATUS.

           SELECT CUSTOMER-LOG ASSIGN TO "CUSTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_CUSTLOG_STATUS.

           SELECT FEE-QUEUE ASSIGN TO "FEEDUE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_FEEDUE_STATUS.

           SELECT OPERATORS ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_OPERATORS_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PENDING-CHANGES.
       COPY "PENDREC.cpy".
       FD ACCOUNTS.
       COPY "ACCTREC.cpy".
       FD CUSTOMERS.
       COPY "CUSTREC.cpy".
       FD AUDIT-LOG.
       COPY "AUDITREC.cpy".
       FD CUSTOMER-LOG.
       COPY "CLOGREC.cpy".
       FD FEE-QUEUE.
       01  FEE_DUE_RECORD.
           02  FEEDUE_ACCOUNT_ID  PIC 9(8).
           02  FEEDUE_CODE        PIC XX.
           02  FEEDUE_TIMESTAMP   PIC X(14).
       FD OPERATORS.
       COPY "OPERREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS_PENDING_STATUS   PIC XX.
       01  WS_ACCOUNTS_STATUS  PIC XX.
       01  WS_CUSTOMERS_STATUS PIC XX.
       01  WS_AUDIT_STATUS     PIC XX.
       01  WS_CUSTLOG_STATUS   PIC XX.
       01  WS_FEEDUE_STATUS    PIC XX.
       01  WS_PENDING_EOF      PIC X.
           88  END-OF-PENDING        VALUE "Y".
       01  WS_REVIEW_QUIT      PIC X.
           88  REVIEW-QUIT           VALUE "Y".
       01  WS_ACCOUNTS_MISSING PIC X.
           88  ACCOUNTS-FILE-MISSING VALUE "Y".
       01  WS_CUSTOMERS_MISSING PIC X.
           88  CUSTOMERS-FILE-MISSING VALUE "Y".
       01  WS_ACTION           PIC X.
       01  WS_APPLY_RESULT     PIC X.
           88  CHANGE-APPLIED        VALUE "A".
           88  CHANGE-OVERTAKEN      VALUE "C".
           88  CHANGE-FAILED         VALUE "F".
       01  WS_OPERATION        PIC X(10).
       01  WS_PNR_IN_USE       PIC X.
           88  PNR-OWNS-ACCOUNT      VALUE "Y".
           88  OWNERSHIP-UNVERIFIED  VALUE "U".
       01  WS_OLD_NAME         PIC X(30).
       01  WS_OLD_ADDRESS      PIC X(40).
       01  WS_PRINT_OLD_LIMIT  PIC Z(7)9.99.
       01  WS_PRINT_NEW_LIMIT  PIC Z(7)9.99.
       01  WS_APPROVED_COUNT   PIC 9(5).
       01  WS_REJECTED_COUNT   PIC 9(5).
       01  WS_CANCELLED_COUNT  PIC 9(5).
       01  WS_LEFT_COUNT       PIC 9(5).
       01  WS_OPERATORS_STATUS PIC XX.
       01  WS_OPERATORS_EOF    PIC X.
           88  END-OF-OPERATORS      VALUE "Y".
       01  WS_OPERATOR_ID      PIC X(8).
       01  WS_SIGNED_ON        PIC X.
           88  OPERATOR-SIGNED-ON    VALUE "Y".
       PROCEDURE DIVISION.
       APPROVE-CHANGES-MAIN.
           PERFORM SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               PERFORM REVIEW-PENDING-CHANGES
           END-IF.
       STOP RUN.

       REVIEW-PENDING-CHANGES.
           MOVE ZERO TO WS_APPROVED_COUNT.
           MOVE ZERO TO WS_REJECTED_COUNT.
           MOVE ZERO TO WS_CANCELLED_COUNT.
           MOVE ZERO TO WS_LEFT_COUNT.
           MOVE "N"  TO WS_REVIEW_QUIT.
           OPEN I-O PENDING-CHANGES.
           EVALUATE TRUE
               WHEN WS_PENDING_STATUS = "35"
                   DISPLAY "NO CHANGES WAITING FOR APPROVAL"
               WHEN WS_PENDING_STATUS NOT = "00"
                   DISPLAY "PENDING APPROVAL FILE NOT AVAILABLE"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE "N" TO WS_PENDING_EOF
                   PERFORM UNTIL END-OF-PENDING OR REVIEW-QUIT
                       READ PENDING-CHANGES NEXT RECORD
                           AT END
                               SET END-OF-PENDING TO TRUE
                           NOT AT END
                               IF PEND-IS-PENDING
                                   PERFORM REVIEW-ONE-CHANGE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-CHANGES
                   DISPLAY " "
                   DISPLAY "APPROVED:     " WS_APPROVED_COUNT
                   DISPLAY "REJECTED:     " WS_REJECTED_COUNT
                   DISPLAY "CANCELLED:    " WS_CANCELLED_COUNT
                   DISPLAY "LEFT PENDING: " WS_LEFT_COUNT
           END-EVALUATE.

       REVIEW-ONE-CHANGE.
           IF PEND_REQUESTED_BY = WS_OPERATOR_ID
               ADD 1 TO WS_LEFT_COUNT
               DISPLAY "REQUEST " PEND_ID
                   " IS YOUR OWN - LEFT FOR ANOTHER OPERATOR"
           ELSE
               PERFORM SHOW-ONE-CHANGE
               DISPLAY "ACTION? A=APPROVE R=REJECT Q=QUIT"
                   " BLANK=LEAVE PENDING"
               MOVE SPACE TO WS_ACTION
               ACCEPT WS_ACTION
               EVALUATE WS_ACTION
                   WHEN "A"
                       PERFORM APPROVE-ONE-CHANGE
                   WHEN "R"
                       MOVE "R" TO PEND_STATUS
                       PERFORM RECORD-DECISION
                       ADD 1 TO WS_REJECTED_COUNT
                       DISPLAY "REQUEST REJECTED"
                   WHEN "Q"
                       ADD 1 TO WS_LEFT_COUNT
                       SET REVIEW-QUIT TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS_LEFT_COUNT
                       DISPLAY "REQUEST LEFT PENDING"
               END-EVALUATE
           END-IF.

       SHOW-ONE-CHANGE.
           DISPLAY " ".
           DISPLAY "REQUEST " PEND_ID " RAISED BY " PEND_REQUESTED_BY
               " AT " PEND_REQUESTED_AT.
           EVALUATE TRUE
               WHEN PEND-IS-UNFREEZE
                   DISPLAY "LIFT FREEZE ON ACCOUNT " PEND_ACCOUNT_ID
                       " - NEW STATUS " PEND_NEW_STATUS
               WHEN PEND-IS-LIMIT-RAISE
                   MOVE PEND_OLD_LIMIT TO WS_PRINT_OLD_LIMIT
                   MOVE PEND_NEW_LIMIT TO WS_PRINT_NEW_LIMIT
                   DISPLAY "RAISE OVERDRAFT LIMIT ON ACCOUNT "
                       PEND_ACCOUNT_ID
                   DISPLAY "FROM " WS_PRINT_OLD_LIMIT
                       " TO " WS_PRINT_NEW_LIMIT
               WHEN PEND-IS-CUST-DELETE
                   DISPLAY "DELETE CUSTOMER " PEND_PNR
               WHEN OTHER
                   DISPLAY "UNKNOWN REQUEST TYPE " PEND_TYPE
           END-EVALUATE.
           DISPLAY "REASON: " PEND_REASON.

      ******************************************************************
      * The master is changed first and the decision recorded after.
      * Should the session die between the two the request is still
      * pending, but approving it again finds the master no longer as
      * it was when the request was raised and cancels it, so the
      * change can never be applied twice.
      ******************************************************************
       APPROVE-ONE-CHANGE.
           SET CHANGE-FAILED TO TRUE.
           EVALUATE TRUE
               WHEN PEND-IS-UNFREEZE
                   PERFORM APPLY-UNFREEZE
               WHEN PEND-IS-LIMIT-RAISE
                   PERFORM APPLY-LIMIT-RAISE
               WHEN PEND-IS-CUST-DELETE
                   PERFORM APPLY-CUSTOMER-DELETE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CHANGE-APPLIED
                   MOVE "A" TO PEND_STATUS
                   PERFORM RECORD-DECISION
                   ADD 1 TO WS_APPROVED_COUNT
                   DISPLAY "REQUEST APPROVED AND APPLIED"
               WHEN CHANGE-OVERTAKEN
                   MOVE "C" TO PEND_STATUS
                   PERFORM RECORD-DECISION
                   ADD 1 TO WS_CANCELLED_COUNT
                   DISPLAY "CHANGED SINCE THE REQUEST WAS RAISED -"
                       " REQUEST CANCELLED"
               WHEN OTHER
                   ADD 1 TO WS_LEFT_COUNT
                   DISPLAY "NOT APPLIED - REQUEST LEFT PENDING"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

       RECORD-DECISION.
           MOVE WS_OPERATOR_ID TO PEND_DECIDED_BY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PEND_DECIDED_AT.
           REWRITE PENDING_CHANGE
               INVALID KEY
                   DISPLAY "UNABLE TO RECORD DECISION"
                   MOVE 1 TO RETURN-CODE
           END-REWRITE.

       APPLY-UNFREEZE.
           PERFORM OPEN-ACCOUNTS-FOR-UPDATE.
           IF NOT ACCOUNTS-FILE-MISSING
               MOVE PEND_ACCOUNT_ID TO ACCOUNT_ID
               READ ACCOUNTS
                   INVALID KEY
                       SET CHANGE-OVERTAKEN TO TRUE
                   NOT INVALID KEY
                       IF ACCOUNT-IS-FROZEN
                           PERFORM REWRITE-ACCOUNT-STATUS
                       ELSE
                           SET CHANGE-OVERTAKEN TO TRUE
                       END-IF
               END-READ
               CLOSE ACCOUNTS
           END-IF.

       REWRITE-ACCOUNT-STATUS.
           MOVE PEND_NEW_STATUS TO ACCOUNT_STATUS.
           EVALUATE PEND_NEW_STATUS
               WHEN "D"
                   MOVE "DEBITBLOCK" TO WS_OPERATION
               WHEN "M"
                   MOVE "DORMANT"    TO WS_OPERATION
               WHEN OTHER
                   MOVE "UNFREEZE"   TO WS_OPERATION
           END-EVALUATE.
           REWRITE ACCOUNT_DATA
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE ACCOUNT"
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-ENTRY
                   SET CHANGE-APPLIED TO TRUE
           END-REWRITE.

       APPLY-LIMIT-RAISE.
           PERFORM OPEN-ACCOUNTS-FOR-UPDATE.
           IF NOT ACCOUNTS-FILE-MISSING
               MOVE PEND_ACCOUNT_ID TO ACCOUNT_ID
               READ ACCOUNTS
                   INVALID KEY
                       SET CHANGE-OVERTAKEN TO TRUE
                   NOT INVALID KEY
                       IF ACCOUNT_ODLIMIT = PEND_OLD_LIMIT
                           PERFORM REWRITE-ACCOUNT-LIMIT
                       ELSE
                           SET CHANGE-OVERTAKEN TO TRUE
                       END-IF
               END-READ
               CLOSE ACCOUNTS
           END-IF.

       REWRITE-ACCOUNT-LIMIT.
           MOVE PEND_NEW_LIMIT TO ACCOUNT_ODLIMIT.
           MOVE "ODLIMIT" TO WS_OPERATION.
           REWRITE ACCOUNT_DATA
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE ACCOUNT"
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-ENTRY
                   PERFORM QUEUE-ARRANGEMENT-FEE
                   SET CHANGE-APPLIED TO TRUE
           END-REWRITE.

      ******************************************************************
      * The ownership check is made again at approval, failing closed
      * as in CUSTOMER-MAINT: an account opened since the request
      * cancels it, an accounts file that cannot be read leaves it
      * pending.
      ******************************************************************
       APPLY-CUSTOMER-DELETE.
           PERFORM CHECK-PNR-OWNS-ACCOUNT.
           EVALUATE TRUE
               WHEN OWNERSHIP-UNVERIFIED
                   DISPLAY "ACCOUNTS FILE NOT AVAILABLE - CANNOT"
                       " VERIFY OWNERSHIP"
               WHEN PNR-OWNS-ACCOUNT
                   SET CHANGE-OVERTAKEN TO TRUE
               WHEN OTHER
                   PERFORM DELETE-CUSTOMER
           END-EVALUATE.

       DELETE-CUSTOMER.
           PERFORM OPEN-CUSTOMERS-FOR-UPDATE.
           IF NOT CUSTOMERS-FILE-MISSING
               MOVE PEND_PNR TO CUST_PNR
               READ CUSTOMERS
                   INVALID KEY
                       SET CHANGE-OVERTAKEN TO TRUE
                   NOT INVALID KEY
                       MOVE CUST_NAME    TO WS_OLD_NAME
                       MOVE CUST_ADDRESS TO WS_OLD_ADDRESS
                       DELETE CUSTOMERS
                           INVALID KEY
                               DISPLAY "UNABLE TO DELETE CUSTOMER"
                           NOT INVALID KEY
                               PERFORM WRITE-CUSTOMER-LOG
                               SET CHANGE-APPLIED TO TRUE
                       END-DELETE
               END-READ
               CLOSE CUSTOMERS
           END-IF.

      ******************************************************************
      * Only a missing accounts file (status 35, nothing created yet)
      * means no accounts are owned; any other open failure leaves
      * ownership unverified.
      ******************************************************************
       CHECK-PNR-OWNS-ACCOUNT.
           MOVE "N" TO WS_PNR_IN_USE.
           OPEN INPUT ACCOUNTS.
           EVALUATE TRUE
               WHEN WS_ACCOUNTS_STATUS = "00"
                   MOVE PEND_PNR TO ACCOUNT_PNR
                   READ ACCOUNTS KEY IS ACCOUNT_PNR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET PNR-OWNS-ACCOUNT TO TRUE
                   END-READ
                   CLOSE ACCOUNTS
               WHEN WS_ACCOUNTS_STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   SET OWNERSHIP-UNVERIFIED TO TRUE
           END-EVALUATE.

       OPEN-ACCOUNTS-FOR-UPDATE.
           MOVE "N" TO WS_ACCOUNTS_MISSING.
           OPEN I-O ACCOUNTS.
           IF WS_ACCOUNTS_STATUS NOT = "00"
               DISPLAY "ACCOUNTS FILE NOT AVAILABLE"
               MOVE "Y" TO WS_ACCOUNTS_MISSING
           END-IF.

       OPEN-CUSTOMERS-FOR-UPDATE.
           MOVE "N" TO WS_CUSTOMERS_MISSING.
           OPEN I-O CUSTOMERS.
           IF WS_CUSTOMERS_STATUS NOT = "00"
               DISPLAY "CUSTOMER FILE NOT AVAILABLE"
               MOVE "Y" TO WS_CUSTOMERS_MISSING
           END-IF.

       WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-LOG.
           IF WS_AUDIT_STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE ACCOUNT_ID     TO AUDIT_ACCOUNT_ID.
           MOVE WS_OPERATION   TO AUDIT_OPERATION.
           MOVE ACCOUNT_SUM    TO AUDIT_OLD_SUM.
           MOVE ACCOUNT_SUM    TO AUDIT_NEW_SUM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT_TIMESTAMP.
           MOVE PEND_ID        TO AUDIT_REFERENCE.
           MOVE PEND_REASON    TO AUDIT_REASON.
           MOVE WS_OPERATOR_ID TO AUDIT_OPERATOR.
           WRITE AUDIT_ENTRY.
           IF WS_AUDIT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE AUDIT ENTRY"
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE AUDIT-LOG.

       WRITE-CUSTOMER-LOG.
           OPEN EXTEND CUSTOMER-LOG.
           IF WS_CUSTLOG_STATUS = "35"
               OPEN OUTPUT CUSTOMER-LOG
               CLOSE CUSTOMER-LOG
               OPEN EXTEND CUSTOMER-LOG
           END-IF.
           MOVE PEND_PNR        TO CUSTLOG_PNR.
           MOVE "DELETE"        TO CUSTLOG_ACTION.
           MOVE WS_OLD_NAME     TO CUSTLOG_OLD_NAME.
           MOVE WS_OLD_ADDRESS  TO CUSTLOG_OLD_ADDR.
           MOVE SPACES          TO CUSTLOG_NEW_NAME.
           MOVE SPACES          TO CUSTLOG_NEW_ADDR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CUSTLOG_TIMESTAMP.
           MOVE WS_OPERATOR_ID  TO CUSTLOG_OPERATOR.
           WRITE CUSTLOG_ENTRY.
           IF WS_CUSTLOG_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE CUSTOMER LOG ENTRY"
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE CUSTOMER-LOG.

       QUEUE-ARRANGEMENT-FEE.
           OPEN EXTEND FEE-QUEUE.
           IF WS_FEEDUE_STATUS = "35"
               OPEN OUTPUT FEE-QUEUE
               CLOSE FEE-QUEUE
               OPEN EXTEND FEE-QUEUE
           END-IF.
           MOVE ACCOUNT_ID TO FEEDUE_ACCOUNT_ID.
           MOVE "OA"       TO FEEDUE_CODE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FEEDUE_TIMESTAMP.
           WRITE FEE_DUE_RECORD.
           IF WS_FEEDUE_STATUS NOT = "00"
               DISPLAY "UNABLE TO QUEUE ARRANGEMENT FEE"
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE FEE-QUEUE.

      ******************************************************************
      * Sign-on fails closed: no operator list on file, a blank ID, the
      * reserved batch ID or an ID not on the list and nothing is done.
      ******************************************************************
       SIGN-ON-OPERATOR.
           MOVE "N" TO WS_SIGNED_ON.
           DISPLAY "OPERATOR ID:".
           ACCEPT  WS_OPERATOR_ID.
           OPEN INPUT OPERATORS.
           IF WS_OPERATORS_STATUS NOT = "00"
               DISPLAY "NO OPERATOR LIST ON FILE - SIGN-ON REFUSED"
           ELSE
               MOVE "N" TO WS_OPERATORS_EOF
               PERFORM UNTIL END-OF-OPERATORS OR OPERATOR-SIGNED-ON
                   READ OPERATORS
                       AT END
                           SET END-OF-OPERATORS TO TRUE
                       NOT AT END
                           IF OPER_ID = WS_OPERATOR_ID
                               AND WS_OPERATOR_ID NOT = SPACES
                               AND WS_OPERATOR_ID NOT = "BATCH"
                               SET OPERATOR-SIGNED-ON TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATORS
               IF NOT OPERATOR-SIGNED-ON
                   DISPLAY "OPERATOR ID NOT RECOGNISED - SIGN-ON"
                       " REFUSED"
               END-IF
           END-IF.
           IF NOT OPERATOR-SIGNED-ON
               MOVE 1 TO RETURN-CODE
           END-IF.
       END PROGRAM APPROVE-CHANGES.
