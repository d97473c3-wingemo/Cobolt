      *          held on DAILYCAP.DAT (one record, amount; no file
      *          or zero = no cap) the excess withdrawal is rejected
      *          with reason DL.
      *          A payment to another bank (TXN_TYPE P) carries the
      *          payee's clearing number and account; it is debited
      *          with the same frozen, blocked, dormant, overdraft
      *          and daily cap checks as a withdrawal (the cap
      *          counts the day's WITHDRAWAL and EXTPAYMENT entries
      *          together), written to AUDITLOG.DAT as EXTPAYMENT
      *          under a reference from XFERSEQ.DAT, and queued on
      *          OUTPAYMENTS.DAT for EXPORT-PAYMENTS to send to the
      *          clearing house. A payment the clearing house sends
      *          back (TXN_TYPE R, queued by IMPORT-CLEARING with the
      *          original reference) is credited to the account
      *          again as PAYRETURN under that same reference.
      *          An account number (either side of a transfer) whose
      *          check digit is wrong is refused before ACCOUNTS.DAT
      *          is read - reason CD in batch; numbers below the
      *          first checked number on ACCTSEQ.DAT predate check
      *          digits and are taken as they stand.
      *          In BATCH mode a rejected transaction (unknown
      *          account, insufficient funds, bad transfer) is
      *          written to
      *          SUSPENSE.DAT with a reason code and the original
      *          record intact, and the run carries on; SUSPENSE-
      *          REVIEW is the morning-after screen for those. A
      *          rejection for insufficient funds (reason IF) also
      *          queues the IF charge on FEEDUE.DAT for POST-FEES. A
      *          completed batch run empties TRANSACTIONS.DAT so
      *          the records the standing order and clearing steps
      *          append each night cannot be posted again on the
           SELECT DAILY-CAP ASSIGN TO "DAILYCAP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_DAILYCAP_STATUS.

           SELECT OUT-PAYMENTS ASSIGN TO "OUTPAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_OUTPAY_STATUS.

           SELECT FEE-QUEUE ASSIGN TO "FEEDUE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_FEEDUE_STATUS.

           SELECT ACCOUNT-SEQUENCE ASSIGN TO "ACCTSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SEQUENCE_STATUS.

           SELECT OPERATORS ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_OPERATORS_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
           02  TXN_AMOUNT      PIC S9(8)V99.
           02  TXN_TYPE        PIC X.
           02  TXN_TO_ACCOUNT  PIC 9(8).
           02  TXN_RETURN_REFERENCE REDEFINES TXN_TO_ACCOUNT
                               PIC 9(8).
           02  TXN_PAYEE_CLEARING  PIC 9(5).
           02  TXN_PAYEE_ACCOUNT   PIC 9(10).
       FD TXN-CHECKPOINT.
       01  TXN_CHECKPOINT_RECORD  PIC 9(6).
       FD XFER-SEQUENCE.
       FD DAILY-CAP.
       01  DAILY_CAP_RECORD.
           02  DAILY_CAP_AMOUNT  PIC 9(8)V99.
       FD OUT-PAYMENTS.
       01  OUT_PAYMENT_RECORD.
           02  OUTPAY_REFERENCE      PIC 9(8).
           02  OUTPAY_ACCOUNT_ID     PIC 9(8).
           02  OUTPAY_AMOUNT         PIC 9(8)V99.
           02  OUTPAY_CLEARING       PIC 9(5).
           02  OUTPAY_PAYEE_ACCOUNT  PIC 9(10).
           02  OUTPAY_TIMESTAMP      PIC X(14).
       FD FEE-QUEUE.
       01  FEE_DUE_RECORD.
           02  FEEDUE_ACCOUNT_ID  PIC 9(8).
           02  FEEDUE_CODE        PIC XX.
           02  FEEDUE_TIMESTAMP   PIC X(14).
       FD ACCOUNT-SEQUENCE.
       COPY "ASEQREC.cpy".
       FD OPERATORS.
       COPY "OPERREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS_ACCOUNTS_STATUS      PIC XX.
       01  WS_AUDIT_STATUS         PIC XX.
       01  WS_XFERSEQ_STATUS       PIC XX.
       01  WS_TXN_TYPE             PIC X.
           88  TXN-IS-TRANSFER        VALUE "T".
           88  TXN-IS-PAYMENT         VALUE "P".
           88  TXN-IS-PAYMENT-RETURN  VALUE "R".
       01  WS_TO_ACCOUNT           PIC 9(8).
       01  WS_FROM_SUM             PIC S9(8)V99.
       01  WS_FROM_ODLIMIT         PIC 9(8)V99.
       01  WS_TODAYS_WITHDRAWN     PIC 9(10)V99.
       01  WS_AUDIT_EOF            PIC X.
           88  END-OF-AUDIT-LOG       VALUE "Y".
       01  WS_OUTPAY_STATUS        PIC XX.
       01  WS_FEEDUE_STATUS        PIC XX.
       01  WS_PAYEE_CLEARING       PIC 9(5).
       01  WS_PAYEE_ACCOUNT        PIC 9(10).
       01  WS_RETURN_REFERENCE     PIC 9(8).
       01  WS_PAYMENT_AMOUNT       PIC 9(8)V99.
       01  WS_PAYMENT_VALID        PIC X.
           88  PAYMENT-DETAILS-VALID  VALUE "Y".
       01  WS_SEQUENCE_STATUS  PIC XX.
       01  WS_CHECK_DIGITS_USED PIC X.
           88  CHECK-DIGITS-IN-USE VALUE "Y".
       01  WS_FIRST_CHECKED    PIC 9(8).
       01  WS_ACCT_DATA        PIC 9(8).
       01  WS_ACCT_TABLE REDEFINES WS_ACCT_DATA.
           02  WS_ACCT_DIGIT   PIC 9 OCCURS 8 TIMES.
       01  WS_ACCT_SUM         PIC 9(4).
       01  WS_ACCT_PRODUCT     PIC 9(4).
       01  WS_ACCT_WEIGHT      PIC 9.
       01  WS_ACCT_CHECK       PIC 9.
       01  WS_ACCT_IDX         PIC 99.
       01  WS_ACCT_VALID       PIC X.
           88  ACCOUNT-NUMBER-VALID VALUE "Y".
       01  WS_OPERATORS_STATUS PIC XX.
       01  WS_OPERATORS_EOF    PIC X.
           88  END-OF-OPERATORS      VALUE "Y".
       01  WS_OPERATOR_ID      PIC X(8).
       01  WS_SIGNED_ON        PIC X.
           88  OPERATOR-SIGNED-ON    VALUE "Y".
       PROCEDURE DIVISION.
       POST-TRANSACTION-MAIN.
           MOVE ZERO TO WS_AUDIT_REFERENCE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_TODAY.
           PERFORM LOAD-DAILY-CAP.
           PERFORM LOAD-ACCOUNT-SEQUENCE.
           ACCEPT WS_CMD_LINE FROM COMMAND-LINE.
           IF WS_CMD_LINE(1:5) = "BATCH"
               MOVE "B" TO WS_RUN_MODE
               MOVE "BATCH" TO WS_OPERATOR_ID
               PERFORM BATCH-POST-TRANSACTIONS
           ELSE
               MOVE "I" TO WS_RUN_MODE
               PERFORM SIGN-ON-OPERATOR
               IF OPERATOR-SIGNED-ON
                   PERFORM INTERACTIVE-POST-TRANSACTION
               END-IF
           END-IF.
       STOP RUN.

           ACCEPT  WS_AMOUNT.
           DISPLAY "TRANSFER TO ACCOUNT (ZERO = NONE):".
           ACCEPT  WS_TO_ACCOUNT.
           MOVE ZERO TO WS_PAYEE_CLEARING.
           MOVE ZERO TO WS_PAYEE_ACCOUNT.
           MOVE ZERO TO WS_RETURN_REFERENCE.
           IF WS_TO_ACCOUNT = ZERO
               DISPLAY "PAY TO OTHER BANK - CLEARING NUMBER"
                   " (ZERO = NONE):"
               ACCEPT  WS_PAYEE_CLEARING
           END-IF.
           EVALUATE TRUE
               WHEN WS_TO_ACCOUNT NOT = ZERO
                   MOVE "T" TO WS_TXN_TYPE
               WHEN WS_PAYEE_CLEARING NOT = ZERO
                   DISPLAY "PAYEE ACCOUNT NUMBER:"
                   ACCEPT  WS_PAYEE_ACCOUNT
                   MOVE "P" TO WS_TXN_TYPE
               WHEN OTHER
                   MOVE SPACE TO WS_TXN_TYPE
           END-EVALUATE.
           PERFORM OPEN-ACCOUNTS-FILE.
           IF NOT ACCOUNTS-FILE-MISSING
               PERFORM POST-ONE-TRANSACTION
                                   MOVE TXN_AMOUNT     TO WS_AMOUNT
                                   MOVE TXN_TYPE       TO WS_TXN_TYPE
                                   MOVE TXN_TO_ACCOUNT TO WS_TO_ACCOUNT
                                   PERFORM LOAD-PAYMENT-FIELDS
                                   PERFORM POST-ONE-TRANSACTION
                                   PERFORM WRITE-TXN-CHECKPOINT
                               END-IF
               CLOSE ACCOUNTS
           END-IF.

      ******************************************************************
      * Queue records written before payments existed are shorter and
      * come back with the payee fields blank, so those fields are
      * only taken up for the record types that use them.
      ******************************************************************
       LOAD-PAYMENT-FIELDS.
           MOVE ZERO TO WS_PAYEE_CLEARING.
           MOVE ZERO TO WS_PAYEE_ACCOUNT.
           MOVE ZERO TO WS_RETURN_REFERENCE.
           IF TXN-IS-PAYMENT
               IF TXN_PAYEE_CLEARING IS NUMERIC
                   MOVE TXN_PAYEE_CLEARING TO WS_PAYEE_CLEARING
               END-IF
               IF TXN_PAYEE_ACCOUNT IS NUMERIC
                   MOVE TXN_PAYEE_ACCOUNT  TO WS_PAYEE_ACCOUNT
               END-IF
           END-IF.
           IF TXN-IS-PAYMENT-RETURN
               MOVE TXN_RETURN_REFERENCE TO WS_RETURN_REFERENCE
           END-IF.

       CLEAR-TRANSACTION-QUEUE.
           OPEN OUTPUT TRANSACTIONS.
           CLOSE TRANSACTIONS.
           END-IF.

       POST-ONE-TRANSACTION.
           PERFORM CHECK-ACCOUNT-NUMBERS.
           IF ACCOUNT-NUMBER-VALID
               PERFORM POST-CHECKED-TRANSACTION
           END-IF.

      ******************************************************************
      * A mistyped account number is refused on its check digit alone,
      * before ACCOUNTS.DAT is read, so it cannot land on another
      * customer's account. Both sides of a transfer are checked.
      ******************************************************************
       CHECK-ACCOUNT-NUMBERS.
           MOVE WS_ACCOUNT_ID TO WS_ACCT_DATA.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           IF ACCOUNT-NUMBER-VALID AND TXN-IS-TRANSFER
               MOVE WS_TO_ACCOUNT TO WS_ACCT_DATA
               PERFORM VALIDATE-ACCOUNT-NUMBER
           END-IF.
           IF NOT ACCOUNT-NUMBER-VALID
               DISPLAY "INVALID ACCOUNT NUMBER " WS_ACCT_DATA
                   " - CHECK DIGIT WRONG"
               MOVE "CD" TO WS_REJECT_REASON
               PERFORM NOTE-REJECTED-TRANSACTION
           END-IF.

       POST-CHECKED-TRANSACTION.
           MOVE "Y" TO WS_PAYMENT_VALID.
           IF TXN-IS-PAYMENT OR TXN-IS-PAYMENT-RETURN
               PERFORM VALIDATE-PAYMENT-DETAILS
           END-IF.
           EVALUATE TRUE
               WHEN TXN-IS-TRANSFER
                   PERFORM POST-TRANSFER
               WHEN NOT PAYMENT-DETAILS-VALID
                   CONTINUE
               WHEN OTHER
                   MOVE WS_ACCOUNT_ID TO ACCOUNT_ID
                   READ ACCOUNTS
                       INVALID KEY
                           DISPLAY "ACCOUNT NOT FOUND"
                           MOVE "AN" TO WS_REJECT_REASON
                           PERFORM NOTE-REJECTED-TRANSACTION
                       NOT INVALID KEY
                           PERFORM APPLY-TRANSACTION
                   END-READ
           END-EVALUATE.

      ******************************************************************
      * Payments and returns are queued as positive amounts, the way
      * transfers are. A payment is then carried through APPLY-
      * TRANSACTION as a negative amount so it meets exactly the
      * checks a withdrawal meets; a return goes through as a credit.
      ******************************************************************
       VALIDATE-PAYMENT-DETAILS.
           IF WS_AMOUNT NOT > ZERO
               DISPLAY "PAYMENT AMOUNT MUST BE POSITIVE - REJECTED"
               MOVE "N" TO WS_PAYMENT_VALID
           END-IF.
           IF PAYMENT-DETAILS-VALID AND TXN-IS-PAYMENT
               AND (WS_PAYEE_CLEARING = ZERO
                    OR WS_PAYEE_ACCOUNT = ZERO)
               DISPLAY "PAYEE CLEARING OR ACCOUNT MISSING - REJECTED"
               MOVE "N" TO WS_PAYMENT_VALID
           END-IF.
           IF PAYMENT-DETAILS-VALID AND TXN-IS-PAYMENT-RETURN
               AND WS_RETURN_REFERENCE = ZERO
               DISPLAY "RETURNED PAYMENT HAS NO REFERENCE - REJECTED"
               MOVE "N" TO WS_PAYMENT_VALID
           END-IF.
           IF PAYMENT-DETAILS-VALID
               MOVE WS_AMOUNT TO WS_PAYMENT_AMOUNT
               IF TXN-IS-PAYMENT
                   COMPUTE WS_AMOUNT = ZERO - WS_AMOUNT
               END-IF
           ELSE
               MOVE "PX" TO WS_REJECT_REASON
               PERFORM NOTE-REJECTED-TRANSACTION
           END-IF.

       POST-TRANSFER.
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE SUSPENSE-FILE.
           IF WS_REJECT_REASON = "IF"
               PERFORM QUEUE-INSUFFICIENT-FUNDS-FEE
           END-IF.

       QUEUE-INSUFFICIENT-FUNDS-FEE.
           OPEN EXTEND FEE-QUEUE.
           IF WS_FEEDUE_STATUS = "35"
               OPEN OUTPUT FEE-QUEUE
               CLOSE FEE-QUEUE
               OPEN EXTEND FEE-QUEUE
           END-IF.
           MOVE WS_ACCOUNT_ID TO FEEDUE_ACCOUNT_ID.
           MOVE "IF"          TO FEEDUE_CODE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FEEDUE_TIMESTAMP.
           WRITE FEE_DUE_RECORD.
           IF WS_FEEDUE_STATUS NOT = "00"
               DISPLAY "UNABLE TO QUEUE FEE FOR ACCOUNT "
                   WS_ACCOUNT_ID
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE FEE-QUEUE.

       NEXT-TRANSFER-REFERENCE.
           MOVE ZERO TO WS_XFER_REFERENCE.
                   MOVE "DL" TO WS_REJECT_REASON
                   PERFORM NOTE-REJECTED-TRANSACTION
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN TXN-IS-PAYMENT
                           MOVE "EXTPAYMENT" TO WS_OPERATION
                           PERFORM NEXT-TRANSFER-REFERENCE
                           MOVE WS_XFER_REFERENCE
                               TO WS_AUDIT_REFERENCE
                       WHEN TXN-IS-PAYMENT-RETURN
                           MOVE "PAYRETURN"  TO WS_OPERATION
                           MOVE WS_RETURN_REFERENCE
                               TO WS_AUDIT_REFERENCE
                       WHEN WS_AMOUNT < 0
                           MOVE "WITHDRAWAL" TO WS_OPERATION
                       WHEN OTHER
                           MOVE "DEPOSIT"    TO WS_OPERATION
                   END-EVALUATE
                   ADD WS_AMOUNT TO ACCOUNT_SUM
                   REWRITE ACCOUNT_DATA
                       INVALID KEY
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM WRITE-AUDIT-ENTRY
                           IF TXN-IS-PAYMENT
                               PERFORM QUEUE-OUTBOUND-PAYMENT
                           END-IF
                   END-REWRITE
                   MOVE ZERO TO WS_AUDIT_REFERENCE
           END-EVALUATE.

      ******************************************************************
      * The payment is queued only after the debit and its audit entry
      * are on file: a failure here leaves a debited payment that
      * EXPORT-PAYMENTS will not send, which the nonzero return code
      * stops the stream on - never money sent that was not debited.
      ******************************************************************
       QUEUE-OUTBOUND-PAYMENT.
           OPEN EXTEND OUT-PAYMENTS.
           IF WS_OUTPAY_STATUS = "35"
               OPEN OUTPUT OUT-PAYMENTS
               CLOSE OUT-PAYMENTS
               OPEN EXTEND OUT-PAYMENTS
           END-IF.
           MOVE WS_AUDIT_REFERENCE TO OUTPAY_REFERENCE.
           MOVE ACCOUNT_ID         TO OUTPAY_ACCOUNT_ID.
           MOVE WS_PAYMENT_AMOUNT  TO OUTPAY_AMOUNT.
           MOVE WS_PAYEE_CLEARING  TO OUTPAY_CLEARING.
           MOVE WS_PAYEE_ACCOUNT   TO OUTPAY_PAYEE_ACCOUNT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OUTPAY_TIMESTAMP.
           WRITE OUT_PAYMENT_RECORD.
           IF WS_OUTPAY_STATUS NOT = "00"
               DISPLAY "PAYMENT POSTED BUT NOT QUEUED FOR CLEARING - "
                   "REFERENCE " WS_AUDIT_REFERENCE
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE OUT-PAYMENTS.

       LOAD-DAILY-CAP.
           MOVE ZERO TO WS_DAILY_CAP.
           OPEN INPUT DAILY-CAP.

      ******************************************************************
      * The cap covers the whole posting day, so the day's earlier
      * WITHDRAWAL and EXTPAYMENT entries already on the trail count
      * against it - not just the transaction in hand.
      ******************************************************************
       SUM-TODAYS-WITHDRAWALS.
           MOVE ZERO TO WS_TODAYS_WITHDRAWN.
                           SET END-OF-AUDIT-LOG TO TRUE
                       NOT AT END
                           IF AUDIT_ACCOUNT_ID = WS_ACCOUNT_ID
                               AND (AUDIT_OPERATION = "WITHDRAWAL"
                                    OR AUDIT_OPERATION = "EXTPAYMENT")
                               AND AUDIT_TIMESTAMP(1:8) = WS_TODAY
                               COMPUTE WS_TODAYS_WITHDRAWN =
                                   WS_TODAYS_WITHDRAWN
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT_TIMESTAMP.
           MOVE WS_AUDIT_REFERENCE TO AUDIT_REFERENCE.
           MOVE SPACES TO AUDIT_REASON.
           MOVE WS_OPERATOR_ID TO AUDIT_OPERATOR.
           WRITE AUDIT_ENTRY.
           IF WS_AUDIT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE AUDIT ENTRY"
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE AUDIT-LOG.

      ******************************************************************
      * ACCTSEQ.DAT holds the first number issued with a check digit;
      * lower numbers are older accounts and are taken as they stand.
      * No sequence file means no checked number has been issued yet.
      ******************************************************************
       LOAD-ACCOUNT-SEQUENCE.
           MOVE "N" TO WS_CHECK_DIGITS_USED.
           OPEN INPUT ACCOUNT-SEQUENCE.
           IF WS_SEQUENCE_STATUS = "00"
               READ ACCOUNT-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ASEQ_FIRST_CHECKED TO WS_FIRST_CHECKED
                       MOVE "Y" TO WS_CHECK_DIGITS_USED
               END-READ
               CLOSE ACCOUNT-SEQUENCE
           END-IF.

       VALIDATE-ACCOUNT-NUMBER.
           MOVE "Y" TO WS_ACCT_VALID.
           IF CHECK-DIGITS-IN-USE
               AND WS_ACCT_DATA NOT < WS_FIRST_CHECKED
               PERFORM COMPUTE-ACCOUNT-CHECK-DIGIT
               IF WS_ACCT_CHECK NOT = WS_ACCT_DIGIT(8)
                   MOVE "N" TO WS_ACCT_VALID
               END-IF
           END-IF.

      ******************************************************************
      * Modulus 10 over the seven serial digits, weights 2 and 1 from
      * the left as for the identity number; the check digit makes
      * the weighted digit sum a multiple of ten.
      ******************************************************************
       COMPUTE-ACCOUNT-CHECK-DIGIT.
           MOVE 0 TO WS_ACCT_SUM.
           PERFORM VARYING WS_ACCT_IDX FROM 1 BY 1
               UNTIL WS_ACCT_IDX > 7
               IF FUNCTION MOD(WS_ACCT_IDX - 1, 2) = 0
                   MOVE 2 TO WS_ACCT_WEIGHT
               ELSE
                   MOVE 1 TO WS_ACCT_WEIGHT
               END-IF
               COMPUTE WS_ACCT_PRODUCT =
                   WS_ACCT_DIGIT(WS_ACCT_IDX) * WS_ACCT_WEIGHT
               IF WS_ACCT_PRODUCT > 9
                   SUBTRACT 9 FROM WS_ACCT_PRODUCT
               END-IF
               ADD WS_ACCT_PRODUCT TO WS_ACCT_SUM
           END-PERFORM.
           COMPUTE WS_ACCT_CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(WS_ACCT_SUM, 10), 10).

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
       END PROGRAM POST-TRANSACTION.
