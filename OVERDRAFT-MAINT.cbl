      *          limit history stays visible. POST-TRANSACTION
      *          honours the limit in its insufficient-funds checks
      *          and POST-INTEREST charges debit interest on balances
      *          taken below zero. Granting a limit, or raising one,
      *          queues the overdraft arrangement fee (fee code OA)
      *          on FEEDUE.DAT for the nightly POST-FEES step;
      *          lowering or withdrawing a limit is free. An account
      *          id with a wrong check digit is refused before the
      *          account file is read. The operator signs on first
      *          and the ID is stamped on the audit entry. A raise to
      *          a limit above the threshold on DUALCTL.DAT (every
      *          raise when there is no such file) is not applied
      *          here: it is queued on PENDING.DAT and takes effect,
      *          with its fee, only when a second operator approves
      *          it in APPROVE-CHANGES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_AUDIT_STATUS.

           SELECT FEE-QUEUE ASSIGN TO "FEEDUE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_FEEDUE_STATUS.

           SELECT ACCOUNT-SEQUENCE ASSIGN TO "ACCTSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SEQUENCE_STATUS.

           SELECT OPERATORS ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_OPERATORS_STATUS.

           SELECT DUAL-CONTROL ASSIGN TO "DUALCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_DUALCTL_STATUS.

           SELECT PENDING-CHANGES ASSIGN TO "PENDING.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEND_ID
           FILE STATUS IS WS_PENDING_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
       COPY "ACCTREC.cpy".
       FD AUDIT-LOG.
       COPY "AUDITREC.cpy".
       FD FEE-QUEUE.
       01  FEE_DUE_RECORD.
           02  FEEDUE_ACCOUNT_ID  PIC 9(8).
           02  FEEDUE_CODE        PIC XX.
           02  FEEDUE_TIMESTAMP   PIC X(14).
       FD ACCOUNT-SEQUENCE.
       COPY "ASEQREC.cpy".
       FD OPERATORS.
       COPY "OPERREC.cpy".
       FD DUAL-CONTROL.
       COPY "DUALREC.cpy".
       FD PENDING-CHANGES.
       COPY "PENDREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS_ACCOUNTS_STATUS  PIC XX.
       01  WS_AUDIT_STATUS     PIC XX.
       01  WS_FEEDUE_STATUS    PIC XX.
       01  WS_OLD_LIMIT        PIC 9(8)V99.
       01  WS_ACCOUNTS_MISSING PIC X.
           88  ACCOUNTS-FILE-MISSING VALUE "Y".
       01  WS_ACCOUNT_ID       PIC 9(8).
       01  WS_NEW_LIMIT        PIC 9(8)V99.
       01  WS_REASON           PIC X(20).
       01  WS_PRINT_LIMIT      PIC Z(7)9.99.
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
       01  WS_DUALCTL_STATUS   PIC XX.
       01  WS_LIMIT_THRESHOLD  PIC 9(8)V99.
       01  WS_PENDING_STATUS   PIC XX.
       01  WS_PENDING_MISSING  PIC X.
           88  PENDING-FILE-MISSING  VALUE "Y".
       01  WS_PENDING_EOF      PIC X.
           88  END-OF-PENDING        VALUE "Y".
       01  WS_PENDING_DUPLICATE PIC X.
           88  PENDING-ALREADY-QUEUED VALUE "Y".
       01  WS_HIGHEST_PEND_ID  PIC 9(8).
       01  WS_PEND_TYPE        PIC XX.
       01  WS_PEND_ACCOUNT_ID  PIC 9(8).
       01  WS_PEND_PNR         PIC 9(12).
       PROCEDURE DIVISION.
       OVERDRAFT-MAINT-MAIN.
           PERFORM SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               PERFORM ENTER-LIMIT-CHANGE
           END-IF.
       STOP RUN.

       ENTER-LIMIT-CHANGE.
           DISPLAY "ACCOUNT ID:".
           ACCEPT  WS_ACCOUNT_ID.
           PERFORM LOAD-ACCOUNT-SEQUENCE.
           MOVE WS_ACCOUNT_ID TO WS_ACCT_DATA.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           IF NOT ACCOUNT-NUMBER-VALID
               DISPLAY "INVALID ACCOUNT NUMBER - CHECK DIGIT WRONG"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "NEW OVERDRAFT LIMIT (ZERO = NONE):"
               ACCEPT  WS_NEW_LIMIT
               DISPLAY "REASON:"
               ACCEPT  WS_REASON
               PERFORM LOAD-DUAL-CONTROL
               PERFORM UPDATE-OVERDRAFT-LIMIT
           END-IF.

       UPDATE-OVERDRAFT-LIMIT.
           PERFORM OPEN-ACCOUNTS-FOR-UPDATE.
           IF ACCOUNT_ODLIMIT = WS_NEW_LIMIT
               DISPLAY "ACCOUNT ALREADY HAS THAT LIMIT"
           ELSE
               MOVE ACCOUNT_ODLIMIT TO WS_OLD_LIMIT
               IF WS_NEW_LIMIT > WS_OLD_LIMIT
                   AND WS_NEW_LIMIT > WS_LIMIT_THRESHOLD
                   PERFORM QUEUE-LIMIT-REQUEST
               ELSE
                   PERFORM REWRITE-LIMIT
               END-IF
           END-IF.

       REWRITE-LIMIT.
           MOVE WS_NEW_LIMIT TO ACCOUNT_ODLIMIT.
           REWRITE ACCOUNT_DATA
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE ACCOUNT"
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-ENTRY
                   IF WS_NEW_LIMIT > WS_OLD_LIMIT
                       PERFORM QUEUE-ARRANGEMENT-FEE
                   END-IF
                   MOVE WS_NEW_LIMIT TO WS_PRINT_LIMIT
                   DISPLAY "OVERDRAFT LIMIT SET TO "
                       WS_PRINT_LIMIT
           END-REWRITE.

      ******************************************************************
      * A limit raised above the dual-control threshold is held on
      * PENDING.DAT with the limit it replaces; APPROVE-CHANGES applies
      * it, and queues the arrangement fee, only after a different
      * operator has approved it. The test is on the new limit, not
      * the size of the step, so a large raise cannot be made in small
      * unapproved steps.
      ******************************************************************
       QUEUE-LIMIT-REQUEST.
           PERFORM OPEN-PENDING-FOR-UPDATE.
           IF NOT PENDING-FILE-MISSING
               MOVE "OD"       TO WS_PEND_TYPE
               MOVE ACCOUNT_ID TO WS_PEND_ACCOUNT_ID
               MOVE ZERO       TO WS_PEND_PNR
               PERFORM SCAN-PENDING-CHANGES
               IF PENDING-ALREADY-QUEUED
                   DISPLAY "A LIMIT RAISE IS ALREADY WAITING FOR"
                       " APPROVAL - NOTHING QUEUED"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   INITIALIZE PENDING_CHANGE
                   ADD 1 WS_HIGHEST_PEND_ID GIVING PEND_ID
                   MOVE WS_PEND_TYPE       TO PEND_TYPE
                   MOVE ACCOUNT_ID         TO PEND_ACCOUNT_ID
                   MOVE WS_OLD_LIMIT       TO PEND_OLD_LIMIT
                   MOVE WS_NEW_LIMIT       TO PEND_NEW_LIMIT
                   MOVE WS_REASON          TO PEND_REASON
                   MOVE WS_OPERATOR_ID     TO PEND_REQUESTED_BY
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO PEND_REQUESTED_AT
                   MOVE "P"                TO PEND_STATUS
                   WRITE PENDING_CHANGE
                       INVALID KEY
                           DISPLAY "UNABLE TO QUEUE REQUEST"
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "LIMIT RAISE QUEUED FOR APPROVAL AS"
                               " REQUEST " PEND_ID
                   END-WRITE
               END-IF
               CLOSE PENDING-CHANGES
           END-IF.

       LOAD-DUAL-CONTROL.
           MOVE ZERO TO WS_LIMIT_THRESHOLD.
           OPEN INPUT DUAL-CONTROL.
           IF WS_DUALCTL_STATUS = "00"
               READ DUAL-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DUAL_LIMIT_THRESHOLD TO WS_LIMIT_THRESHOLD
               END-READ
               CLOSE DUAL-CONTROL
           END-IF.

       OPEN-ACCOUNTS-FOR-UPDATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT_TIMESTAMP.
           MOVE ZERO         TO AUDIT_REFERENCE.
           MOVE WS_REASON    TO AUDIT_REASON.
           MOVE WS_OPERATOR_ID TO AUDIT_OPERATOR.
           WRITE AUDIT_ENTRY.
           IF WS_AUDIT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE AUDIT ENTRY"
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE AUDIT-LOG.

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

       OPEN-PENDING-FOR-UPDATE.
           MOVE "N" TO WS_PENDING_MISSING.
           OPEN I-O PENDING-CHANGES.
           IF WS_PENDING_STATUS = "35"
               OPEN OUTPUT PENDING-CHANGES
               CLOSE PENDING-CHANGES
               OPEN I-O PENDING-CHANGES
           END-IF.
           IF WS_PENDING_STATUS NOT = "00"
               DISPLAY "PENDING APPROVAL FILE NOT AVAILABLE"
               MOVE "Y" TO WS_PENDING_MISSING
               MOVE 1 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Request numbers run on from the highest already on file. A
      * second request of the same type for the same account or
      * customer is refused while the first is still waiting.
      ******************************************************************
       SCAN-PENDING-CHANGES.
           MOVE ZERO TO WS_HIGHEST_PEND_ID.
           MOVE "N" TO WS_PENDING_DUPLICATE.
           MOVE "N" TO WS_PENDING_EOF.
           MOVE LOW-VALUES TO PEND_ID.
           START PENDING-CHANGES KEY IS NOT LESS THAN PEND_ID
               INVALID KEY
                   SET END-OF-PENDING TO TRUE
           END-START.
           PERFORM UNTIL END-OF-PENDING
               READ PENDING-CHANGES NEXT RECORD
                   AT END
                       SET END-OF-PENDING TO TRUE
                   NOT AT END
                       IF PEND_ID > WS_HIGHEST_PEND_ID
                           MOVE PEND_ID TO WS_HIGHEST_PEND_ID
                       END-IF
                       IF PEND-IS-PENDING
                           AND PEND_TYPE = WS_PEND_TYPE
                           AND PEND_ACCOUNT_ID = WS_PEND_ACCOUNT_ID
                           AND PEND_PNR = WS_PEND_PNR
                           SET PENDING-ALREADY-QUEUED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
       END PROGRAM OVERDRAFT-MAINT.
