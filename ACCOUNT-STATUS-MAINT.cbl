      *          with the balance unchanged, so the audit chain still
      *          reconciles. POST-TRANSACTION enforces the status at
      *          posting time and CLOSE-ACCOUNT refuses to close a
      *          frozen account. An account id with a wrong check
      *          digit is refused before the account file is read.
      *          The operator signs on first and the ID is stamped on
      *          the audit entry. Lifting a freeze is not applied
      *          here: it is queued on PENDING.DAT and takes effect
      *          only when a second operator approves it in
      *          APPROVE-CHANGES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_AUDIT_STATUS.

           SELECT ACCOUNT-SEQUENCE ASSIGN TO "ACCTSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SEQUENCE_STATUS.

           SELECT OPERATORS ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_OPERATORS_STATUS.

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
       FD ACCOUNT-SEQUENCE.
       COPY "ASEQREC.cpy".
       FD OPERATORS.
       COPY "OPERREC.cpy".
       FD PENDING-CHANGES.
       COPY "PENDREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS_ACCOUNTS_STATUS  PIC XX.
       01  WS_AUDIT_STATUS     PIC XX.
           88  STATUS-ENTRY-VALID    VALUE "O" "F" "D" "M".
       01  WS_REASON           PIC X(20).
       01  WS_OPERATION        PIC X(10).
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
       ACCOUNT-STATUS-MAIN.
           PERFORM SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               PERFORM ENTER-STATUS-CHANGE
           END-IF.
       STOP RUN.

       ENTER-STATUS-CHANGE.
           DISPLAY "ACCOUNT ID:".
           ACCEPT  WS_ACCOUNT_ID.
           PERFORM LOAD-ACCOUNT-SEQUENCE.
           MOVE WS_ACCOUNT_ID TO WS_ACCT_DATA.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           IF NOT ACCOUNT-NUMBER-VALID
               DISPLAY "INVALID ACCOUNT NUMBER - CHECK DIGIT WRONG"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM TAKE-STATUS-CHANGE
           END-IF.

       TAKE-STATUS-CHANGE.
           DISPLAY "NEW STATUS (O=OPEN F=FROZEN D=DEBIT-BLOCKED"
               " M=DORMANT):".
           ACCEPT  WS_NEW_STATUS.
               ACCEPT  WS_REASON
               PERFORM UPDATE-ACCOUNT-STATUS
           END-IF.

       UPDATE-ACCOUNT-STATUS.
           PERFORM OPEN-ACCOUNTS-FOR-UPDATE.
           IF ACCOUNT_STATUS = WS_NEW_STATUS
               DISPLAY "ACCOUNT ALREADY IN THAT STATUS"
           ELSE
               IF ACCOUNT-IS-FROZEN
                   PERFORM QUEUE-UNFREEZE-REQUEST
               ELSE
                   PERFORM REWRITE-ACCOUNT-STATUS
               END-IF
           END-IF.

       REWRITE-ACCOUNT-STATUS.
           MOVE WS_NEW_STATUS TO ACCOUNT_STATUS.
           EVALUATE WS_NEW_STATUS
               WHEN "F"
                   MOVE "FREEZE"     TO WS_OPERATION
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
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "STATUS CHANGED TO " WS_NEW_STATUS
           END-REWRITE.

      ******************************************************************
      * Lifting a freeze is never done on one operator's word: it is
      * queued on PENDING.DAT and applied by APPROVE-CHANGES once a
      * different operator has approved it.
      ******************************************************************
       QUEUE-UNFREEZE-REQUEST.
           PERFORM OPEN-PENDING-FOR-UPDATE.
           IF NOT PENDING-FILE-MISSING
               MOVE "UF"       TO WS_PEND_TYPE
               MOVE ACCOUNT_ID TO WS_PEND_ACCOUNT_ID
               MOVE ZERO       TO WS_PEND_PNR
               PERFORM SCAN-PENDING-CHANGES
               IF PENDING-ALREADY-QUEUED
                   DISPLAY "AN UNFREEZE IS ALREADY WAITING FOR"
                       " APPROVAL - NOTHING QUEUED"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   INITIALIZE PENDING_CHANGE
                   ADD 1 WS_HIGHEST_PEND_ID GIVING PEND_ID
                   MOVE WS_PEND_TYPE       TO PEND_TYPE
                   MOVE ACCOUNT_ID         TO PEND_ACCOUNT_ID
                   MOVE WS_NEW_STATUS      TO PEND_NEW_STATUS
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
                           DISPLAY "UNFREEZE QUEUED FOR APPROVAL AS"
                               " REQUEST " PEND_ID
                   END-WRITE
               END-IF
               CLOSE PENDING-CHANGES
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
       END PROGRAM ACCOUNT-STATUS-MAINT.
