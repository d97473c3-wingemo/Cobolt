           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_AUDIT_STATUS.

           SELECT ACCOUNT-SEQUENCE ASSIGN TO "ACCTSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SEQUENCE_STATUS.

           SELECT OPERATORS ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_OPERATORS_STATUS.
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
       WORKING-STORAGE SECTION.
       01  WS_ACCOUNT_ID       PIC 9(8).
       01  WS_ACCOUNTS_STATUS  PIC XX.
       01  WS_AUDIT_STATUS     PIC XX.
       01  WS_ACCOUNTS_MISSING PIC X.
           88  ACCOUNTS-FILE-MISSING VALUE "Y".
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
       CLOSE-ACCOUNT-MAIN.
           PERFORM SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               PERFORM ENTER-CLOSE-REQUEST
           END-IF.
       STOP RUN.

       ENTER-CLOSE-REQUEST.
           DISPLAY "ACCOUNT ID:".
           ACCEPT  WS_ACCOUNT_ID.
           PERFORM LOAD-ACCOUNT-SEQUENCE.
           MOVE WS_ACCOUNT_ID TO WS_ACCT_DATA.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           IF NOT ACCOUNT-NUMBER-VALID
               DISPLAY "INVALID ACCOUNT NUMBER - CHECK DIGIT WRONG"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CLOSE-REQUESTED-ACCOUNT
           END-IF.

       CLOSE-REQUESTED-ACCOUNT.
           MOVE    WS_ACCOUNT_ID TO ACCOUNT_ID.
           PERFORM OPEN-ACCOUNTS-FOR-UPDATE.
           IF ACCOUNTS-FILE-MISSING
               END-READ
               CLOSE ACCOUNTS
           END-IF.

       OPEN-ACCOUNTS-FOR-UPDATE.
           MOVE "N" TO WS_ACCOUNTS_MISSING.
                   END-DELETE
           END-EVALUATE.

      ******************************************************************
      * The master is deleted, so the CLOSE entry carries the holder's
      * identity number in AUDIT_REASON for the closing letter.
      ******************************************************************
       WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-LOG.
           IF WS_AUDIT_STATUS = "35"
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT_TIMESTAMP.
           MOVE ZERO       TO AUDIT_REFERENCE.
           MOVE SPACES     TO AUDIT_REASON.
           MOVE ACCOUNT_PNR TO AUDIT_REASON(1:12).
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
       END PROGRAM CLOSE-ACCOUNT.
