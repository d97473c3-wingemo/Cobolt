      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reversal of a deposit, withdrawal or transfer that
      *          POST-TRANSACTION should never have posted. The
      *          operator picks the original AUDITLOG.DAT entry
      *          either by account and timestamp (at least
      *          YYYYMMDDHHMM, as ACCOUNT-HISTORY shows it; when
      *          several entries match they are listed to choose
      *          from) or, for a transfer, by its AUDIT_REFERENCE.
      *          The program posts the exact opposite amount as a
      *          REVERSAL entry that points back to the original:
      *          AUDIT_REFERENCE carries the original's reference
      *          and AUDIT_REASON the original's timestamp followed
      *          by its two-digit occurrence number among that
      *          account's entries with the same timestamp, so the
      *          pointer survives the log being rebuilt by
      *          ARCHIVE-AUDIT. A transfer is always reversed as a
      *          unit: both the XFER-OUT and the XFER-IN leg are
      *          found, checked and reversed together, whichever leg
      *          was picked. An entry that has already been reversed,
      *          or that is itself a REVERSAL, is refused, as is
      *          anything other than a deposit, withdrawal or
      *          transfer leg (a payment to another bank has left
      *          the bank and comes back through the clearing
      *          return instead). A reversal is a correction, so it
      *          is posted whatever the hold status of the account;
      *          when it takes the balance past the overdraft limit
      *          the operator is warned. RECONCILE-AUDIT verifies
      *          every pointer, ACCOUNT-STATEMENT prints the date of
      *          the entry reversed and GL-EXTRACT carries the day's
      *          reversals on their own journal line. An account
      *          number keyed in is refused when its check digit is
      *          wrong, before the audit trail is searched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSE-POSTING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT_ID
           ALTERNATE RECORD KEY IS ACCOUNT_PNR
           FILE STATUS IS WS_ACCOUNTS_STATUS.

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
       01  WS_ACCOUNTS_STATUS  PIC XX.
       01  WS_AUDIT_STATUS     PIC XX.
       01  WS_ACCOUNTS_MISSING PIC X.
           88  ACCOUNTS-FILE-MISSING  VALUE "Y".
       01  WS_AUDIT_EOF        PIC X.
           88  END-OF-AUDIT-LOG       VALUE "Y".
       01  WS_SELECT_MODE      PIC X.
       01  WS_ENTERED_ID       PIC 9(8).
       01  WS_ENTERED_STAMP    PIC X(14).
       01  WS_STAMP_LENGTH     PIC 99.
       01  WS_ENTERED_REF      PIC 9(8).
       01  WS_CHOICE           PIC 99.
       01  WS_CONFIRM          PIC X.
       01  WS_LOG_POSITION     PIC 9(7).
       01  WS_CAND_COUNT       PIC 99.
       01  WS_CAND_IDX         PIC 99.
       01  WS_CAND_OVERFLOW    PIC X.
           88  TOO-MANY-CANDIDATES    VALUE "Y".
       01  WS_CAND_TABLE.
           02  WS_CAND_ENTRY OCCURS 20 TIMES.
               03  WS_CAND_POSITION  PIC 9(7).
               03  WS_CAND_STAMP     PIC X(14).
               03  WS_CAND_OP        PIC X(10).
               03  WS_CAND_AMOUNT    PIC S9(9)V99.
               03  WS_CAND_REFERENCE PIC 9(8).
       01  WS_LEG_COUNT        PIC 9.
       01  WS_LEG_IDX          PIC 9.
       01  WS_LEG_TABLE.
           02  WS_LEG_ENTRY OCCURS 2 TIMES.
               03  WS_LEG_ACCOUNT    PIC 9(8).
               03  WS_LEG_POSITION   PIC 9(7).
               03  WS_LEG_STAMP      PIC X(14).
               03  WS_LEG_OCCURRENCE PIC 99.
               03  WS_LEG_OP         PIC X(10).
               03  WS_LEG_AMOUNT     PIC S9(9)V99.
               03  WS_LEG_REFERENCE  PIC 9(8).
       01  WS_REVERSAL_OK      PIC X.
           88  REVERSAL-ALLOWED       VALUE "Y".
       01  WS_REVERSAL_POINTER.
           02  WS_PTR_STAMP        PIC X(14).
           02  WS_PTR_OCCURRENCE   PIC 99.
           02  FILLER              PIC X(4)  VALUE SPACES.
       01  WS_OLD_SUM          PIC S9(8)V99.
       01  WS_LIST_LINE.
           02  WS_LIST_NUMBER  PIC Z9.
           02  FILLER          PIC XX   VALUE SPACE.
           02  WS_LIST_ACCOUNT PIC 9(8).
           02  FILLER          PIC XX   VALUE SPACE.
           02  WS_LIST_STAMP   PIC X(14).
           02  FILLER          PIC XX   VALUE SPACE.
           02  WS_LIST_OP      PIC X(10).
           02  FILLER          PIC XX   VALUE SPACE.
           02  WS_LIST_AMOUNT  PIC +(8)9.99.
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
       REVERSE-POSTING-MAIN.
           PERFORM SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               PERFORM SELECT-AND-REVERSE
           END-IF.
       STOP RUN.

       SELECT-AND-REVERSE.
           MOVE ZERO TO WS_LEG_COUNT.
           MOVE "N"  TO WS_REVERSAL_OK.
           DISPLAY "REVERSE BY A=ACCOUNT AND TIMESTAMP"
               " T=TRANSFER REFERENCE:".
           ACCEPT  WS_SELECT_MODE.
           EVALUATE WS_SELECT_MODE
               WHEN "A"
                   PERFORM SELECT-BY-ACCOUNT
               WHEN "T"
                   DISPLAY "TRANSFER REFERENCE:"
                   ACCEPT  WS_ENTERED_REF
                   PERFORM COLLECT-TRANSFER-LEGS
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - NOTHING REVERSED"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           IF REVERSAL-ALLOWED
               PERFORM NUMBER-LEG-OCCURRENCES
               PERFORM CHECK-EXISTING-REVERSALS
           END-IF.
           IF REVERSAL-ALLOWED
               PERFORM CONFIRM-AND-REVERSE
           END-IF.

       SELECT-BY-ACCOUNT.
           DISPLAY "ACCOUNT ID:".
           ACCEPT  WS_ENTERED_ID.
           PERFORM LOAD-ACCOUNT-SEQUENCE.
           MOVE WS_ENTERED_ID TO WS_ACCT_DATA.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           IF ACCOUNT-NUMBER-VALID
               PERFORM SELECT-ENTRY-BY-STAMP
           ELSE
               DISPLAY "INVALID ACCOUNT NUMBER - CHECK DIGIT WRONG"
               MOVE 1 TO RETURN-CODE
           END-IF.

       SELECT-ENTRY-BY-STAMP.
           DISPLAY "TIMESTAMP OF ENTRY (YYYYMMDDHHMM[SS]):".
           ACCEPT  WS_ENTERED_STAMP.
           MOVE ZERO TO WS_STAMP_LENGTH.
           INSPECT WS_ENTERED_STAMP TALLYING WS_STAMP_LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS_STAMP_LENGTH < 12
               MOVE ZERO TO WS_STAMP_LENGTH
           ELSE
               IF WS_ENTERED_STAMP(1:WS_STAMP_LENGTH) IS NOT NUMERIC
                   MOVE ZERO TO WS_STAMP_LENGTH
               END-IF
           END-IF.
           IF WS_STAMP_LENGTH = ZERO
               DISPLAY "TIMESTAMP MUST BE AT LEAST YYYYMMDDHHMM"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM COLLECT-CANDIDATES
               EVALUATE TRUE
                   WHEN TOO-MANY-CANDIDATES
                       DISPLAY "MORE THAN 20 ENTRIES MATCH - GIVE THE"
                           " FULL TIMESTAMP WITH SECONDS"
                       MOVE 1 TO RETURN-CODE
                   WHEN WS_CAND_COUNT = 0
                       DISPLAY "NO SUCH ENTRY ON THE LIVE AUDIT TRAIL"
                       MOVE 1 TO RETURN-CODE
                   WHEN WS_CAND_COUNT = 1
                       MOVE 1 TO WS_CHOICE
                       PERFORM TAKE-CANDIDATE
                   WHEN OTHER
                       PERFORM CHOOSE-CANDIDATE
               END-EVALUATE
           END-IF.

       COLLECT-CANDIDATES.
           MOVE ZERO TO WS_CAND_COUNT.
           MOVE ZERO TO WS_LOG_POSITION.
           MOVE "N"  TO WS_CAND_OVERFLOW.
           OPEN INPUT AUDIT-LOG.
           IF WS_AUDIT_STATUS NOT = "00"
               DISPLAY "NO AUDIT LOG ON FILE"
           ELSE
               MOVE "N" TO WS_AUDIT_EOF
               PERFORM UNTIL END-OF-AUDIT-LOG
                   READ AUDIT-LOG
                       AT END
                           SET END-OF-AUDIT-LOG TO TRUE
                       NOT AT END
                           ADD 1 TO WS_LOG_POSITION
                           IF AUDIT_ACCOUNT_ID = WS_ENTERED_ID
                               AND AUDIT_TIMESTAMP(1:WS_STAMP_LENGTH)
                                 = WS_ENTERED_STAMP(1:WS_STAMP_LENGTH)
                               PERFORM ADD-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

       ADD-CANDIDATE.
           IF WS_CAND_COUNT < 20
               ADD 1 TO WS_CAND_COUNT
               MOVE WS_LOG_POSITION
                   TO WS_CAND_POSITION(WS_CAND_COUNT)
               MOVE AUDIT_TIMESTAMP TO WS_CAND_STAMP(WS_CAND_COUNT)
               MOVE AUDIT_OPERATION TO WS_CAND_OP(WS_CAND_COUNT)
               COMPUTE WS_CAND_AMOUNT(WS_CAND_COUNT) =
                   AUDIT_NEW_SUM - AUDIT_OLD_SUM
               MOVE AUDIT_REFERENCE
                   TO WS_CAND_REFERENCE(WS_CAND_COUNT)
           ELSE
               SET TOO-MANY-CANDIDATES TO TRUE
           END-IF.

       CHOOSE-CANDIDATE.
           DISPLAY "SEVERAL ENTRIES MATCH:".
           PERFORM VARYING WS_CAND_IDX FROM 1 BY 1
               UNTIL WS_CAND_IDX > WS_CAND_COUNT
               MOVE WS_CAND_IDX               TO WS_LIST_NUMBER
               MOVE WS_ENTERED_ID             TO WS_LIST_ACCOUNT
               MOVE WS_CAND_STAMP(WS_CAND_IDX) TO WS_LIST_STAMP
               MOVE WS_CAND_OP(WS_CAND_IDX)   TO WS_LIST_OP
               MOVE WS_CAND_AMOUNT(WS_CAND_IDX) TO WS_LIST_AMOUNT
               DISPLAY WS_LIST_LINE
           END-PERFORM.
           DISPLAY "ENTRY NUMBER TO REVERSE (0 = NONE):".
           ACCEPT  WS_CHOICE.
           IF WS_CHOICE = 0 OR WS_CHOICE > WS_CAND_COUNT
               DISPLAY "NOTHING REVERSED"
           ELSE
               PERFORM TAKE-CANDIDATE
           END-IF.

       TAKE-CANDIDATE.
           EVALUATE WS_CAND_OP(WS_CHOICE)
               WHEN "DEPOSIT"
               WHEN "WITHDRAWAL"
                   MOVE 1 TO WS_LEG_COUNT
                   MOVE WS_ENTERED_ID TO WS_LEG_ACCOUNT(1)
                   MOVE WS_CAND_POSITION(WS_CHOICE)
                       TO WS_LEG_POSITION(1)
                   MOVE WS_CAND_STAMP(WS_CHOICE)  TO WS_LEG_STAMP(1)
                   MOVE WS_CAND_OP(WS_CHOICE)     TO WS_LEG_OP(1)
                   MOVE WS_CAND_AMOUNT(WS_CHOICE) TO WS_LEG_AMOUNT(1)
                   MOVE WS_CAND_REFERENCE(WS_CHOICE)
                       TO WS_LEG_REFERENCE(1)
                   SET REVERSAL-ALLOWED TO TRUE
               WHEN "XFER-OUT"
               WHEN "XFER-IN"
                   DISPLAY "TRANSFER LEG - BOTH LEGS OF TRANSFER "
                       WS_CAND_REFERENCE(WS_CHOICE)
                       " WILL BE REVERSED"
                   MOVE WS_CAND_REFERENCE(WS_CHOICE) TO WS_ENTERED_REF
                   PERFORM COLLECT-TRANSFER-LEGS
               WHEN "REVERSAL"
                   DISPLAY "ENTRY IS ITSELF A REVERSAL - REFUSED"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ONLY DEPOSITS, WITHDRAWALS AND TRANSFERS"
                       " CAN BE REVERSED"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * The REVERSAL entries of a transfer carry the transfer's
      * reference too, so only the XFER legs themselves are taken.
      * Both legs must still be on the live trail - a transfer whose
      * credit leg never posted, or whose history has been archived,
      * is not reversed here.
      ******************************************************************
       COLLECT-TRANSFER-LEGS.
           MOVE ZERO TO WS_LEG_COUNT.
           MOVE ZERO TO WS_LOG_POSITION.
           IF WS_ENTERED_REF = ZERO
               DISPLAY "NO TRANSFER REFERENCE GIVEN"
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN INPUT AUDIT-LOG
               IF WS_AUDIT_STATUS NOT = "00"
                   DISPLAY "NO AUDIT LOG ON FILE"
               ELSE
                   MOVE "N" TO WS_AUDIT_EOF
                   PERFORM UNTIL END-OF-AUDIT-LOG
                       READ AUDIT-LOG
                           AT END
                               SET END-OF-AUDIT-LOG TO TRUE
                           NOT AT END
                               ADD 1 TO WS_LOG_POSITION
                               IF AUDIT_REFERENCE = WS_ENTERED_REF
                                   AND (AUDIT_OPERATION = "XFER-OUT"
                                     OR AUDIT_OPERATION = "XFER-IN")
                                   PERFORM ADD-TRANSFER-LEG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG
               END-IF
               IF WS_LEG_COUNT = 2
                   AND WS_LEG_OP(1) NOT = WS_LEG_OP(2)
                   SET REVERSAL-ALLOWED TO TRUE
               ELSE
                   DISPLAY "TRANSFER " WS_ENTERED_REF
                       " DOES NOT HAVE BOTH LEGS ON THE LIVE TRAIL"
                       " - NOTHING REVERSED"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       ADD-TRANSFER-LEG.
           IF WS_LEG_COUNT < 2
               ADD 1 TO WS_LEG_COUNT
               MOVE AUDIT_ACCOUNT_ID TO WS_LEG_ACCOUNT(WS_LEG_COUNT)
               MOVE WS_LOG_POSITION  TO WS_LEG_POSITION(WS_LEG_COUNT)
               MOVE AUDIT_TIMESTAMP  TO WS_LEG_STAMP(WS_LEG_COUNT)
               MOVE AUDIT_OPERATION  TO WS_LEG_OP(WS_LEG_COUNT)
               COMPUTE WS_LEG_AMOUNT(WS_LEG_COUNT) =
                   AUDIT_NEW_SUM - AUDIT_OLD_SUM
               MOVE AUDIT_REFERENCE  TO WS_LEG_REFERENCE(WS_LEG_COUNT)
           ELSE
               MOVE 3 TO WS_LEG_COUNT
           END-IF.

      ******************************************************************
      * The pointer written on the REVERSAL is the original's
      * timestamp plus its occurrence among the same account's
      * entries with that timestamp - batch runs can post more than
      * once to an account inside one second.
      ******************************************************************
       NUMBER-LEG-OCCURRENCES.
           PERFORM VARYING WS_LEG_IDX FROM 1 BY 1
               UNTIL WS_LEG_IDX > WS_LEG_COUNT
               MOVE ZERO TO WS_LEG_OCCURRENCE(WS_LEG_IDX)
           END-PERFORM.
           MOVE ZERO TO WS_LOG_POSITION.
           OPEN INPUT AUDIT-LOG.
           MOVE "N" TO WS_AUDIT_EOF.
           PERFORM UNTIL END-OF-AUDIT-LOG
               READ AUDIT-LOG
                   AT END
                       SET END-OF-AUDIT-LOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS_LOG_POSITION
                       PERFORM COUNT-LEG-OCCURRENCE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG.

       COUNT-LEG-OCCURRENCE.
           PERFORM VARYING WS_LEG_IDX FROM 1 BY 1
               UNTIL WS_LEG_IDX > WS_LEG_COUNT
               IF AUDIT_ACCOUNT_ID = WS_LEG_ACCOUNT(WS_LEG_IDX)
                   AND AUDIT_TIMESTAMP = WS_LEG_STAMP(WS_LEG_IDX)
                   AND WS_LOG_POSITION <= WS_LEG_POSITION(WS_LEG_IDX)
                   ADD 1 TO WS_LEG_OCCURRENCE(WS_LEG_IDX)
               END-IF
           END-PERFORM.

       CHECK-EXISTING-REVERSALS.
           OPEN INPUT AUDIT-LOG.
           MOVE "N" TO WS_AUDIT_EOF.
           PERFORM UNTIL END-OF-AUDIT-LOG
               READ AUDIT-LOG
                   AT END
                       SET END-OF-AUDIT-LOG TO TRUE
                   NOT AT END
                       IF AUDIT_OPERATION = "REVERSAL"
                           PERFORM MATCH-EXISTING-REVERSAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG.

       MATCH-EXISTING-REVERSAL.
           PERFORM VARYING WS_LEG_IDX FROM 1 BY 1
               UNTIL WS_LEG_IDX > WS_LEG_COUNT
               MOVE WS_LEG_STAMP(WS_LEG_IDX)      TO WS_PTR_STAMP
               MOVE WS_LEG_OCCURRENCE(WS_LEG_IDX) TO WS_PTR_OCCURRENCE
               IF AUDIT_ACCOUNT_ID = WS_LEG_ACCOUNT(WS_LEG_IDX)
                   AND AUDIT_REASON(1:16) = WS_REVERSAL_POINTER(1:16)
                   AND REVERSAL-ALLOWED
                   DISPLAY "ENTRY ALREADY REVERSED ON "
                       AUDIT_TIMESTAMP(1:8) " - REFUSED"
                   MOVE "N" TO WS_REVERSAL_OK
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-PERFORM.

       CONFIRM-AND-REVERSE.
           DISPLAY "ABOUT TO REVERSE:".
           PERFORM VARYING WS_LEG_IDX FROM 1 BY 1
               UNTIL WS_LEG_IDX > WS_LEG_COUNT
               MOVE WS_LEG_IDX                 TO WS_LIST_NUMBER
               MOVE WS_LEG_ACCOUNT(WS_LEG_IDX) TO WS_LIST_ACCOUNT
               MOVE WS_LEG_STAMP(WS_LEG_IDX)   TO WS_LIST_STAMP
               MOVE WS_LEG_OP(WS_LEG_IDX)      TO WS_LIST_OP
               MOVE WS_LEG_AMOUNT(WS_LEG_IDX)  TO WS_LIST_AMOUNT
               DISPLAY WS_LIST_LINE
           END-PERFORM.
           DISPLAY "CONFIRM REVERSAL (Y/N):".
           ACCEPT  WS_CONFIRM.
           IF WS_CONFIRM NOT = "Y"
               DISPLAY "NOTHING REVERSED"
           ELSE
               PERFORM OPEN-ACCOUNTS-FOR-UPDATE
               IF NOT ACCOUNTS-FILE-MISSING
                   PERFORM CHECK-LEG-ACCOUNTS
                   IF REVERSAL-ALLOWED
                       PERFORM VARYING WS_LEG_IDX FROM 1 BY 1
                           UNTIL WS_LEG_IDX > WS_LEG_COUNT
                           PERFORM REVERSE-ONE-LEG
                       END-PERFORM
                   END-IF
                   CLOSE ACCOUNTS
               END-IF
           END-IF.

      ******************************************************************
      * Every account involved is read before any is changed, so a
      * transfer is never left reversed on one side only.
      ******************************************************************
       CHECK-LEG-ACCOUNTS.
           PERFORM VARYING WS_LEG_IDX FROM 1 BY 1
               UNTIL WS_LEG_IDX > WS_LEG_COUNT
               MOVE WS_LEG_ACCOUNT(WS_LEG_IDX) TO ACCOUNT_ID
               READ ACCOUNTS
                   INVALID KEY
                       DISPLAY "ACCOUNT " WS_LEG_ACCOUNT(WS_LEG_IDX)
                           " NO LONGER ON FILE - NOTHING REVERSED"
                       MOVE "N" TO WS_REVERSAL_OK
                       MOVE 1 TO RETURN-CODE
               END-READ
           END-PERFORM.

       REVERSE-ONE-LEG.
           MOVE WS_LEG_ACCOUNT(WS_LEG_IDX) TO ACCOUNT_ID.
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "UNABLE TO REVERSE ON ACCOUNT "
                       WS_LEG_ACCOUNT(WS_LEG_IDX)
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE ACCOUNT_SUM TO WS_OLD_SUM
                   SUBTRACT WS_LEG_AMOUNT(WS_LEG_IDX) FROM ACCOUNT_SUM
                   REWRITE ACCOUNT_DATA
                       INVALID KEY
                           DISPLAY "UNABLE TO REVERSE ON ACCOUNT "
                               WS_LEG_ACCOUNT(WS_LEG_IDX)
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM WRITE-AUDIT-ENTRY
                           DISPLAY "REVERSED ON ACCOUNT "
                               ACCOUNT_ID
                           IF ACCOUNT_SUM + ACCOUNT_ODLIMIT < ZERO
                               DISPLAY "WARNING - ACCOUNT NOW BEYOND"
                                   " ITS OVERDRAFT LIMIT"
                           END-IF
                   END-REWRITE
           END-READ.

       OPEN-ACCOUNTS-FOR-UPDATE.
           MOVE "N" TO WS_ACCOUNTS_MISSING.
           OPEN I-O ACCOUNTS.
           IF WS_ACCOUNTS_STATUS NOT = "00"
               DISPLAY "ACCOUNTS FILE NOT AVAILABLE"
               MOVE "Y" TO WS_ACCOUNTS_MISSING
               MOVE 1 TO RETURN-CODE
           END-IF.

       WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-LOG.
           IF WS_AUDIT_STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE WS_LEG_STAMP(WS_LEG_IDX)      TO WS_PTR_STAMP.
           MOVE WS_LEG_OCCURRENCE(WS_LEG_IDX) TO WS_PTR_OCCURRENCE.
           MOVE ACCOUNT_ID  TO AUDIT_ACCOUNT_ID.
           MOVE "REVERSAL"  TO AUDIT_OPERATION.
           MOVE WS_OLD_SUM  TO AUDIT_OLD_SUM.
           MOVE ACCOUNT_SUM TO AUDIT_NEW_SUM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT_TIMESTAMP.
           MOVE WS_LEG_REFERENCE(WS_LEG_IDX) TO AUDIT_REFERENCE.
           MOVE WS_REVERSAL_POINTER TO AUDIT_REASON.
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
       END PROGRAM REVERSE-POSTING.
