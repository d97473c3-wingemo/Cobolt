      ******************************************************************
      * Author:
      * Date:
      * Purpose: Compliance decision on sanctions list matches. Walks
      *          every unresolved hit on SANCHITS.DAT - raised by
      *          CUSTOMER-MAINT when a name is keyed or by the
      *          SANCTION-SCREEN rescreen - shows the customer, the
      *          listed name and list entry it matched, and lets the
      *          signed-on compliance officer mark it a false positive
      *          or confirmed, or leave it for later. The decision,
      *          the reason given, the officer's ID and the time are
      *          kept on the hit record, which is never deleted. A
      *          false positive releases the hold on account opening;
      *          a confirmed hit keeps it and puts the customer's
      *          account on freeze at once through the account status,
      *          written to AUDITLOG.DAT as FREEZE with reason
      *          SANCTION and the balance unchanged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTION-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTION-HITS ASSIGN TO "SANCHITS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SANCHIT_KEY
           FILE STATUS IS WS_HITS_STATUS.

           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT_ID
           ALTERNATE RECORD KEY IS ACCOUNT_PNR
           FILE STATUS IS WS_ACCOUNTS_STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_AUDIT_STATUS.

           SELECT OPERATORS ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_OPERATORS_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SANCTION-HITS.
       COPY "SHITREC.cpy".
       FD ACCOUNTS.
       COPY "ACCTREC.cpy".
       FD AUDIT-LOG.
       COPY "AUDITREC.cpy".
       FD OPERATORS.
       COPY "OPERREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS_HITS_STATUS      PIC XX.
       01  WS_ACCOUNTS_STATUS  PIC XX.
       01  WS_AUDIT_STATUS     PIC XX.
       01  WS_HITS_EOF         PIC X.
           88  END-OF-HITS           VALUE "Y".
       01  WS_REVIEW_QUIT      PIC X.
           88  REVIEW-QUIT           VALUE "Y".
       01  WS_ACTION           PIC X.
       01  WS_REASON           PIC X(20).
       01  WS_CLEARED_COUNT    PIC 9(5).
       01  WS_CONFIRMED_COUNT  PIC 9(5).
       01  WS_LEFT_COUNT       PIC 9(5).
       01  WS_OPERATORS_STATUS PIC XX.
       01  WS_OPERATORS_EOF    PIC X.
           88  END-OF-OPERATORS      VALUE "Y".
       01  WS_OPERATOR_ID      PIC X(8).
       01  WS_SIGNED_ON        PIC X.
           88  OPERATOR-SIGNED-ON    VALUE "Y".
       PROCEDURE DIVISION.
       SANCTION-REVIEW-MAIN.
           PERFORM SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               PERFORM REVIEW-SANCTION-HITS
           END-IF.
       STOP RUN.

       REVIEW-SANCTION-HITS.
           MOVE ZERO TO WS_CLEARED_COUNT.
           MOVE ZERO TO WS_CONFIRMED_COUNT.
           MOVE ZERO TO WS_LEFT_COUNT.
           MOVE "N"  TO WS_REVIEW_QUIT.
           OPEN I-O SANCTION-HITS.
           EVALUATE TRUE
               WHEN WS_HITS_STATUS = "35"
                   DISPLAY "NO SANCTIONS HITS TO REVIEW"
               WHEN WS_HITS_STATUS NOT = "00"
                   DISPLAY "SANCTIONS HITS FILE NOT AVAILABLE"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE "N" TO WS_HITS_EOF
                   PERFORM UNTIL END-OF-HITS OR REVIEW-QUIT
                       READ SANCTION-HITS NEXT RECORD
                           AT END
                               SET END-OF-HITS TO TRUE
                           NOT AT END
                               IF HIT-UNRESOLVED
                                   PERFORM REVIEW-ONE-HIT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SANCTION-HITS
                   DISPLAY " "
                   DISPLAY "FALSE POSITIVES: " WS_CLEARED_COUNT
                   DISPLAY "CONFIRMED:       " WS_CONFIRMED_COUNT
                   DISPLAY "LEFT OPEN:       " WS_LEFT_COUNT
           END-EVALUATE.

       REVIEW-ONE-HIT.
           DISPLAY " ".
           DISPLAY "IDENTITY NUMBER: " SANCHIT_PNR.
           DISPLAY "CUSTOMER NAME:   " SANCHIT_CUST_NAME.
           DISPLAY "LIST ENTRY:      " SANCHIT_ENTRY_ID.
           DISPLAY "LISTED NAME:     " SANCHIT_LIST_NAME.
           DISPLAY "FOUND AT:        " SANCHIT_FOUND_AT.
           DISPLAY "ACTION? F=FALSE POSITIVE C=CONFIRMED Q=QUIT"
               " BLANK=LEAVE OPEN".
           MOVE SPACE TO WS_ACTION.
           ACCEPT WS_ACTION.
           EVALUATE WS_ACTION
               WHEN "F"
                   PERFORM TAKE-DECISION-REASON
                   MOVE "F" TO SANCHIT_STATUS
                   PERFORM RECORD-DECISION
                   ADD 1 TO WS_CLEARED_COUNT
                   DISPLAY "HIT CLEARED AS A FALSE POSITIVE"
               WHEN "C"
                   PERFORM TAKE-DECISION-REASON
                   MOVE "C" TO SANCHIT_STATUS
                   PERFORM RECORD-DECISION
                   ADD 1 TO WS_CONFIRMED_COUNT
                   DISPLAY "HIT CONFIRMED"
                   PERFORM FREEZE-HIT-ACCOUNT
               WHEN "Q"
                   ADD 1 TO WS_LEFT_COUNT
                   SET REVIEW-QUIT TO TRUE
               WHEN OTHER
                   ADD 1 TO WS_LEFT_COUNT
                   DISPLAY "HIT LEFT OPEN"
           END-EVALUATE.

       TAKE-DECISION-REASON.
           DISPLAY "REASON:".
           MOVE SPACES TO WS_REASON.
           ACCEPT WS_REASON.

       RECORD-DECISION.
           MOVE WS_REASON      TO SANCHIT_REASON.
           MOVE WS_OPERATOR_ID TO SANCHIT_DECIDED_BY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SANCHIT_DECIDED_AT.
           REWRITE SANCTION_HIT
               INVALID KEY
                   DISPLAY "UNABLE TO RECORD DECISION"
                   MOVE 1 TO RETURN-CODE
           END-REWRITE.

      ******************************************************************
      * A confirmed hit freezes the holder's account straight away
      * rather than waiting for the next rescreen. An account already
      * frozen is left as it is. If the accounts file cannot be opened
      * the decision still stands and SANCTION-SCREEN freezes the
      * account on its next run.
      ******************************************************************
       FREEZE-HIT-ACCOUNT.
           OPEN I-O ACCOUNTS.
           EVALUATE TRUE
               WHEN WS_ACCOUNTS_STATUS = "00"
                   MOVE SANCHIT_PNR TO ACCOUNT_PNR
                   READ ACCOUNTS KEY IS ACCOUNT_PNR
                       INVALID KEY
                           DISPLAY "CUSTOMER HOLDS NO ACCOUNT"
                       NOT INVALID KEY
                           IF ACCOUNT-IS-FROZEN
                               DISPLAY "ACCOUNT " ACCOUNT_ID
                                   " ALREADY FROZEN"
                           ELSE
                               PERFORM FREEZE-ONE-ACCOUNT
                           END-IF
                   END-READ
                   CLOSE ACCOUNTS
               WHEN WS_ACCOUNTS_STATUS = "35"
                   DISPLAY "CUSTOMER HOLDS NO ACCOUNT"
               WHEN OTHER
                   DISPLAY "ACCOUNTS FILE NOT AVAILABLE - ACCOUNT"
                       " NOT FROZEN"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

       FREEZE-ONE-ACCOUNT.
           MOVE "F" TO ACCOUNT_STATUS.
           REWRITE ACCOUNT_DATA
               INVALID KEY
                   DISPLAY "UNABLE TO FREEZE ACCOUNT " ACCOUNT_ID
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "ACCOUNT " ACCOUNT_ID " FROZEN"
           END-REWRITE.

       WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-LOG.
           IF WS_AUDIT_STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE ACCOUNT_ID     TO AUDIT_ACCOUNT_ID.
           MOVE "FREEZE"       TO AUDIT_OPERATION.
           MOVE ACCOUNT_SUM    TO AUDIT_OLD_SUM.
           MOVE ACCOUNT_SUM    TO AUDIT_NEW_SUM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT_TIMESTAMP.
           MOVE ZERO           TO AUDIT_REFERENCE.
           MOVE "SANCTION"     TO AUDIT_REASON.
           MOVE WS_OPERATOR_ID TO AUDIT_OPERATOR.
           WRITE AUDIT_ENTRY.
           IF WS_AUDIT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE AUDIT ENTRY"
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE AUDIT-LOG.

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
       END PROGRAM SANCTION-REVIEW.
