      *          alternate key).
      *          Account creation refuses identity numbers with no
      *          entry on this file, so customers must be registered
      *          here first. The operator signs on first and the ID
      *          is stamped on every CUSTLOG.DAT entry. A delete that
      *          passes the ownership check is not applied here: it
      *          is queued on PENDING.DAT and the customer is removed
      *          only when a second operator approves it in
      *          APPROVE-CHANGES. Every new customer and every change
      *          of name is screened against the sanctions list
      *          SANCTIONS.DAT, matching names regardless of spacing,
      *          case and Swedish letters; a match is recorded on
      *          SANCHITS.DAT for compliance (SANCTION-REVIEW) and
      *          blocks account creation until it is cleared.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CUSTOMER-LOG ASSIGN TO "CUSTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_CUSTLOG_STATUS.

           SELECT OPERATORS ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_OPERATORS_STATUS.

           SELECT PENDING-CHANGES ASSIGN TO "PENDING.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEND_ID
           FILE STATUS IS WS_PENDING_STATUS.

           SELECT SANCTIONS-LIST ASSIGN TO "SANCTIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SANCTIONS_STATUS.

           SELECT SANCTION-HITS ASSIGN TO "SANCHITS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SANCHIT_KEY
           FILE STATUS IS WS_HITS_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMERS.
       FD ACCOUNTS.
       COPY "ACCTREC.cpy".
       FD CUSTOMER-LOG.
       COPY "CLOGREC.cpy".
       FD OPERATORS.
       COPY "OPERREC.cpy".
       FD PENDING-CHANGES.
       COPY "PENDREC.cpy".
       FD SANCTIONS-LIST.
       COPY "SANCREC.cpy".
       FD SANCTION-HITS.
       COPY "SHITREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS_CUSTOMERS_STATUS PIC XX.
       01  WS_CUSTOMERS_MISSING PIC X.
       01  WS_PNR_IDX          PIC 99.
       01  WS_PNR_VALID        PIC X.
           88  PNR-IS-VALID        VALUE "Y".
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
       01  WS_SANCTIONS_STATUS PIC XX.
       01  WS_SANCTIONS_EOF    PIC X.
           88  END-OF-SANCTIONS      VALUE "Y".
       01  WS_HITS_STATUS      PIC XX.
       01  WS_HITS_MISSING     PIC X.
           88  HITS-FILE-MISSING     VALUE "Y".
       01  WS_MATCH_COUNT      PIC 9(4).
       01  WS_CUST_KEY         PIC X(60).
       01  WS_NAME_IN          PIC X(60).
       01  WS_NAME_KEY         PIC X(60).
       01  WS_NAME_IDX         PIC 99.
       01  WS_KEY_LENGTH       PIC 99.
       SCREEN SECTION.
       01  PNR-ENTRY-SCREEN.
           02  BLANK SCREEN FOREGROUND-COLOR 3.
               USING WS_MAINT_ACTION.
       PROCEDURE DIVISION.
       CUSTOMER-MAINT-MAIN.
           PERFORM SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               PERFORM MAINTAIN-CUSTOMER
           END-IF.
       STOP RUN.

       MAINTAIN-CUSTOMER.
           DISPLAY PNR-ENTRY-SCREEN.
           ACCEPT PNR-ENTRY-SCREEN.
           PERFORM VALIDATE-PNR.
                   CLOSE CUSTOMERS
               END-IF
           END-IF.

       OPEN-CUSTOMERS-FILE.
           MOVE "N" TO WS_CUSTOMERS_MISSING.
                           MOVE "AMEND" TO WS_LOG_ACTION
                           PERFORM WRITE-CUSTOMER-LOG
                           DISPLAY "CUSTOMER AMENDED"
                           IF WS_CUST_NAME NOT = WS_OLD_NAME
                               PERFORM SCREEN-CUSTOMER-NAME
                           END-IF
                   END-REWRITE
               END-IF
           ELSE
                       MOVE "ADD" TO WS_LOG_ACTION
                       PERFORM WRITE-CUSTOMER-LOG
                       DISPLAY "CUSTOMER ADDED"
                       PERFORM SCREEN-CUSTOMER-NAME
               END-WRITE
           END-IF.

                       " DELETE REFUSED"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   PERFORM QUEUE-DELETE-REQUEST
               END-EVALUATE
           END-IF.

      ******************************************************************
      * A delete is never done on one operator's word: once the
      * ownership checks pass it is queued on PENDING.DAT, and
      * APPROVE-CHANGES repeats the checks and deletes the customer
      * only after a different operator has approved it.
      ******************************************************************
       QUEUE-DELETE-REQUEST.
           PERFORM OPEN-PENDING-FOR-UPDATE.
           IF NOT PENDING-FILE-MISSING
               MOVE "CD"           TO WS_PEND_TYPE
               MOVE ZERO           TO WS_PEND_ACCOUNT_ID
               MOVE WS_ENTERED_PNR TO WS_PEND_PNR
               PERFORM SCAN-PENDING-CHANGES
               IF PENDING-ALREADY-QUEUED
                   DISPLAY "A DELETE IS ALREADY WAITING FOR"
                       " APPROVAL - NOTHING QUEUED"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   INITIALIZE PENDING_CHANGE
                   ADD 1 WS_HIGHEST_PEND_ID GIVING PEND_ID
                   MOVE WS_PEND_TYPE       TO PEND_TYPE
                   MOVE WS_ENTERED_PNR     TO PEND_PNR
                   MOVE WS_OPERATOR_ID     TO PEND_REQUESTED_BY
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO PEND_REQUESTED_AT
                   MOVE "P"                TO PEND_STATUS
                   WRITE PENDING_CHANGE
                       INVALID KEY
                           DISPLAY "UNABLE TO QUEUE REQUEST"
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "DELETE QUEUED FOR APPROVAL AS"
                               " REQUEST " PEND_ID
                   END-WRITE
               END-IF
               CLOSE PENDING-CHANGES
           END-IF.

      ******************************************************************
           MOVE WS_CUST_NAME    TO CUSTLOG_NEW_NAME.
           MOVE WS_CUST_ADDRESS TO CUSTLOG_NEW_ADDR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CUSTLOG_TIMESTAMP.
           MOVE WS_OPERATOR_ID  TO CUSTLOG_OPERATOR.
           WRITE CUSTLOG_ENTRY.
           IF WS_CUSTLOG_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE CUSTOMER LOG ENTRY"
           END-IF.
           CLOSE CUSTOMER-LOG.

      ******************************************************************
      * A new or changed name is checked against every name on the
      * sanctions list. A match is recorded on SANCHITS.DAT for
      * compliance to decide in SANCTION-REVIEW; the customer is still
      * saved, but CREATE-BANK-ACCOUNT will not open an account while
      * the hit is unresolved.
      ******************************************************************
       SCREEN-CUSTOMER-NAME.
           MOVE ZERO TO WS_MATCH_COUNT.
           MOVE WS_CUST_NAME TO WS_NAME_IN.
           PERFORM MAKE-NAME-KEY.
           MOVE WS_NAME_KEY TO WS_CUST_KEY.
           OPEN INPUT SANCTIONS-LIST.
           IF WS_SANCTIONS_STATUS NOT = "00"
               DISPLAY "NO SANCTIONS LIST ON FILE - NAME NOT SCREENED"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM OPEN-HITS-FOR-UPDATE
               IF NOT HITS-FILE-MISSING
                   MOVE "N" TO WS_SANCTIONS_EOF
                   PERFORM UNTIL END-OF-SANCTIONS
                       READ SANCTIONS-LIST
                           AT END
                               SET END-OF-SANCTIONS TO TRUE
                           NOT AT END
                               PERFORM CHECK-ONE-LIST-NAME
                       END-READ
                   END-PERFORM
                   CLOSE SANCTION-HITS
               END-IF
               CLOSE SANCTIONS-LIST
               IF WS_MATCH_COUNT > 0
                   DISPLAY "NAME MATCHES THE SANCTIONS LIST -"
                       " REFERRED TO COMPLIANCE"
               END-IF
           END-IF.

       CHECK-ONE-LIST-NAME.
           MOVE SANC_NAME TO WS_NAME_IN.
           PERFORM MAKE-NAME-KEY.
           IF WS_NAME_KEY = WS_CUST_KEY
               AND WS_CUST_KEY NOT = SPACES
               ADD 1 TO WS_MATCH_COUNT
               PERFORM RECORD-SANCTION-HIT
           END-IF.

      ******************************************************************
      * A pairing already on file keeps its decision, except that a
      * false positive is reopened when the name it was cleared under
      * has since been changed.
      ******************************************************************
       RECORD-SANCTION-HIT.
           MOVE WS_ENTERED_PNR TO SANCHIT_PNR.
           MOVE SANC_ENTRY_ID  TO SANCHIT_ENTRY_ID.
           READ SANCTION-HITS
               INVALID KEY
                   PERFORM FILL-OPEN-HIT
                   WRITE SANCTION_HIT
                       INVALID KEY
                           DISPLAY "UNABLE TO RECORD SANCTIONS HIT"
                           MOVE 1 TO RETURN-CODE
                   END-WRITE
               NOT INVALID KEY
                   IF HIT-FALSE-POSITIVE
                       AND SANCHIT_CUST_NAME NOT = WS_CUST_NAME
                       PERFORM FILL-OPEN-HIT
                       REWRITE SANCTION_HIT
                           INVALID KEY
                               DISPLAY "UNABLE TO REOPEN SANCTIONS HIT"
                               MOVE 1 TO RETURN-CODE
                       END-REWRITE
                   END-IF
           END-READ.

       FILL-OPEN-HIT.
           MOVE WS_CUST_NAME TO SANCHIT_CUST_NAME.
           MOVE SANC_NAME    TO SANCHIT_LIST_NAME.
           MOVE "U"          TO SANCHIT_STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SANCHIT_FOUND_AT.
           MOVE SPACES       TO SANCHIT_DECIDED_BY.
           MOVE SPACES       TO SANCHIT_DECIDED_AT.
           MOVE SPACES       TO SANCHIT_REASON.

       OPEN-HITS-FOR-UPDATE.
           MOVE "N" TO WS_HITS_MISSING.
           OPEN I-O SANCTION-HITS.
           IF WS_HITS_STATUS = "35"
               OPEN OUTPUT SANCTION-HITS
               CLOSE SANCTION-HITS
               OPEN I-O SANCTION-HITS
           END-IF.
           IF WS_HITS_STATUS NOT = "00"
               DISPLAY "SANCTIONS HITS FILE NOT AVAILABLE"
               MOVE "Y" TO WS_HITS_MISSING
               MOVE 1 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Names are compared on a match key: upper case, the Swedish and
      * other accented letters folded to the plain letter (whether the
      * text came in as UTF-8 or Latin-1) and everything but letters
      * and digits dropped, so spacing, hyphens and case never decide
      * whether two names match.
      ******************************************************************
       MAKE-NAME-KEY.
           INSPECT WS_NAME_IN REPLACING
               ALL X"C385" BY "A " ALL X"C3A5" BY "A "
               ALL X"C384" BY "A " ALL X"C3A4" BY "A "
               ALL X"C396" BY "O " ALL X"C3B6" BY "O "
               ALL X"C389" BY "E " ALL X"C3A9" BY "E "
               ALL X"C39C" BY "U " ALL X"C3BC" BY "U ".
           INSPECT WS_NAME_IN CONVERTING
               X"C5E5C4E4D6F6C9E9DCFC" TO "AAAAOOEEUU".
           INSPECT WS_NAME_IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS_NAME_KEY.
           MOVE 0 TO WS_KEY_LENGTH.
           PERFORM VARYING WS_NAME_IDX FROM 1 BY 1
               UNTIL WS_NAME_IDX > 60
               IF (WS_NAME_IN(WS_NAME_IDX:1) IS ALPHABETIC-UPPER
                   AND WS_NAME_IN(WS_NAME_IDX:1) NOT = SPACE)
                   OR WS_NAME_IN(WS_NAME_IDX:1) IS NUMERIC
                   ADD 1 TO WS_KEY_LENGTH
                   MOVE WS_NAME_IN(WS_NAME_IDX:1)
                       TO WS_NAME_KEY(WS_KEY_LENGTH:1)
               END-IF
           END-PERFORM.

       VALIDATE-PNR.
           MOVE "Y" TO WS_PNR_VALID.
           MOVE WS_ENTERED_PNR TO WS_PNR_DATA.
                   MOVE "N" TO WS_PNR_VALID
               END-IF
           END-IF.

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
       END PROGRAM CUSTOMER-MAINT.
