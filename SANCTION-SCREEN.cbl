      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rescreen of the whole customer master against the
      *          consolidated sanctions list, run each time a new
      *          SANCTIONS.DAT arrives. The list is loaded into a
      *          table and every name on CUSTOMERS.DAT is compared
      *          with every listed name on a match key that ignores
      *          spacing, case and Swedish letters (as CUSTOMER-MAINT
      *          does when a name is keyed). A match not seen before
      *          goes onto SANCHITS.DAT as unresolved for compliance
      *          to decide in SANCTION-REVIEW; a pairing already on
      *          file keeps its decision, except that a false
      *          positive is reopened when the customer's name has
      *          changed since it was cleared. Every match is listed
      *          on SANCHITS.RPT with its state. The account of every
      *          customer with a confirmed hit is then put on freeze
      *          through the account status, written to AUDITLOG.DAT
      *          as FREEZE with reason SANCTION and the balance
      *          unchanged, and listed on the report; lifting that
      *          freeze needs the dual-control approval like any
      *          other. No list on file, or a list too large for the
      *          table, and nothing is screened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTION-SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTIONS-LIST ASSIGN TO "SANCTIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SANCTIONS_STATUS.

           SELECT SANCTION-HITS ASSIGN TO "SANCHITS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SANCHIT_KEY
           FILE STATUS IS WS_HITS_STATUS.

           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUST_PNR
           FILE STATUS IS WS_CUSTOMERS_STATUS.

           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT_ID
           ALTERNATE RECORD KEY IS ACCOUNT_PNR
           FILE STATUS IS WS_ACCOUNTS_STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_AUDIT_STATUS.

           SELECT REPORT-FILE ASSIGN TO "SANCHITS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_REPORT_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SANCTIONS-LIST.
       COPY "SANCREC.cpy".
       FD SANCTION-HITS.
       COPY "SHITREC.cpy".
       FD CUSTOMERS.
       COPY "CUSTREC.cpy".
       FD ACCOUNTS.
       COPY "ACCTREC.cpy".
       FD AUDIT-LOG.
       COPY "AUDITREC.cpy".
       FD REPORT-FILE.
       01  REPORT_LINE          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS_SANCTIONS_STATUS  PIC XX.
       01  WS_HITS_STATUS       PIC XX.
       01  WS_CUSTOMERS_STATUS  PIC XX.
       01  WS_ACCOUNTS_STATUS   PIC XX.
       01  WS_AUDIT_STATUS      PIC XX.
       01  WS_REPORT_STATUS     PIC XX.
       01  WS_SANCTIONS_EOF     PIC X.
           88  END-OF-SANCTIONS       VALUE "Y".
       01  WS_CUSTOMERS_EOF     PIC X.
           88  END-OF-CUSTOMERS       VALUE "Y".
       01  WS_HITS_EOF          PIC X.
           88  END-OF-HITS            VALUE "Y".
       01  WS_LIST_MISSING      PIC X.
           88  SANCTIONS-LIST-MISSING VALUE "Y".
       01  WS_LIST_OVERFLOW     PIC X.
           88  SANCTIONS-TABLE-OVERFLOWED VALUE "Y".
       01  WS_HITS_MISSING      PIC X.
           88  HITS-FILE-MISSING      VALUE "Y".
       01  WS_ACCOUNTS_OPEN     PIC X.
           88  ACCOUNTS-FILE-OPEN     VALUE "Y".
       01  WS_RUN_DATE          PIC X(8).
       01  WS_SL_COUNT          PIC 9(5).
       01  WS_SL_IDX            PIC 9(5).
       01  WS_SL_TABLE.
           02  WS_SL_ENTRY OCCURS 10000 TIMES.
               03  WS_SL_ENTRY_ID   PIC X(10).
               03  WS_SL_NAME       PIC X(60).
               03  WS_SL_KEY        PIC X(60).
       01  WS_CUST_KEY          PIC X(60).
       01  WS_NAME_IN           PIC X(60).
       01  WS_NAME_KEY          PIC X(60).
       01  WS_NAME_IDX          PIC 99.
       01  WS_KEY_LENGTH        PIC 99.
       01  WS_SCREENED_COUNT    PIC 9(6).
       01  WS_NEW_COUNT         PIC 9(6).
       01  WS_OPEN_COUNT        PIC 9(6).
       01  WS_CONFIRMED_COUNT   PIC 9(6).
       01  WS_CLEARED_COUNT     PIC 9(6).
       01  WS_FROZEN_COUNT      PIC 9(6).
       01  WS_TITLE_LINE.
           02  FILLER           PIC X(30)
               VALUE "SANCTIONS SCREENING REPORT FOR".
           02  FILLER           PIC X     VALUE SPACE.
           02  WS_TITLE_DATE    PIC X(8).
       01  WS_HEADING_LINE.
           02  FILLER           PIC X(14) VALUE "IDENTITY NO".
           02  FILLER           PIC X(32) VALUE "CUSTOMER NAME".
           02  FILLER           PIC X(12) VALUE "LIST ENTRY".
           02  FILLER           PIC X(32) VALUE "LISTED NAME".
           02  FILLER           PIC X(10) VALUE "STATE".
       01  WS_DETAIL_LINE.
           02  WS_DETAIL_PNR    PIC 9(12).
           02  FILLER           PIC XX    VALUE SPACE.
           02  WS_DETAIL_NAME   PIC X(30).
           02  FILLER           PIC XX    VALUE SPACE.
           02  WS_DETAIL_ENTRY  PIC X(10).
           02  FILLER           PIC XX    VALUE SPACE.
           02  WS_DETAIL_LISTED PIC X(30).
           02  FILLER           PIC XX    VALUE SPACE.
           02  WS_DETAIL_STATE  PIC X(10).
       01  WS_FROZEN_LINE.
           02  FILLER           PIC X(8)  VALUE "ACCOUNT ".
           02  WS_FROZEN_ACCT   PIC 9(8).
           02  FILLER           PIC X(17) VALUE " FROZEN - HOLDER ".
           02  WS_FROZEN_PNR    PIC 9(12).
       01  WS_COUNT_LINE.
           02  WS_COUNT_LABEL   PIC X(34).
           02  WS_COUNT_VALUE   PIC Z(5)9.
       PROCEDURE DIVISION.
       SANCTION-SCREEN-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_RUN_DATE.
           PERFORM LOAD-SANCTIONS-LIST.
           EVALUATE TRUE
               WHEN SANCTIONS-LIST-MISSING
                   DISPLAY "NO SANCTIONS LIST ON FILE - NOTHING"
                       " SCREENED"
                   MOVE 1 TO RETURN-CODE
               WHEN SANCTIONS-TABLE-OVERFLOWED
                   DISPLAY "SANCTIONS LIST TOO LARGE - NOTHING"
                       " SCREENED"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   PERFORM RESCREEN-CUSTOMERS
           END-EVALUATE.
       STOP RUN.

       LOAD-SANCTIONS-LIST.
           MOVE ZERO TO WS_SL_COUNT.
           MOVE "N" TO WS_LIST_MISSING.
           MOVE "N" TO WS_LIST_OVERFLOW.
           OPEN INPUT SANCTIONS-LIST.
           IF WS_SANCTIONS_STATUS NOT = "00"
               SET SANCTIONS-LIST-MISSING TO TRUE
           ELSE
               MOVE "N" TO WS_SANCTIONS_EOF
               PERFORM UNTIL END-OF-SANCTIONS
                   READ SANCTIONS-LIST
                       AT END
                           SET END-OF-SANCTIONS TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-LIST-NAME
                   END-READ
               END-PERFORM
               CLOSE SANCTIONS-LIST
           END-IF.

       LOAD-ONE-LIST-NAME.
           MOVE SANC_NAME TO WS_NAME_IN.
           PERFORM MAKE-NAME-KEY.
           IF WS_NAME_KEY NOT = SPACES
               IF WS_SL_COUNT < 10000
                   ADD 1 TO WS_SL_COUNT
                   MOVE SANC_ENTRY_ID TO WS_SL_ENTRY_ID(WS_SL_COUNT)
                   MOVE SANC_NAME     TO WS_SL_NAME(WS_SL_COUNT)
                   MOVE WS_NAME_KEY   TO WS_SL_KEY(WS_SL_COUNT)
               ELSE
                   SET SANCTIONS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       RESCREEN-CUSTOMERS.
           MOVE ZERO TO WS_SCREENED_COUNT.
           MOVE ZERO TO WS_NEW_COUNT.
           MOVE ZERO TO WS_OPEN_COUNT.
           MOVE ZERO TO WS_CONFIRMED_COUNT.
           MOVE ZERO TO WS_CLEARED_COUNT.
           MOVE ZERO TO WS_FROZEN_COUNT.
           PERFORM OPEN-HITS-FOR-UPDATE.
           IF NOT HITS-FILE-MISSING
               OPEN INPUT CUSTOMERS
               IF WS_CUSTOMERS_STATUS NOT = "00"
                   DISPLAY "CUSTOMER FILE NOT AVAILABLE"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT REPORT-FILE
                   MOVE WS_RUN_DATE TO WS_TITLE_DATE
                   MOVE WS_TITLE_LINE TO REPORT_LINE
                   WRITE REPORT_LINE
                   MOVE WS_HEADING_LINE TO REPORT_LINE
                   WRITE REPORT_LINE
                   MOVE "N" TO WS_CUSTOMERS_EOF
                   PERFORM UNTIL END-OF-CUSTOMERS
                       READ CUSTOMERS NEXT RECORD
                           AT END
                               SET END-OF-CUSTOMERS TO TRUE
                           NOT AT END
                               PERFORM SCREEN-ONE-CUSTOMER
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMERS
                   PERFORM FREEZE-CONFIRMED-HITS
                   PERFORM WRITE-SCREENING-TOTALS
                   CLOSE REPORT-FILE
                   DISPLAY "CUSTOMERS SCREENED: " WS_SCREENED_COUNT
                   DISPLAY "NEW SANCTIONS HITS: " WS_NEW_COUNT
                   DISPLAY "ACCOUNTS FROZEN:    " WS_FROZEN_COUNT
               END-IF
               CLOSE SANCTION-HITS
           END-IF.

       SCREEN-ONE-CUSTOMER.
           ADD 1 TO WS_SCREENED_COUNT.
           MOVE CUST_NAME TO WS_NAME_IN.
           PERFORM MAKE-NAME-KEY.
           MOVE WS_NAME_KEY TO WS_CUST_KEY.
           IF WS_CUST_KEY NOT = SPACES
               PERFORM VARYING WS_SL_IDX FROM 1 BY 1
                   UNTIL WS_SL_IDX > WS_SL_COUNT
                   IF WS_SL_KEY(WS_SL_IDX) = WS_CUST_KEY
                       PERFORM RECORD-SANCTION-HIT
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * A pairing already on file keeps its decision, except that a
      * false positive is reopened when the name it was cleared under
      * has since been changed.
      ******************************************************************
       RECORD-SANCTION-HIT.
           MOVE CUST_PNR                 TO SANCHIT_PNR.
           MOVE WS_SL_ENTRY_ID(WS_SL_IDX) TO SANCHIT_ENTRY_ID.
           READ SANCTION-HITS
               INVALID KEY
                   PERFORM FILL-OPEN-HIT
                   WRITE SANCTION_HIT
                       INVALID KEY
                           DISPLAY "UNABLE TO RECORD SANCTIONS HIT"
                           MOVE 1 TO RETURN-CODE
                   END-WRITE
                   ADD 1 TO WS_NEW_COUNT
                   MOVE "NEW"       TO WS_DETAIL_STATE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN HIT-FALSE-POSITIVE
                           AND SANCHIT_CUST_NAME NOT = CUST_NAME
                           PERFORM FILL-OPEN-HIT
                           REWRITE SANCTION_HIT
                               INVALID KEY
                                   DISPLAY "UNABLE TO REOPEN"
                                       " SANCTIONS HIT"
                                   MOVE 1 TO RETURN-CODE
                           END-REWRITE
                           ADD 1 TO WS_NEW_COUNT
                           MOVE "REOPENED"  TO WS_DETAIL_STATE
                       WHEN HIT-FALSE-POSITIVE
                           ADD 1 TO WS_CLEARED_COUNT
                           MOVE "CLEARED"   TO WS_DETAIL_STATE
                       WHEN HIT-CONFIRMED
                           ADD 1 TO WS_CONFIRMED_COUNT
                           MOVE "CONFIRMED" TO WS_DETAIL_STATE
                       WHEN OTHER
                           ADD 1 TO WS_OPEN_COUNT
                           MOVE "OPEN"      TO WS_DETAIL_STATE
                   END-EVALUATE
           END-READ.
           MOVE CUST_PNR                  TO WS_DETAIL_PNR.
           MOVE CUST_NAME                 TO WS_DETAIL_NAME.
           MOVE WS_SL_ENTRY_ID(WS_SL_IDX) TO WS_DETAIL_ENTRY.
           MOVE WS_SL_NAME(WS_SL_IDX)     TO WS_DETAIL_LISTED.
           MOVE WS_DETAIL_LINE TO REPORT_LINE.
           WRITE REPORT_LINE.

       FILL-OPEN-HIT.
           MOVE CUST_NAME                 TO SANCHIT_CUST_NAME.
           MOVE WS_SL_NAME(WS_SL_IDX)     TO SANCHIT_LIST_NAME.
           MOVE "U"                       TO SANCHIT_STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SANCHIT_FOUND_AT.
           MOVE SPACES                    TO SANCHIT_DECIDED_BY.
           MOVE SPACES                    TO SANCHIT_DECIDED_AT.
           MOVE SPACES                    TO SANCHIT_REASON.

      ******************************************************************
      * Every confirmed hit on file - from this run's list or decided
      * since the last one - puts the holder's account on freeze. An
      * account already frozen is left as it is; no accounts file yet
      * means there is nothing to freeze.
      ******************************************************************
       FREEZE-CONFIRMED-HITS.
           MOVE SPACES TO REPORT_LINE.
           WRITE REPORT_LINE.
           MOVE "ACCOUNTS FROZEN ON CONFIRMED HITS" TO REPORT_LINE.
           WRITE REPORT_LINE.
           MOVE "N" TO WS_ACCOUNTS_OPEN.
           OPEN I-O ACCOUNTS.
           EVALUATE TRUE
               WHEN WS_ACCOUNTS_STATUS = "00"
                   SET ACCOUNTS-FILE-OPEN TO TRUE
               WHEN WS_ACCOUNTS_STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ACCOUNTS FILE NOT AVAILABLE - NO ACCOUNTS"
                       " FROZEN"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           IF ACCOUNTS-FILE-OPEN
               MOVE "N" TO WS_HITS_EOF
               MOVE LOW-VALUES TO SANCHIT_KEY
               START SANCTION-HITS KEY IS NOT LESS THAN SANCHIT_KEY
                   INVALID KEY
                       SET END-OF-HITS TO TRUE
               END-START
               PERFORM UNTIL END-OF-HITS
                   READ SANCTION-HITS NEXT RECORD
                       AT END
                           SET END-OF-HITS TO TRUE
                       NOT AT END
                           IF HIT-CONFIRMED
                               PERFORM FREEZE-HIT-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS
           END-IF.

       FREEZE-HIT-ACCOUNT.
           MOVE SANCHIT_PNR TO ACCOUNT_PNR.
           READ ACCOUNTS KEY IS ACCOUNT_PNR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ACCOUNT-IS-FROZEN
                       PERFORM FREEZE-ONE-ACCOUNT
                   END-IF
           END-READ.

       FREEZE-ONE-ACCOUNT.
           MOVE "F" TO ACCOUNT_STATUS.
           REWRITE ACCOUNT_DATA
               INVALID KEY
                   DISPLAY "UNABLE TO FREEZE ACCOUNT " ACCOUNT_ID
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS_FROZEN_COUNT
                   PERFORM WRITE-AUDIT-ENTRY
                   MOVE ACCOUNT_ID  TO WS_FROZEN_ACCT
                   MOVE ACCOUNT_PNR TO WS_FROZEN_PNR
                   MOVE WS_FROZEN_LINE TO REPORT_LINE
                   WRITE REPORT_LINE
           END-REWRITE.

       WRITE-SCREENING-TOTALS.
           MOVE SPACES TO REPORT_LINE.
           WRITE REPORT_LINE.
           MOVE "LIST NAMES LOADED" TO WS_COUNT_LABEL.
           MOVE WS_SL_COUNT TO WS_COUNT_VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CUSTOMERS SCREENED" TO WS_COUNT_LABEL.
           MOVE WS_SCREENED_COUNT TO WS_COUNT_VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "NEW OR REOPENED HITS" TO WS_COUNT_LABEL.
           MOVE WS_NEW_COUNT TO WS_COUNT_VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "HITS STILL OPEN" TO WS_COUNT_LABEL.
           MOVE WS_OPEN_COUNT TO WS_COUNT_VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CONFIRMED HITS" TO WS_COUNT_LABEL.
           MOVE WS_CONFIRMED_COUNT TO WS_COUNT_VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CLEARED AS FALSE POSITIVES" TO WS_COUNT_LABEL.
           MOVE WS_CLEARED_COUNT TO WS_COUNT_VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ACCOUNTS FROZEN" TO WS_COUNT_LABEL.
           MOVE WS_FROZEN_COUNT TO WS_COUNT_VALUE.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS_COUNT_LINE TO REPORT_LINE.
           WRITE REPORT_LINE.

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

       WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-LOG.
           IF WS_AUDIT_STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE ACCOUNT_ID  TO AUDIT_ACCOUNT_ID.
           MOVE "FREEZE"    TO AUDIT_OPERATION.
           MOVE ACCOUNT_SUM TO AUDIT_OLD_SUM.
           MOVE ACCOUNT_SUM TO AUDIT_NEW_SUM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT_TIMESTAMP.
           MOVE ZERO        TO AUDIT_REFERENCE.
           MOVE "SANCTION"  TO AUDIT_REASON.
           MOVE "BATCH"     TO AUDIT_OPERATOR.
           WRITE AUDIT_ENTRY.
           IF WS_AUDIT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE AUDIT ENTRY"
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE AUDIT-LOG.

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
       END PROGRAM SANCTION-SCREEN.
