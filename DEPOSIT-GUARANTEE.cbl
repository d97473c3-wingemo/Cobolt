      ******************************************************************
      * Author:
      * Date:
      * Purpose: Deposit guarantee single customer view. Produces the
      *          file the deposit guarantee authority would ask for if
      *          the bank failed, and is run quarterly as a rehearsal.
      *          For the run date (first command-line argument as
      *          YYYYMMDD, defaulting to today) walks ACCOUNTS.DAT in
      *          identity number order and, for each identity number,
      *          adds up the holder's accounts: the balance, the
      *          interest accrued since the last POST-INTEREST credit
      *          at the rate tiers on RATETABLE.DAT (actual days over
      *          a 365-day year, gross of preliminary tax), and the
      *          guaranteed amount - balance plus accrued interest,
      *          with an overdrawn account counting as nothing rather
      *          than being set off against the others. The
      *          guaranteed amount is split at the statutory ceiling
      *          held on GUARCEIL.DAT (1050000.00 when the file is
      *          missing) into the covered part and the uncovered
      *          excess. The last interest credit is the latest
      *          INTEREST entry on the audit trail, read from the
      *          archive AUDITARCH.DAT and then the live AUDITLOG.DAT;
      *          an account opened since then accrues from its CREATE
      *          entry. A customer holding a frozen account is flagged,
      *          since the payout may be held back. One fixed format
      *          line per identity number, with the name and address
      *          from CUSTOMERS.DAT, is written to SCVFILE.DAT followed
      *          by a control record carrying the counts and totals,
      *          and finance gets the covered and uncovered totals on
      *          SCVSUMMARY.RPT. A customer missing from CUSTOMERS.DAT,
      *          or an account with no interest credit or opening on
      *          the trail to accrue from, is reported on the console
      *          and the job ends with return code 1 so the file is
      *          completed by hand before it is handed over.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-GUARANTEE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT AUDIT-LOG ASSIGN TO WS_AUDIT_FILE_NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_AUDIT_STATUS.

           SELECT RATE-TABLE ASSIGN TO "RATETABLE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_RATES_STATUS.

           SELECT GUARANTEE-CEILING ASSIGN TO "GUARCEIL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_CEILING_STATUS.

           SELECT SCV-FILE ASSIGN TO "SCVFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SCV_STATUS.

           SELECT SCV-SUMMARY ASSIGN TO "SCVSUMMARY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SUMMARY_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
       COPY "ACCTREC.cpy".
       FD CUSTOMERS.
       COPY "CUSTREC.cpy".
       FD AUDIT-LOG.
       COPY "AUDITREC.cpy".
       FD RATE-TABLE.
       01  RATE_RECORD.
           02  RATE_BAND_LIMIT  PIC 9(8).
           02  RATE_PERCENT     PIC 9(2)V9(3).
       FD GUARANTEE-CEILING.
       01  CEILING_RECORD.
           02  CEILING_AMOUNT   PIC 9(8)V99.
       FD SCV-FILE.
       01  SCV_DETAIL_RECORD.
           02  SCV_RECORD_TYPE      PIC X.
           02  SCV_RUN_DATE         PIC 9(8).
           02  SCV_PNR              PIC 9(12).
           02  SCV_NAME             PIC X(30).
           02  SCV_ADDRESS          PIC X(40).
           02  SCV_ACCOUNT_COUNT    PIC 9(3).
           02  SCV_BALANCE          PIC S9(10)V99.
           02  SCV_ACCRUED_INTEREST PIC 9(8)V99.
           02  SCV_GUARANTEED       PIC 9(10)V99.
           02  SCV_COVERED          PIC 9(10)V99.
           02  SCV_EXCESS           PIC 9(10)V99.
           02  SCV_FROZEN_FLAG      PIC X.
       01  SCV_CONTROL_RECORD.
           02  SCV_CTL_TYPE         PIC X.
           02  SCV_CTL_RUN_DATE     PIC 9(8).
           02  SCV_CTL_CEILING      PIC 9(8)V99.
           02  SCV_CTL_CUST_COUNT   PIC 9(7).
           02  SCV_CTL_ACCT_COUNT   PIC 9(7).
           02  SCV_CTL_FROZEN_COUNT PIC 9(7).
           02  SCV_CTL_BALANCE      PIC S9(12)V99.
           02  SCV_CTL_ACCRUED      PIC 9(10)V99.
           02  SCV_CTL_GUARANTEED   PIC 9(12)V99.
           02  SCV_CTL_COVERED      PIC 9(12)V99.
           02  SCV_CTL_EXCESS       PIC 9(12)V99.
       FD SCV-SUMMARY.
       01  SUMMARY_LINE         PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS_ACCOUNTS_STATUS   PIC XX.
       01  WS_CUSTOMERS_STATUS  PIC XX.
       01  WS_AUDIT_STATUS      PIC XX.
       01  WS_RATES_STATUS      PIC XX.
       01  WS_CEILING_STATUS    PIC XX.
       01  WS_SCV_STATUS        PIC XX.
       01  WS_SUMMARY_STATUS    PIC XX.
       01  WS_AUDIT_FILE_NAME   PIC X(13) VALUE "AUDITARCH.DAT".
       01  WS_CUSTOMERS_MISSING PIC X.
           88  CUSTOMERS-FILE-MISSING VALUE "Y".
       01  WS_EOF               PIC X.
           88  END-OF-ACCOUNTS        VALUE "Y".
       01  WS_AUDIT_EOF         PIC X.
           88  END-OF-AUDIT-LOG       VALUE "Y".
       01  WS_AUDIT_PASS        PIC X.
           88  FINDING-LAST-INTEREST  VALUE "I".
           88  FINDING-NEW-ACCOUNTS   VALUE "N".
       01  WS_RATES_EOF         PIC X.
           88  END-OF-RATES           VALUE "Y".
       01  WS_RATE_COUNT        PIC 99.
       01  WS_RATE_IDX          PIC 99.
       01  WS_RATE_FOUND        PIC X.
           88  RATE-TIER-FOUND        VALUE "Y".
       01  WS_RATE_OVERFLOW     PIC X.
           88  RATE-TABLE-OVERFLOWED  VALUE "Y".
       01  WS_RATE_TIERS.
           02  WS_RATE_TIER OCCURS 20 TIMES.
               03  WS_TIER_LIMIT    PIC 9(8).
               03  WS_TIER_PERCENT  PIC 9(2)V9(3).
       01  WS_APPLIED_RATE      PIC 9(2)V9(3).
       01  WS_CMD_LINE          PIC X(20).
       01  WS_RUN_DATE          PIC 9(8).
       01  WS_ENTRY_DATE        PIC 9(8).
       01  WS_LAST_INTEREST_DATE PIC 9(8).
       01  WS_ACCRUAL_FROM      PIC 9(8).
       01  WS_ACCRUAL_DAYS      PIC 9(5).
       01  WS_CEILING           PIC 9(8)V99.
       01  WS_NEW_COUNT         PIC 9(4).
       01  WS_NEW_IDX           PIC 9(4).
       01  WS_NEW_OVERFLOW      PIC X.
           88  NEW-ACCOUNTS-OVERFLOWED VALUE "Y".
       01  WS_NEW_ACCOUNTS.
           02  WS_NEW_ACCOUNT OCCURS 5000 TIMES.
               03  WS_NEW_ACCOUNT_ID  PIC 9(8).
               03  WS_NEW_OPENED      PIC 9(8).
       01  WS_FIRST_ACCOUNT     PIC X.
           88  NO-CUSTOMER-STARTED    VALUE "Y".
       01  WS_CUST_PNR          PIC 9(12).
       01  WS_CUST_ACCOUNTS     PIC 9(3).
       01  WS_CUST_BALANCE      PIC S9(10)V99.
       01  WS_CUST_ACCRUED      PIC 9(8)V99.
       01  WS_CUST_GUARANTEED   PIC 9(10)V99.
       01  WS_CUST_COVERED      PIC 9(10)V99.
       01  WS_CUST_EXCESS       PIC 9(10)V99.
       01  WS_CUST_FROZEN       PIC X.
           88  CUSTOMER-HAS-FROZEN    VALUE "Y".
       01  WS_CUST_NAME         PIC X(30).
       01  WS_CUST_ADDRESS      PIC X(40).
       01  WS_ACCRUED           PIC 9(8)V99.
       01  WS_DEPOSIT           PIC S9(10)V99.
       01  WS_CUSTOMER_COUNT    PIC 9(7).
       01  WS_ACCOUNT_COUNT     PIC 9(7).
       01  WS_FROZEN_COUNT      PIC 9(7).
       01  WS_EXCESS_COUNT      PIC 9(7).
       01  WS_NO_CUSTOMER_COUNT PIC 9(7).
       01  WS_NO_BASIS_COUNT    PIC 9(7).
       01  WS_TOTAL_BALANCE     PIC S9(12)V99.
       01  WS_TOTAL_ACCRUED     PIC 9(10)V99.
       01  WS_TOTAL_GUARANTEED  PIC 9(12)V99.
       01  WS_TOTAL_COVERED     PIC 9(12)V99.
       01  WS_TOTAL_EXCESS      PIC 9(12)V99.
       01  WS_FROZEN_COVERED    PIC 9(12)V99.
       01  WS_SUMMARY_HEADING.
           02  FILLER           PIC X(48)
               VALUE "DEPOSIT GUARANTEE SINGLE CUSTOMER VIEW  RUN DATE".
           02  FILLER           PIC X    VALUE SPACE.
           02  WS_HEAD_DATE     PIC 9(8).
       01  WS_DATE_LINE.
           02  FILLER           PIC X(40)
               VALUE "LAST INTEREST CREDIT (ACCRUAL FROM)".
           02  FILLER           PIC X(7) VALUE SPACES.
           02  WS_DATE_PRINT    PIC 9(8).
       01  WS_AMOUNT_LINE.
           02  WS_AMOUNT_LABEL  PIC X(40).
           02  WS_AMOUNT_PRINT  PIC -(11)9.99.
       01  WS_COUNT_LINE.
           02  WS_COUNT_LABEL   PIC X(40).
           02  WS_COUNT_PRINT   PIC Z(6)9.
       PROCEDURE DIVISION.
       DEPOSIT-GUARANTEE-MAIN.
           ACCEPT WS_CMD_LINE FROM COMMAND-LINE.
           IF WS_CMD_LINE(1:8) IS NUMERIC
               MOVE WS_CMD_LINE(1:8) TO WS_RUN_DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS_RUN_DATE
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-GUARANTEE-CEILING.
           EVALUATE TRUE
               WHEN WS_RATE_COUNT = 0
                   DISPLAY "NO RATE TIERS ON FILE - SINGLE CUSTOMER"
                       " VIEW NOT PRODUCED"
                   MOVE 1 TO RETURN-CODE
               WHEN RATE-TABLE-OVERFLOWED
                   DISPLAY "TOO MANY RATE TIERS - SINGLE CUSTOMER"
                       " VIEW NOT PRODUCED"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   PERFORM PRODUCE-CUSTOMER-VIEW
           END-EVALUATE.
       STOP RUN.

       PRODUCE-CUSTOMER-VIEW.
           PERFORM FIND-ACCRUAL-DATES.
           OPEN INPUT ACCOUNTS.
           IF WS_ACCOUNTS_STATUS NOT = "00"
               DISPLAY "ACCOUNTS FILE NOT AVAILABLE"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM BUILD-CUSTOMER-VIEW
               CLOSE ACCOUNTS
               PERFORM WRITE-GUARANTEE-SUMMARY
               DISPLAY "SINGLE CUSTOMER VIEW AT " WS_RUN_DATE
               DISPLAY "CUSTOMERS REPORTED: " WS_CUSTOMER_COUNT
               DISPLAY "ACCOUNTS INCLUDED:  " WS_ACCOUNT_COUNT
               DISPLAY "TOTAL COVERED:      " WS_TOTAL_COVERED
               DISPLAY "TOTAL NOT COVERED:  " WS_TOTAL_EXCESS
           END-IF.
           IF WS_NO_CUSTOMER_COUNT > 0 OR WS_NO_BASIS_COUNT > 0
               DISPLAY "SINGLE CUSTOMER VIEW INCOMPLETE - COMPLETE"
                   " THE FILE BY HAND"
               MOVE 1 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * POST-INTEREST credits every account in one run, so the latest
      * INTEREST entry on the trail dates the last credit for all of
      * them. Accounts opened after that run accrue from their CREATE
      * entry instead; they are found on a second pass once the date
      * of the last credit is known. The archive is read before the
      * live log because a period cut may have moved the last credit
      * onto it. Entries dated after the run date are ignored so that
      * a rehearsal for an earlier date gives the same figures.
      ******************************************************************
       FIND-ACCRUAL-DATES.
           MOVE ZERO TO WS_LAST_INTEREST_DATE.
           MOVE ZERO TO WS_NEW_COUNT.
           MOVE "N"  TO WS_NEW_OVERFLOW.
           SET FINDING-LAST-INTEREST TO TRUE.
           MOVE "AUDITARCH.DAT" TO WS_AUDIT_FILE_NAME.
           PERFORM SCAN-AUDIT-FILE.
           MOVE "AUDITLOG.DAT" TO WS_AUDIT_FILE_NAME.
           PERFORM SCAN-AUDIT-FILE.
           IF WS_LAST_INTEREST_DATE = ZERO
               DISPLAY "NO INTEREST CREDIT ON THE AUDIT TRAIL -"
                   " ACCRUAL FROM ACCOUNT OPENING ONLY"
           END-IF.
           SET FINDING-NEW-ACCOUNTS TO TRUE.
           MOVE "AUDITARCH.DAT" TO WS_AUDIT_FILE_NAME.
           PERFORM SCAN-AUDIT-FILE.
           MOVE "AUDITLOG.DAT" TO WS_AUDIT_FILE_NAME.
           PERFORM SCAN-AUDIT-FILE.
           IF NEW-ACCOUNTS-OVERFLOWED
               DISPLAY "TOO MANY ACCOUNTS OPENED SINCE THE LAST"
                   " CREDIT - LATER OPENINGS ACCRUE FROM THE CREDIT"
               MOVE 1 TO RETURN-CODE
           END-IF.

       SCAN-AUDIT-FILE.
           OPEN INPUT AUDIT-LOG.
           IF WS_AUDIT_STATUS NOT = "00"
               IF FINDING-LAST-INTEREST
                   DISPLAY "NO " WS_AUDIT_FILE_NAME " ON FILE -"
                       " SKIPPED"
               END-IF
           ELSE
               MOVE "N" TO WS_AUDIT_EOF
               PERFORM UNTIL END-OF-AUDIT-LOG
                   READ AUDIT-LOG
                       AT END
                           SET END-OF-AUDIT-LOG TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-AUDIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

       CHECK-ONE-AUDIT-ENTRY.
           IF AUDIT_TIMESTAMP(1:8) IS NUMERIC
               MOVE AUDIT_TIMESTAMP(1:8) TO WS_ENTRY_DATE
               IF WS_ENTRY_DATE <= WS_RUN_DATE
                   IF FINDING-LAST-INTEREST
                       IF AUDIT_OPERATION = "INTEREST"
                           AND WS_ENTRY_DATE > WS_LAST_INTEREST_DATE
                           MOVE WS_ENTRY_DATE TO WS_LAST_INTEREST_DATE
                       END-IF
                   ELSE
                       IF AUDIT_OPERATION = "CREATE"
                           AND WS_ENTRY_DATE > WS_LAST_INTEREST_DATE
                           PERFORM NOTE-NEW-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NOTE-NEW-ACCOUNT.
           IF WS_NEW_COUNT < 5000
               ADD 1 TO WS_NEW_COUNT
               MOVE AUDIT_ACCOUNT_ID TO WS_NEW_ACCOUNT_ID(WS_NEW_COUNT)
               MOVE WS_ENTRY_DATE    TO WS_NEW_OPENED(WS_NEW_COUNT)
           ELSE
               SET NEW-ACCOUNTS-OVERFLOWED TO TRUE
           END-IF.

      ******************************************************************
      * Reading on the identity number key brings all of a customer's
      * accounts together, so each customer is totalled and written
      * when the next identity number comes up.
      ******************************************************************
       BUILD-CUSTOMER-VIEW.
           MOVE ZERO TO WS_CUSTOMER_COUNT.
           MOVE ZERO TO WS_ACCOUNT_COUNT.
           MOVE ZERO TO WS_FROZEN_COUNT.
           MOVE ZERO TO WS_EXCESS_COUNT.
           MOVE ZERO TO WS_NO_CUSTOMER_COUNT.
           MOVE ZERO TO WS_NO_BASIS_COUNT.
           MOVE ZERO TO WS_TOTAL_BALANCE.
           MOVE ZERO TO WS_TOTAL_ACCRUED.
           MOVE ZERO TO WS_TOTAL_GUARANTEED.
           MOVE ZERO TO WS_TOTAL_COVERED.
           MOVE ZERO TO WS_TOTAL_EXCESS.
           MOVE ZERO TO WS_FROZEN_COVERED.
           MOVE "N" TO WS_CUSTOMERS_MISSING.
           OPEN INPUT CUSTOMERS.
           IF WS_CUSTOMERS_STATUS NOT = "00"
               MOVE "Y" TO WS_CUSTOMERS_MISSING
               DISPLAY "NO CUSTOMER FILE - NAMES AND ADDRESSES MISSING"
           END-IF.
           OPEN OUTPUT SCV-FILE.
           MOVE "Y" TO WS_FIRST_ACCOUNT.
           MOVE "N" TO WS_EOF.
           MOVE LOW-VALUES TO ACCOUNT_PNR.
           START ACCOUNTS KEY IS NOT LESS THAN ACCOUNT_PNR
               INVALID KEY
                   SET END-OF-ACCOUNTS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-ACCOUNTS
               READ ACCOUNTS NEXT RECORD
                   AT END
                       SET END-OF-ACCOUNTS TO TRUE
                   NOT AT END
                       PERFORM ADD-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           IF NOT NO-CUSTOMER-STARTED
               PERFORM WRITE-CUSTOMER-LINE
           END-IF.
           PERFORM WRITE-CONTROL-RECORD.
           CLOSE SCV-FILE.
           IF NOT CUSTOMERS-FILE-MISSING
               CLOSE CUSTOMERS
           END-IF.

       ADD-ONE-ACCOUNT.
           IF NO-CUSTOMER-STARTED
               PERFORM START-CUSTOMER
           ELSE
               IF ACCOUNT_PNR NOT = WS_CUST_PNR
                   PERFORM WRITE-CUSTOMER-LINE
                   PERFORM START-CUSTOMER
               END-IF
           END-IF.
           PERFORM ACCRUE-ACCOUNT-INTEREST.
           ADD 1 TO WS_ACCOUNT_COUNT.
           ADD 1 TO WS_CUST_ACCOUNTS.
           ADD ACCOUNT_SUM TO WS_CUST_BALANCE.
           ADD WS_ACCRUED  TO WS_CUST_ACCRUED.
           COMPUTE WS_DEPOSIT = ACCOUNT_SUM + WS_ACCRUED.
           IF WS_DEPOSIT > ZERO
               ADD WS_DEPOSIT TO WS_CUST_GUARANTEED
           END-IF.
           IF ACCOUNT-IS-FROZEN
               SET CUSTOMER-HAS-FROZEN TO TRUE
           END-IF.

       START-CUSTOMER.
           MOVE "N" TO WS_FIRST_ACCOUNT.
           MOVE ACCOUNT_PNR TO WS_CUST_PNR.
           MOVE ZERO TO WS_CUST_ACCOUNTS.
           MOVE ZERO TO WS_CUST_BALANCE.
           MOVE ZERO TO WS_CUST_ACCRUED.
           MOVE ZERO TO WS_CUST_GUARANTEED.
           MOVE "N" TO WS_CUST_FROZEN.

      ******************************************************************
      * Accrued interest follows POST-INTEREST: the tier is picked on
      * the balance and only a balance in credit earns interest. The
      * monthly credit is rate / 12, so a part month is taken as
      * actual days over 365.
      ******************************************************************
       ACCRUE-ACCOUNT-INTEREST.
           MOVE ZERO TO WS_ACCRUED.
           MOVE WS_LAST_INTEREST_DATE TO WS_ACCRUAL_FROM.
           PERFORM VARYING WS_NEW_IDX FROM 1 BY 1
               UNTIL WS_NEW_IDX > WS_NEW_COUNT
               IF WS_NEW_ACCOUNT_ID(WS_NEW_IDX) = ACCOUNT_ID
                   MOVE WS_NEW_OPENED(WS_NEW_IDX) TO WS_ACCRUAL_FROM
               END-IF
           END-PERFORM.
           IF ACCOUNT_SUM > ZERO
               IF WS_ACCRUAL_FROM = ZERO
                   ADD 1 TO WS_NO_BASIS_COUNT
                   DISPLAY "NO INTEREST CREDIT OR OPENING ON THE TRAIL"
                       " FOR ACCOUNT " ACCOUNT_ID " - NO ACCRUAL"
               ELSE
                   IF WS_ACCRUAL_FROM < WS_RUN_DATE
                       COMPUTE WS_ACCRUAL_DAYS =
                           FUNCTION INTEGER-OF-DATE(WS_RUN_DATE)
                           - FUNCTION INTEGER-OF-DATE(WS_ACCRUAL_FROM)
                       PERFORM FIND-APPLIED-RATE
                       COMPUTE WS_ACCRUED ROUNDED =
                           ACCOUNT_SUM * WS_APPLIED_RATE
                           * WS_ACCRUAL_DAYS / 36500
                   END-IF
               END-IF
           END-IF.

       FIND-APPLIED-RATE.
           MOVE WS_TIER_PERCENT(WS_RATE_COUNT) TO WS_APPLIED_RATE.
           MOVE "N" TO WS_RATE_FOUND.
           PERFORM VARYING WS_RATE_IDX FROM 1 BY 1
               UNTIL WS_RATE_IDX > WS_RATE_COUNT
               OR RATE-TIER-FOUND
               IF ACCOUNT_SUM <= WS_TIER_LIMIT(WS_RATE_IDX)
                   MOVE WS_TIER_PERCENT(WS_RATE_IDX)
                       TO WS_APPLIED_RATE
                   SET RATE-TIER-FOUND TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      * The ceiling applies per depositor, not per account, so the
      * split into covered and uncovered is made on the customer's
      * total guaranteed amount.
      ******************************************************************
       WRITE-CUSTOMER-LINE.
           IF WS_CUST_GUARANTEED > WS_CEILING
               MOVE WS_CEILING TO WS_CUST_COVERED
               ADD 1 TO WS_EXCESS_COUNT
           ELSE
               MOVE WS_CUST_GUARANTEED TO WS_CUST_COVERED
           END-IF.
           COMPUTE WS_CUST_EXCESS =
               WS_CUST_GUARANTEED - WS_CUST_COVERED.
           PERFORM FETCH-CUSTOMER-ADDRESS.
           MOVE "D"                TO SCV_RECORD_TYPE.
           MOVE WS_RUN_DATE        TO SCV_RUN_DATE.
           MOVE WS_CUST_PNR        TO SCV_PNR.
           MOVE WS_CUST_NAME       TO SCV_NAME.
           MOVE WS_CUST_ADDRESS    TO SCV_ADDRESS.
           MOVE WS_CUST_ACCOUNTS   TO SCV_ACCOUNT_COUNT.
           MOVE WS_CUST_BALANCE    TO SCV_BALANCE.
           MOVE WS_CUST_ACCRUED    TO SCV_ACCRUED_INTEREST.
           MOVE WS_CUST_GUARANTEED TO SCV_GUARANTEED.
           MOVE WS_CUST_COVERED    TO SCV_COVERED.
           MOVE WS_CUST_EXCESS     TO SCV_EXCESS.
           IF CUSTOMER-HAS-FROZEN
               MOVE "Y" TO SCV_FROZEN_FLAG
               ADD 1 TO WS_FROZEN_COUNT
               ADD WS_CUST_COVERED TO WS_FROZEN_COVERED
           ELSE
               MOVE "N" TO SCV_FROZEN_FLAG
           END-IF.
           WRITE SCV_DETAIL_RECORD.
           IF WS_SCV_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SINGLE CUSTOMER VIEW LINE"
               MOVE 1 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS_CUSTOMER_COUNT.
           ADD WS_CUST_BALANCE    TO WS_TOTAL_BALANCE.
           ADD WS_CUST_ACCRUED    TO WS_TOTAL_ACCRUED.
           ADD WS_CUST_GUARANTEED TO WS_TOTAL_GUARANTEED.
           ADD WS_CUST_COVERED    TO WS_TOTAL_COVERED.
           ADD WS_CUST_EXCESS     TO WS_TOTAL_EXCESS.

       FETCH-CUSTOMER-ADDRESS.
           MOVE SPACES TO WS_CUST_NAME.
           MOVE SPACES TO WS_CUST_ADDRESS.
           IF CUSTOMERS-FILE-MISSING
               MOVE "*NO CUSTOMER RECORD*" TO WS_CUST_NAME
               ADD 1 TO WS_NO_CUSTOMER_COUNT
           ELSE
               MOVE WS_CUST_PNR TO CUST_PNR
               READ CUSTOMERS
                   INVALID KEY
                       MOVE "*NO CUSTOMER RECORD*" TO WS_CUST_NAME
                       ADD 1 TO WS_NO_CUSTOMER_COUNT
                       DISPLAY "NO CUSTOMER RECORD FOR IDENTITY NUMBER "
                           WS_CUST_PNR
                   NOT INVALID KEY
                       MOVE CUST_NAME    TO WS_CUST_NAME
                       MOVE CUST_ADDRESS TO WS_CUST_ADDRESS
               END-READ
           END-IF.

       WRITE-CONTROL-RECORD.
           MOVE SPACES TO SCV_CONTROL_RECORD.
           MOVE "C"                 TO SCV_CTL_TYPE.
           MOVE WS_RUN_DATE         TO SCV_CTL_RUN_DATE.
           MOVE WS_CEILING          TO SCV_CTL_CEILING.
           MOVE WS_CUSTOMER_COUNT   TO SCV_CTL_CUST_COUNT.
           MOVE WS_ACCOUNT_COUNT    TO SCV_CTL_ACCT_COUNT.
           MOVE WS_FROZEN_COUNT     TO SCV_CTL_FROZEN_COUNT.
           MOVE WS_TOTAL_BALANCE    TO SCV_CTL_BALANCE.
           MOVE WS_TOTAL_ACCRUED    TO SCV_CTL_ACCRUED.
           MOVE WS_TOTAL_GUARANTEED TO SCV_CTL_GUARANTEED.
           MOVE WS_TOTAL_COVERED    TO SCV_CTL_COVERED.
           MOVE WS_TOTAL_EXCESS     TO SCV_CTL_EXCESS.
           WRITE SCV_CONTROL_RECORD.
           IF WS_SCV_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SINGLE CUSTOMER VIEW CONTROL"
                   " RECORD"
               MOVE 1 TO RETURN-CODE
           END-IF.

       WRITE-GUARANTEE-SUMMARY.
           OPEN OUTPUT SCV-SUMMARY.
           MOVE WS_RUN_DATE TO WS_HEAD_DATE.
           MOVE WS_SUMMARY_HEADING TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.
           MOVE SPACES TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.
           MOVE "STATUTORY CEILING PER DEPOSITOR" TO WS_AMOUNT_LABEL.
           MOVE WS_CEILING TO WS_AMOUNT_PRINT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE WS_LAST_INTEREST_DATE TO WS_DATE_PRINT.
           MOVE WS_DATE_LINE TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.
           MOVE SPACES TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.
           MOVE "CUSTOMERS" TO WS_COUNT_LABEL.
           MOVE WS_CUSTOMER_COUNT TO WS_COUNT_PRINT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ACCOUNTS" TO WS_COUNT_LABEL.
           MOVE WS_ACCOUNT_COUNT TO WS_COUNT_PRINT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CUSTOMERS ABOVE THE CEILING" TO WS_COUNT_LABEL.
           MOVE WS_EXCESS_COUNT TO WS_COUNT_PRINT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CUSTOMERS WITH A FROZEN ACCOUNT" TO WS_COUNT_LABEL.
           MOVE WS_FROZEN_COUNT TO WS_COUNT_PRINT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CUSTOMERS WITH NO CUSTOMER RECORD" TO WS_COUNT_LABEL.
           MOVE WS_NO_CUSTOMER_COUNT TO WS_COUNT_PRINT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ACCOUNTS WITH NO ACCRUAL DATE" TO WS_COUNT_LABEL.
           MOVE WS_NO_BASIS_COUNT TO WS_COUNT_PRINT.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.
           MOVE "TOTAL BALANCES" TO WS_AMOUNT_LABEL.
           MOVE WS_TOTAL_BALANCE TO WS_AMOUNT_PRINT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "TOTAL ACCRUED INTEREST" TO WS_AMOUNT_LABEL.
           MOVE WS_TOTAL_ACCRUED TO WS_AMOUNT_PRINT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "TOTAL GUARANTEED AMOUNT" TO WS_AMOUNT_LABEL.
           MOVE WS_TOTAL_GUARANTEED TO WS_AMOUNT_PRINT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "TOTAL COVERED" TO WS_AMOUNT_LABEL.
           MOVE WS_TOTAL_COVERED TO WS_AMOUNT_PRINT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "TOTAL NOT COVERED (ABOVE CEILING)" TO WS_AMOUNT_LABEL.
           MOVE WS_TOTAL_EXCESS TO WS_AMOUNT_PRINT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "COVERED ON FROZEN CUSTOMERS" TO WS_AMOUNT_LABEL.
           MOVE WS_FROZEN_COVERED TO WS_AMOUNT_PRINT.
           PERFORM WRITE-AMOUNT-LINE.
           CLOSE SCV-SUMMARY.

       WRITE-AMOUNT-LINE.
           MOVE WS_AMOUNT_LINE TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.

       WRITE-COUNT-LINE.
           MOVE WS_COUNT_LINE TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.

      ******************************************************************
      * No GUARCEIL.DAT on disk means the statutory ceiling of
      * 1 050 000 per depositor applies.
      ******************************************************************
       LOAD-GUARANTEE-CEILING.
           MOVE 1050000 TO WS_CEILING.
           OPEN INPUT GUARANTEE-CEILING.
           IF WS_CEILING_STATUS = "00"
               READ GUARANTEE-CEILING
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CEILING_AMOUNT TO WS_CEILING
               END-READ
               CLOSE GUARANTEE-CEILING
           ELSE
               DISPLAY "NO GUARANTEE CEILING ON FILE - STATUTORY"
                   " 1050000.00 APPLIED"
           END-IF.

       LOAD-RATE-TABLE.
           MOVE 0 TO WS_RATE_COUNT.
           MOVE "N" TO WS_RATE_OVERFLOW.
           OPEN INPUT RATE-TABLE.
           IF WS_RATES_STATUS = "00"
               MOVE "N" TO WS_RATES_EOF
               PERFORM UNTIL END-OF-RATES
                   READ RATE-TABLE
                       AT END
                           SET END-OF-RATES TO TRUE
                       NOT AT END
                           IF WS_RATE_COUNT < 20
                               ADD 1 TO WS_RATE_COUNT
                               MOVE RATE_BAND_LIMIT
                                   TO WS_TIER_LIMIT(WS_RATE_COUNT)
                               MOVE RATE_PERCENT
                                   TO WS_TIER_PERCENT(WS_RATE_COUNT)
                           ELSE
                               SET RATE-TABLE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE
           END-IF.
       END PROGRAM DEPOSIT-GUARANTEE.
