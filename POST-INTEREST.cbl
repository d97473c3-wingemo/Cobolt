      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end interest accrual. On the last business day of
      *          the month (Saturdays, Sundays and the bank holidays on
      *          HOLIDAYS.DAT are not business days; the business date
      *          is the first command-line argument as YYYYMMDD,
      *          defaulting to today, so a restarted nightly stream
      *          keeps the date the run started with), walks
      *          ACCOUNTS.DAT, computes interest on each ACCOUNT_SUM
      *          from the rate tiers held on RATETABLE.DAT (balance band
      *          upper limit + annual percentage rate, one tier per
      *          record), posts the credit to the account, writes an
      *          INTEREST entry to AUDITLOG.DAT per account and displays
      *          a summary of total interest paid for finance sign-off.
      *          An overdrawn account is instead charged debit interest
      *          on the negative balance at the flat annual rate held on
      *          ODRATE.DAT (separate from the credit tiers) and gets a
      *          DEBIT-INT entry; no ODRATE.DAT on disk means no debit
      *          interest is charged that month. Preliminary tax is
      *          withheld from every interest credit at the percentage
      *          held on TAXRATE.DAT (30 when the file is missing) and
      *          written as its own PRELIM-TAX entry straight after the
      *          INTEREST entry. The INTEREST, PRELIM-TAX and DEBIT-INT
      *          entries carry the customer's identity number in
      *          AUDIT_REASON so ANNUAL-TAX-REPORT can total them per
      *          customer even after the account is closed. On any other
      *          day it does nothing and ends with return code zero so
      *          the nightly stream carries on. The last credited
      *          account id is checkpointed to INTCHECKPOINT.DAT after
      *          every credit, so a restart after a mid-file failure
      *          resumes where it stopped instead of crediting the early
      *          accounts twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OD-RATE ASSIGN TO "ODRATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_ODRATE_STATUS.

           SELECT TAX-RATE ASSIGN TO "TAXRATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_TAXRATE_STATUS.

           SELECT HOLIDAYS ASSIGN TO "HOLIDAYS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOL_DATE
           FILE STATUS IS WS_HOLIDAYS_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
       COPY "ACCTREC.cpy".
       FD AUDIT-LOG.
       COPY "AUDITREC.cpy".
       FD HOLIDAYS.
       COPY "HOLIREC.cpy".
       FD RATE-TABLE.
       01  RATE_RECORD.
           02  RATE_BAND_LIMIT  PIC 9(8).
       FD OD-RATE.
       01  OD_RATE_RECORD.
           02  OD_RATE_PERCENT  PIC 9(2)V9(3).
       FD TAX-RATE.
       01  TAX_RATE_RECORD.
           02  TAX_RATE_PERCENT PIC 9(2)V9(3).
       WORKING-STORAGE SECTION.
       01  WS_ACCOUNTS_STATUS  PIC XX.
       01  WS_AUDIT_STATUS     PIC XX.
       01  WS_DEBIT_INTEREST   PIC 9(8)V99.
       01  WS_TOTAL_DEBIT_INT  PIC 9(10)V99.
       01  WS_DEBIT_COUNT      PIC 9(6).
       01  WS_TAXRATE_STATUS   PIC XX.
       01  WS_TAX_RATE         PIC 9(2)V9(3).
       01  WS_TAX_WITHHELD     PIC 9(8)V99.
       01  WS_TOTAL_TAX        PIC 9(10)V99.
       01  WS_NEW_SUM          PIC S9(8)V99.
       01  WS_OPERATION        PIC X(10).
       01  WS_CURRENT_DATE     PIC X(8).
       01  WS_CURRENT_DATE_N REDEFINES WS_CURRENT_DATE.
           02  WS_WORK_DAY     PIC 99.
       01  WS_DAY_NUMBER       PIC 9(7).
       01  WS_WEEKDAY          PIC 9.
       01  WS_HOLIDAYS_STATUS  PIC XX.
       01  WS_HOLIDAYS_OPEN    PIC X.
           88  HOLIDAY-CALENDAR-OPEN  VALUE "Y".
       01  WS_BANKING_DAY      PIC X.
           88  WORK-DATE-IS-BANKING-DAY VALUE "Y".
       01  WS_MONTH_DAYS.
           02  FILLER  PIC 99 VALUE 31.
           02  FILLER  PIC 99 VALUE 28.
       RUN-INTEREST-ACCRUAL.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-OD-RATE.
           PERFORM LOAD-TAX-RATE.
           EVALUATE TRUE
               WHEN WS_RATE_COUNT = 0
                   DISPLAY "NO RATE TIERS ON FILE - INTEREST RUN"
           MOVE ZERO TO WS_ACCOUNT_COUNT.
           MOVE ZERO TO WS_TOTAL_DEBIT_INT.
           MOVE ZERO TO WS_DEBIT_COUNT.
           MOVE ZERO TO WS_TOTAL_TAX.
           PERFORM READ-INT-CHECKPOINT.
           PERFORM OPEN-ACCOUNTS-FILE.
           IF NOT ACCOUNTS-FILE-MISSING
               DISPLAY "INTEREST RUN SUMMARY"
               DISPLAY "ACCOUNTS CREDITED: " WS_ACCOUNT_COUNT
               DISPLAY "TOTAL INTEREST PAID: " WS_TOTAL_INTEREST
               DISPLAY "TOTAL PRELIMINARY TAX WITHHELD: "
                   WS_TOTAL_TAX
               DISPLAY "ACCOUNTS CHARGED DEBIT INTEREST: "
                   WS_DEBIT_COUNT
               DISPLAY "TOTAL DEBIT INTEREST: " WS_TOTAL_DEBIT_INT
           COMPUTE WS_INTEREST ROUNDED =
               ACCOUNT_SUM * WS_APPLIED_RATE / 1200.
           IF WS_INTEREST > 0
               COMPUTE WS_TAX_WITHHELD ROUNDED =
                   WS_INTEREST * WS_TAX_RATE / 100
               MOVE ACCOUNT_SUM TO WS_OLD_SUM
               ADD WS_INTEREST TO ACCOUNT_SUM
               SUBTRACT WS_TAX_WITHHELD FROM ACCOUNT_SUM
               REWRITE ACCOUNT_DATA
                   INVALID KEY
                       DISPLAY "UNABLE TO UPDATE ACCOUNT " ACCOUNT_ID
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD WS_INTEREST TO WS_TOTAL_INTEREST
                       ADD WS_TAX_WITHHELD TO WS_TOTAL_TAX
                       ADD 1 TO WS_ACCOUNT_COUNT
                       PERFORM WRITE-INTEREST-ENTRIES
                       MOVE ACCOUNT_ID TO WS_LAST_CREDITED
                       PERFORM WRITE-INT-CHECKPOINT
               END-REWRITE
           END-IF.

      ******************************************************************
      * The gross credit and the tax held back from it are posted as
      * one rewrite but audited as two entries, so the trail and the
      * statement show the interest earned and the tax withheld side
      * by side and the ledger can book the tax to the authority.
      ******************************************************************
       WRITE-INTEREST-ENTRIES.
           COMPUTE WS_NEW_SUM = WS_OLD_SUM + WS_INTEREST.
           MOVE "INTEREST" TO WS_OPERATION.
           PERFORM WRITE-AUDIT-ENTRY.
           IF WS_TAX_WITHHELD > 0
               MOVE WS_NEW_SUM  TO WS_OLD_SUM
               MOVE ACCOUNT_SUM TO WS_NEW_SUM
               MOVE "PRELIM-TAX" TO WS_OPERATION
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       CHARGE-DEBIT-INTEREST.
           COMPUTE WS_DEBIT_INTEREST ROUNDED =
               FUNCTION ABS(ACCOUNT_SUM) * WS_OD_RATE / 1200.
                   NOT INVALID KEY
                       ADD WS_DEBIT_INTEREST TO WS_TOTAL_DEBIT_INT
                       ADD 1 TO WS_DEBIT_COUNT
                       MOVE ACCOUNT_SUM TO WS_NEW_SUM
                       PERFORM WRITE-AUDIT-ENTRY
                       MOVE ACCOUNT_ID TO WS_LAST_CREDITED
                       PERFORM WRITE-INT-CHECKPOINT
                   " CHARGED"
           END-IF.

      ******************************************************************
      * No TAXRATE.DAT on disk means the standard 30 percent on
      * interest income is withheld, never nothing.
      ******************************************************************
       LOAD-TAX-RATE.
           MOVE 30 TO WS_TAX_RATE.
           OPEN INPUT TAX-RATE.
           IF WS_TAXRATE_STATUS = "00"
               READ TAX-RATE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TAX_RATE_PERCENT TO WS_TAX_RATE
               END-READ
               CLOSE TAX-RATE
           ELSE
               DISPLAY "NO TAX RATE ON FILE - STANDARD 30 PERCENT"
                   " WITHHELD"
           END-IF.

       LOAD-RATE-TABLE.
           MOVE 0 TO WS_RATE_COUNT.
           MOVE "N" TO WS_RATE_OVERFLOW.
                    OR FUNCTION MOD(WS_TODAY_YEAR, 400) = 0)
               MOVE 29 TO WS_WORK_DAY
           END-IF.
           PERFORM BACK-UP-TO-BANKING-DAY.
           MOVE WS_WORK_DAY TO WS_LAST_BUSINESS_DAY.

      ******************************************************************
      * Step back from the month's last calendar day over Saturdays,
      * Sundays and the bank holidays on HOLIDAYS.DAT. No calendar on
      * file means weekends only, as before the calendar existed.
      ******************************************************************
       BACK-UP-TO-BANKING-DAY.
           PERFORM OPEN-HOLIDAY-CALENDAR.
           COMPUTE WS_DAY_NUMBER =
               FUNCTION INTEGER-OF-DATE(WS_WORK_DATE).
           PERFORM CHECK-BANKING-DAY.
           PERFORM UNTIL WORK-DATE-IS-BANKING-DAY
               SUBTRACT 1 FROM WS_WORK_DAY
               SUBTRACT 1 FROM WS_DAY_NUMBER
               PERFORM CHECK-BANKING-DAY
           END-PERFORM.
           IF HOLIDAY-CALENDAR-OPEN
               CLOSE HOLIDAYS
           END-IF.

       CHECK-BANKING-DAY.
           MOVE "Y" TO WS_BANKING_DAY.
           COMPUTE WS_WEEKDAY = FUNCTION MOD(WS_DAY_NUMBER, 7).
           IF WS_WEEKDAY = 0 OR WS_WEEKDAY = 6
               MOVE "N" TO WS_BANKING_DAY
           ELSE
               IF HOLIDAY-CALENDAR-OPEN
                   MOVE WS_WORK_DATE TO HOL_DATE
                   READ HOLIDAYS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "N" TO WS_BANKING_DAY
                   END-READ
               END-IF
           END-IF.

       OPEN-HOLIDAY-CALENDAR.
           MOVE "N" TO WS_HOLIDAYS_OPEN.
           OPEN INPUT HOLIDAYS.
           IF WS_HOLIDAYS_STATUS = "00"
               SET HOLIDAY-CALENDAR-OPEN TO TRUE
           ELSE
               DISPLAY "NO HOLIDAY CALENDAR ON FILE - WEEKENDS ONLY"
           END-IF.

       OPEN-ACCOUNTS-FILE.
           MOVE "N" TO WS_ACCOUNTS_MISSING.
           MOVE ACCOUNT_ID   TO AUDIT_ACCOUNT_ID.
           MOVE WS_OPERATION TO AUDIT_OPERATION.
           MOVE WS_OLD_SUM  TO AUDIT_OLD_SUM.
           MOVE WS_NEW_SUM  TO AUDIT_NEW_SUM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT_TIMESTAMP.
           MOVE ZERO        TO AUDIT_REFERENCE.
           MOVE SPACES      TO AUDIT_REASON.
           MOVE ACCOUNT_PNR TO AUDIT_REASON(1:12).
           MOVE "BATCH"     TO AUDIT_OPERATOR.
           WRITE AUDIT_ENTRY.
           IF WS_AUDIT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE AUDIT ENTRY"
