      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end tax reporting on interest. For the income
      *          year (first command-line argument as YYYY, defaulting
      *          to the year before the current one, since the run is
      *          made in January) totals per identity number the
      *          interest paid (INTEREST), the preliminary tax withheld
      *          from it (PRELIM-TAX) and the debit interest charged
      *          (DEBIT-INT). The year's entries are read from the
      *          archive AUDITARCH.DAT first, where ARCHIVE-AUDIT has
      *          cut part of the year away, and then from the live
      *          AUDITLOG.DAT; archived entries are moved, never
      *          copied, so nothing is counted twice. POST-INTEREST
      *          puts the identity number in AUDIT_REASON; an older
      *          entry without one is attributed through ACCOUNTS.DAT,
      *          and an entry whose account has since been closed
      *          cannot be attributed - it is listed on the console
      *          and the job ends with return code 1 so the statement
      *          is completed by hand before it is sent. The totals
      *          are written to the control statement file
      *          TAXSTATEMENT.DAT for the tax authority (one fixed
      *          format line per identity number, then a control
      *          record carrying the line count and the three money
      *          totals) and as an annual summary per customer to
      *          TAXSUMMARY.RPT, addressed with the name and address
      *          held on CUSTOMERS.DAT, one summary to a page.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNUAL-TAX-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO WS_AUDIT_FILE_NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_AUDIT_STATUS.

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

           SELECT TAX-STATEMENT ASSIGN TO "TAXSTATEMENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_STATEMENT_STATUS.

           SELECT TAX-SUMMARY ASSIGN TO "TAXSUMMARY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SUMMARY_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG.
       COPY "AUDITREC.cpy".
       FD ACCOUNTS.
       COPY "ACCTREC.cpy".
       FD CUSTOMERS.
       COPY "CUSTREC.cpy".
       FD TAX-STATEMENT.
       01  TAX_DETAIL_RECORD.
           02  TAX_RECORD_TYPE      PIC X.
           02  TAX_INCOME_YEAR      PIC 9(4).
           02  TAX_PNR              PIC 9(12).
           02  TAX_INTEREST_PAID    PIC 9(10)V99.
           02  TAX_TAX_WITHHELD     PIC 9(10)V99.
           02  TAX_DEBIT_INTEREST   PIC 9(10)V99.
       01  TAX_CONTROL_RECORD.
           02  TAX_CTL_TYPE         PIC X.
           02  TAX_CTL_INCOME_YEAR  PIC 9(4).
           02  TAX_CTL_LINE_COUNT   PIC 9(6).
           02  TAX_CTL_INTEREST     PIC 9(12)V99.
           02  TAX_CTL_TAX          PIC 9(12)V99.
           02  TAX_CTL_DEBIT_INT    PIC 9(12)V99.
       FD TAX-SUMMARY.
       01  SUMMARY_LINE         PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS_AUDIT_STATUS      PIC XX.
       01  WS_ACCOUNTS_STATUS   PIC XX.
       01  WS_CUSTOMERS_STATUS  PIC XX.
       01  WS_STATEMENT_STATUS  PIC XX.
       01  WS_SUMMARY_STATUS    PIC XX.
       01  WS_AUDIT_FILE_NAME   PIC X(13) VALUE "AUDITARCH.DAT".
       01  WS_ACCOUNTS_MISSING  PIC X.
           88  ACCOUNTS-FILE-MISSING  VALUE "Y".
       01  WS_CUSTOMERS_MISSING PIC X.
           88  CUSTOMERS-FILE-MISSING VALUE "Y".
       01  WS_AUDIT_EOF         PIC X.
           88  END-OF-AUDIT-LOG       VALUE "Y".
       01  WS_CMD_LINE          PIC X(20).
       01  WS_INCOME_YEAR       PIC 9(4).
       01  WS_ENTRY_AMOUNT      PIC S9(9)V99.
       01  WS_ENTRY_PNR         PIC 9(12).
       01  WS_PNR_FOUND         PIC X.
           88  ENTRY-PNR-FOUND        VALUE "Y".
       01  WS_CUST_COUNT        PIC 9(5).
       01  WS_CUST_IDX          PIC 9(5).
       01  WS_CUST_HIT          PIC 9(5).
       01  WS_CUST_TABLE.
           02  WS_TAX_CUST OCCURS 5000 TIMES.
               03  WS_TAX_PNR       PIC 9(12).
               03  WS_TAX_INTEREST  PIC 9(10)V99.
               03  WS_TAX_WITHHELD  PIC 9(10)V99.
               03  WS_TAX_DEBIT_INT PIC 9(10)V99.
       01  WS_UNATTRIBUTED_COUNT PIC 9(6).
       01  WS_TOTAL_INTEREST    PIC 9(12)V99.
       01  WS_TOTAL_TAX         PIC 9(12)V99.
       01  WS_TOTAL_DEBIT_INT   PIC 9(12)V99.
       01  WS_LINE_COUNT        PIC 9(6).
       01  WS_CUST_NAME         PIC X(30).
       01  WS_CUST_ADDRESS      PIC X(40).
       01  WS_SUMMARY_HEADING.
           02  FILLER           PIC X(42)
               VALUE "ANNUAL STATEMENT OF INTEREST AND TAX  YEAR".
           02  FILLER           PIC X    VALUE SPACE.
           02  WS_HEAD_YEAR     PIC 9(4).
       01  WS_PNR_LINE.
           02  FILLER           PIC X(17) VALUE "IDENTITY NUMBER".
           02  WS_PNR_PRINT     PIC 9(12).
       01  WS_AMOUNT_LINE.
           02  WS_AMOUNT_LABEL  PIC X(30).
           02  WS_AMOUNT_PRINT  PIC Z(9)9.99.
       01  WS_PAGE_BREAK        PIC X(80) VALUE ALL "=".
       PROCEDURE DIVISION.
       ANNUAL-TAX-REPORT-MAIN.
           ACCEPT WS_CMD_LINE FROM COMMAND-LINE.
           IF WS_CMD_LINE(1:4) IS NUMERIC
               MOVE WS_CMD_LINE(1:4) TO WS_INCOME_YEAR
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS_INCOME_YEAR
               SUBTRACT 1 FROM WS_INCOME_YEAR
           END-IF.
           MOVE ZERO TO WS_CUST_COUNT.
           MOVE ZERO TO WS_UNATTRIBUTED_COUNT.
           PERFORM OPEN-ACCOUNTS-FOR-READ.
           MOVE "AUDITARCH.DAT" TO WS_AUDIT_FILE_NAME.
           PERFORM TOTAL-AUDIT-FILE.
           MOVE "AUDITLOG.DAT" TO WS_AUDIT_FILE_NAME.
           PERFORM TOTAL-AUDIT-FILE.
           IF NOT ACCOUNTS-FILE-MISSING
               CLOSE ACCOUNTS
           END-IF.
           IF WS_CUST_COUNT = 0
               DISPLAY "NO INTEREST OR TAX ENTRIES FOR " WS_INCOME_YEAR
                   " - NOTHING REPORTED"
           ELSE
               PERFORM WRITE-TAX-STATEMENT
               PERFORM WRITE-CUSTOMER-SUMMARIES
               DISPLAY "TAX REPORTING FOR " WS_INCOME_YEAR
               DISPLAY "CUSTOMERS REPORTED: " WS_LINE_COUNT
               DISPLAY "TOTAL INTEREST PAID: " WS_TOTAL_INTEREST
               DISPLAY "TOTAL PRELIMINARY TAX WITHHELD: "
                   WS_TOTAL_TAX
               DISPLAY "TOTAL DEBIT INTEREST: " WS_TOTAL_DEBIT_INT
           END-IF.
           IF WS_UNATTRIBUTED_COUNT > 0
               DISPLAY "ENTRIES WITH NO IDENTITY NUMBER: "
                   WS_UNATTRIBUTED_COUNT
                   " - COMPLETE THE STATEMENT BY HAND"
               MOVE 1 TO RETURN-CODE
           END-IF.
       STOP RUN.

       OPEN-ACCOUNTS-FOR-READ.
           MOVE "N" TO WS_ACCOUNTS_MISSING.
           OPEN INPUT ACCOUNTS.
           IF WS_ACCOUNTS_STATUS NOT = "00"
               MOVE "Y" TO WS_ACCOUNTS_MISSING
           END-IF.

       TOTAL-AUDIT-FILE.
           OPEN INPUT AUDIT-LOG.
           IF WS_AUDIT_STATUS NOT = "00"
               DISPLAY "NO " WS_AUDIT_FILE_NAME " ON FILE - SKIPPED"
           ELSE
               MOVE "N" TO WS_AUDIT_EOF
               PERFORM UNTIL END-OF-AUDIT-LOG
                   READ AUDIT-LOG
                       AT END
                           SET END-OF-AUDIT-LOG TO TRUE
                       NOT AT END
                           IF AUDIT_TIMESTAMP(1:4) = WS_INCOME_YEAR
                               PERFORM TOTAL-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

       TOTAL-ONE-ENTRY.
           IF AUDIT_OPERATION = "INTEREST"
               OR AUDIT_OPERATION = "PRELIM-TAX"
               OR AUDIT_OPERATION = "DEBIT-INT"
               PERFORM FIND-ENTRY-PNR
               IF ENTRY-PNR-FOUND
                   PERFORM FIND-CUSTOMER-SLOT
               ELSE
                   ADD 1 TO WS_UNATTRIBUTED_COUNT
                   DISPLAY "NO IDENTITY NUMBER FOR ACCOUNT "
                       AUDIT_ACCOUNT_ID " " AUDIT_OPERATION " "
                       AUDIT_TIMESTAMP
               END-IF
           END-IF.

      ******************************************************************
      * Entries posted before the identity number was carried on the
      * trail fall back on the account master, which only still holds
      * accounts that have not been closed.
      ******************************************************************
       FIND-ENTRY-PNR.
           MOVE "N" TO WS_PNR_FOUND.
           IF AUDIT_REASON(1:12) IS NUMERIC
               MOVE AUDIT_REASON(1:12) TO WS_ENTRY_PNR
               SET ENTRY-PNR-FOUND TO TRUE
           ELSE
               IF NOT ACCOUNTS-FILE-MISSING
                   MOVE AUDIT_ACCOUNT_ID TO ACCOUNT_ID
                   READ ACCOUNTS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ACCOUNT_PNR TO WS_ENTRY_PNR
                           SET ENTRY-PNR-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF.

       FIND-CUSTOMER-SLOT.
           MOVE 0 TO WS_CUST_HIT.
           PERFORM VARYING WS_CUST_IDX FROM 1 BY 1
               UNTIL WS_CUST_IDX > WS_CUST_COUNT
               OR WS_CUST_HIT NOT = 0
               IF WS_TAX_PNR(WS_CUST_IDX) = WS_ENTRY_PNR
                   MOVE WS_CUST_IDX TO WS_CUST_HIT
               END-IF
           END-PERFORM.
           IF WS_CUST_HIT = 0
               IF WS_CUST_COUNT < 5000
                   ADD 1 TO WS_CUST_COUNT
                   MOVE WS_CUST_COUNT TO WS_CUST_HIT
                   MOVE WS_ENTRY_PNR TO WS_TAX_PNR(WS_CUST_HIT)
                   MOVE ZERO TO WS_TAX_INTEREST(WS_CUST_HIT)
                   MOVE ZERO TO WS_TAX_WITHHELD(WS_CUST_HIT)
                   MOVE ZERO TO WS_TAX_DEBIT_INT(WS_CUST_HIT)
               ELSE
                   ADD 1 TO WS_UNATTRIBUTED_COUNT
                   DISPLAY "CUSTOMER TABLE FULL - NOT TOTALLED: "
                       WS_ENTRY_PNR
               END-IF
           END-IF.
           IF WS_CUST_HIT NOT = 0
               PERFORM ADD-ENTRY-TO-CUSTOMER
           END-IF.

       ADD-ENTRY-TO-CUSTOMER.
           COMPUTE WS_ENTRY_AMOUNT = AUDIT_NEW_SUM - AUDIT_OLD_SUM.
           EVALUATE AUDIT_OPERATION
               WHEN "INTEREST"
                   ADD WS_ENTRY_AMOUNT TO WS_TAX_INTEREST(WS_CUST_HIT)
               WHEN "PRELIM-TAX"
                   SUBTRACT WS_ENTRY_AMOUNT
                       FROM WS_TAX_WITHHELD(WS_CUST_HIT)
               WHEN "DEBIT-INT"
                   SUBTRACT WS_ENTRY_AMOUNT
                       FROM WS_TAX_DEBIT_INT(WS_CUST_HIT)
           END-EVALUATE.

       WRITE-TAX-STATEMENT.
           MOVE ZERO TO WS_LINE_COUNT.
           MOVE ZERO TO WS_TOTAL_INTEREST.
           MOVE ZERO TO WS_TOTAL_TAX.
           MOVE ZERO TO WS_TOTAL_DEBIT_INT.
           OPEN OUTPUT TAX-STATEMENT.
           PERFORM VARYING WS_CUST_IDX FROM 1 BY 1
               UNTIL WS_CUST_IDX > WS_CUST_COUNT
               PERFORM WRITE-STATEMENT-LINE
           END-PERFORM.
           MOVE SPACES TO TAX_CONTROL_RECORD.
           MOVE "C" TO TAX_CTL_TYPE.
           MOVE WS_INCOME_YEAR     TO TAX_CTL_INCOME_YEAR.
           MOVE WS_LINE_COUNT      TO TAX_CTL_LINE_COUNT.
           MOVE WS_TOTAL_INTEREST  TO TAX_CTL_INTEREST.
           MOVE WS_TOTAL_TAX       TO TAX_CTL_TAX.
           MOVE WS_TOTAL_DEBIT_INT TO TAX_CTL_DEBIT_INT.
           WRITE TAX_CONTROL_RECORD.
           IF WS_STATEMENT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE TAX CONTROL RECORD"
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE TAX-STATEMENT.

       WRITE-STATEMENT-LINE.
           ADD 1 TO WS_LINE_COUNT.
           MOVE "D" TO TAX_RECORD_TYPE.
           MOVE WS_INCOME_YEAR TO TAX_INCOME_YEAR.
           MOVE WS_TAX_PNR(WS_CUST_IDX)       TO TAX_PNR.
           MOVE WS_TAX_INTEREST(WS_CUST_IDX)  TO TAX_INTEREST_PAID.
           MOVE WS_TAX_WITHHELD(WS_CUST_IDX)  TO TAX_TAX_WITHHELD.
           MOVE WS_TAX_DEBIT_INT(WS_CUST_IDX) TO TAX_DEBIT_INTEREST.
           ADD WS_TAX_INTEREST(WS_CUST_IDX)  TO WS_TOTAL_INTEREST.
           ADD WS_TAX_WITHHELD(WS_CUST_IDX)  TO WS_TOTAL_TAX.
           ADD WS_TAX_DEBIT_INT(WS_CUST_IDX) TO WS_TOTAL_DEBIT_INT.
           WRITE TAX_DETAIL_RECORD.
           IF WS_STATEMENT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE TAX STATEMENT LINE"
               MOVE 1 TO RETURN-CODE
           END-IF.

       WRITE-CUSTOMER-SUMMARIES.
           MOVE "N" TO WS_CUSTOMERS_MISSING.
           OPEN INPUT CUSTOMERS.
           IF WS_CUSTOMERS_STATUS NOT = "00"
               MOVE "Y" TO WS_CUSTOMERS_MISSING
               DISPLAY "NO CUSTOMER FILE - SUMMARIES NOT ADDRESSED"
           END-IF.
           OPEN OUTPUT TAX-SUMMARY.
           PERFORM VARYING WS_CUST_IDX FROM 1 BY 1
               UNTIL WS_CUST_IDX > WS_CUST_COUNT
               PERFORM PRINT-ONE-SUMMARY
           END-PERFORM.
           CLOSE TAX-SUMMARY.
           IF NOT CUSTOMERS-FILE-MISSING
               CLOSE CUSTOMERS
           END-IF.

       PRINT-ONE-SUMMARY.
           PERFORM FETCH-CUSTOMER-ADDRESS.
           MOVE WS_CUST_NAME TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.
           MOVE WS_CUST_ADDRESS TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.
           MOVE SPACES TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.
           MOVE WS_INCOME_YEAR TO WS_HEAD_YEAR.
           MOVE WS_SUMMARY_HEADING TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.
           MOVE WS_TAX_PNR(WS_CUST_IDX) TO WS_PNR_PRINT.
           MOVE WS_PNR_LINE TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.
           MOVE "INTEREST PAID TO YOU"  TO WS_AMOUNT_LABEL.
           MOVE WS_TAX_INTEREST(WS_CUST_IDX) TO WS_AMOUNT_PRINT.
           MOVE WS_AMOUNT_LINE TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.
           MOVE "PRELIMINARY TAX WITHHELD" TO WS_AMOUNT_LABEL.
           MOVE WS_TAX_WITHHELD(WS_CUST_IDX) TO WS_AMOUNT_PRINT.
           MOVE WS_AMOUNT_LINE TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.
           MOVE "DEBIT INTEREST CHARGED" TO WS_AMOUNT_LABEL.
           MOVE WS_TAX_DEBIT_INT(WS_CUST_IDX) TO WS_AMOUNT_PRINT.
           MOVE WS_AMOUNT_LINE TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.
           MOVE "THESE AMOUNTS HAVE BEEN REPORTED TO THE TAX AGENCY."
               TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.
           MOVE WS_PAGE_BREAK TO SUMMARY_LINE.
           WRITE SUMMARY_LINE.

       FETCH-CUSTOMER-ADDRESS.
           MOVE SPACES TO WS_CUST_NAME.
           MOVE SPACES TO WS_CUST_ADDRESS.
           IF CUSTOMERS-FILE-MISSING
               MOVE "*NO CUSTOMER RECORD*" TO WS_CUST_NAME
           ELSE
               MOVE WS_TAX_PNR(WS_CUST_IDX) TO CUST_PNR
               READ CUSTOMERS
                   INVALID KEY
                       MOVE "*NO CUSTOMER RECORD*" TO WS_CUST_NAME
                   NOT INVALID KEY
                       MOVE CUST_NAME    TO WS_CUST_NAME
                       MOVE CUST_ADDRESS TO WS_CUST_ADDRESS
               END-READ
           END-IF.
       END PROGRAM ANNUAL-TAX-REPORT.
