      * Purpose: Daily general ledger extract for the finance system.
      *          Summarizes the day's AUDITLOG.DAT activity (posting
      *          date = first command-line argument as YYYYMMDD,
      *          defaulting to today) into fixed-format journal lines on
      *          GLEXTRACT.DAT: total deposits, withdrawals, interest
      *          paid, preliminary tax withheld from that interest (owed
      *          on to the tax authority), debit interest charged, fees
      *          charged by POST-FEES (fee income), transfer legs,
      *          payments sent to other banks, payments the clearing
      *          house returned, reversals (debit side for reversals
      *          that took money back off an account, credit side for
      *          those that put it back), and counts of accounts opened
      *          and closed, each with debit/credit amounts and the
      *          posting date. A trailing control record carries the
      *          line count and a hash total (sum of all debit and
      *          credit fields) so the ledger side can verify the file
      *          arrived complete. All thirteen journal lines are always
      *          written, zero or not, so the importer sees a fixed
      *          shape every day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS_TOTAL_WITHDRAWALS PIC 9(10)V99.
       01  WS_TOTAL_INTEREST   PIC 9(10)V99.
       01  WS_TOTAL_DEBIT_INT  PIC 9(10)V99.
       01  WS_TOTAL_PRELIM_TAX PIC 9(10)V99.
       01  WS_TOTAL_FEES       PIC 9(10)V99.
       01  WS_TOTAL_XFER_OUT   PIC 9(10)V99.
       01  WS_TOTAL_XFER_IN    PIC 9(10)V99.
       01  WS_TOTAL_EXT_PAYMENTS PIC 9(10)V99.
       01  WS_TOTAL_PAY_RETURNS PIC 9(10)V99.
       01  WS_TOTAL_REV_DEBITS  PIC 9(10)V99.
       01  WS_TOTAL_REV_CREDITS PIC 9(10)V99.
       01  WS_OPENED_COUNT     PIC 9(6).
       01  WS_CLOSED_COUNT     PIC 9(6).
       01  WS_LINE_COUNT       PIC 9(3).
           MOVE ZERO TO WS_TOTAL_WITHDRAWALS.
           MOVE ZERO TO WS_TOTAL_INTEREST.
           MOVE ZERO TO WS_TOTAL_DEBIT_INT.
           MOVE ZERO TO WS_TOTAL_PRELIM_TAX.
           MOVE ZERO TO WS_TOTAL_FEES.
           MOVE ZERO TO WS_TOTAL_XFER_OUT.
           MOVE ZERO TO WS_TOTAL_XFER_IN.
           MOVE ZERO TO WS_TOTAL_EXT_PAYMENTS.
           MOVE ZERO TO WS_TOTAL_PAY_RETURNS.
           MOVE ZERO TO WS_TOTAL_REV_DEBITS.
           MOVE ZERO TO WS_TOTAL_REV_CREDITS.
           MOVE ZERO TO WS_OPENED_COUNT.
           MOVE ZERO TO WS_CLOSED_COUNT.
           OPEN INPUT AUDIT-LOG.
                   ADD WS_ENTRY_AMOUNT TO WS_TOTAL_INTEREST
               WHEN "DEBIT-INT"
                   SUBTRACT WS_ENTRY_AMOUNT FROM WS_TOTAL_DEBIT_INT
               WHEN "PRELIM-TAX"
                   SUBTRACT WS_ENTRY_AMOUNT FROM WS_TOTAL_PRELIM_TAX
               WHEN "FEE"
                   SUBTRACT WS_ENTRY_AMOUNT FROM WS_TOTAL_FEES
               WHEN "XFER-OUT"
                   SUBTRACT WS_ENTRY_AMOUNT FROM WS_TOTAL_XFER_OUT
               WHEN "XFER-IN"
                   ADD WS_ENTRY_AMOUNT TO WS_TOTAL_XFER_IN
               WHEN "EXTPAYMENT"
                   SUBTRACT WS_ENTRY_AMOUNT FROM WS_TOTAL_EXT_PAYMENTS
               WHEN "PAYRETURN"
                   ADD WS_ENTRY_AMOUNT TO WS_TOTAL_PAY_RETURNS
               WHEN "REVERSAL"
                   IF WS_ENTRY_AMOUNT < ZERO
                       SUBTRACT WS_ENTRY_AMOUNT
                           FROM WS_TOTAL_REV_DEBITS
                   ELSE
                       ADD WS_ENTRY_AMOUNT TO WS_TOTAL_REV_CREDITS
                   END-IF
               WHEN "CREATE"
                   ADD 1 TO WS_OPENED_COUNT
               WHEN "CLOSE"
           MOVE WS_TOTAL_DEBIT_INT   TO GL_DEBIT_AMOUNT.
           MOVE ZERO                 TO GL_CREDIT_AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "25100000" TO GL_ACCOUNT_CODE.
           MOVE "PRELIM TAX WITHHELD" TO GL_DESCRIPTION.
           MOVE WS_TOTAL_PRELIM_TAX  TO GL_DEBIT_AMOUNT.
           MOVE ZERO                 TO GL_CREDIT_AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "84300000" TO GL_ACCOUNT_CODE.
           MOVE "TOTAL FEE INCOME"   TO GL_DESCRIPTION.
           MOVE WS_TOTAL_FEES        TO GL_DEBIT_AMOUNT.
           MOVE ZERO                 TO GL_CREDIT_AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "15300000" TO GL_ACCOUNT_CODE.
           MOVE "TOTAL TRANSFERS OUT" TO GL_DESCRIPTION.
           MOVE WS_TOTAL_XFER_OUT    TO GL_DEBIT_AMOUNT.
           MOVE ZERO                 TO GL_DEBIT_AMOUNT.
           MOVE WS_TOTAL_XFER_IN     TO GL_CREDIT_AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "15400000" TO GL_ACCOUNT_CODE.
           MOVE "TOTAL EXT PAYMENTS" TO GL_DESCRIPTION.
           MOVE WS_TOTAL_EXT_PAYMENTS TO GL_DEBIT_AMOUNT.
           MOVE ZERO                 TO GL_CREDIT_AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "15500000" TO GL_ACCOUNT_CODE.
           MOVE "TOTAL PAY RETURNS"  TO GL_DESCRIPTION.
           MOVE ZERO                 TO GL_DEBIT_AMOUNT.
           MOVE WS_TOTAL_PAY_RETURNS TO GL_CREDIT_AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "15600000" TO GL_ACCOUNT_CODE.
           MOVE "TOTAL REVERSALS"    TO GL_DESCRIPTION.
           MOVE WS_TOTAL_REV_DEBITS  TO GL_DEBIT_AMOUNT.
           MOVE WS_TOTAL_REV_CREDITS TO GL_CREDIT_AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "99100000" TO GL_ACCOUNT_CODE.
           MOVE "ACCOUNTS OPENED"    TO GL_DESCRIPTION.
           MOVE WS_OPENED_COUNT      TO GL_DEBIT_AMOUNT.
