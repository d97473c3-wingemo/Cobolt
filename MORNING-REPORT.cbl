      ******************************************************************
      * Author:
      * Date:
      * Purpose: Morning operations summary for the nightly stream. For
      *          the run date (first command-line argument as YYYYMMDD,
      *          defaulting to today) writes MORNING.RPT: the night's
      *          RUNLOG.DAT step lines with start and end times and
      *          return codes, the day's posting volumes counted from
      *          AUDITLOG.DAT (deposits, withdrawals, transfer legs,
      *          payments sent to and returned from other banks,
      *          reversals, accounts created), the day's fees by fee
      *          code with count and amount, the outstanding
      *          SUSPENSE.DAT entry count by reason code, the
      *          RECONCILE-AUDIT exception count from RECONCILE.RPT, the
      *          GL control totals from the GLEXTRACT.DAT control record
      *          and every maintenance request waiting on PENDING.DAT
      *          for a second operator longer than the DUALCTL.DAT limit
      *          - one page that says whether the night was clean before
      *          customers start calling.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_EXTRACT_STATUS.

           SELECT DUAL-CONTROL ASSIGN TO "DUALCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_DUALCTL_STATUS.

           SELECT PENDING-CHANGES ASSIGN TO "PENDING.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PEND_ID
           FILE STATUS IS WS_PENDING_STATUS.

           SELECT REPORT-FILE ASSIGN TO "MORNING.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_REPORT_STATUS.
           02  GL_CTL_LINE_COUNT PIC 9(3).
           02  GL_CTL_HASH_TOTAL PIC 9(12)V99.
           02  FILLER            PIC X(46).
       FD DUAL-CONTROL.
       COPY "DUALREC.cpy".
       FD PENDING-CHANGES.
       COPY "PENDREC.cpy".
       FD REPORT-FILE.
       01  REPORT_LINE          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS_RECONCILE_STATUS  PIC XX.
       01  WS_EXTRACT_STATUS    PIC XX.
       01  WS_REPORT_STATUS     PIC XX.
       01  WS_DUALCTL_STATUS    PIC XX.
       01  WS_PENDING_STATUS    PIC XX.
       01  WS_CMD_LINE          PIC X(20).
       01  WS_RUN_DATE          PIC X(8).
       01  WS_RUNLOG_EOF        PIC X.
           88  END-OF-RECONCILE       VALUE "Y".
       01  WS_EXTRACT_EOF       PIC X.
           88  END-OF-EXTRACT         VALUE "Y".
       01  WS_PENDING_EOF       PIC X.
           88  END-OF-PENDING         VALUE "Y".
       01  WS_PENDING_DAYS      PIC 9(3).
       01  WS_RUN_DATE_NUM      PIC 9(8).
       01  WS_REQUEST_DATE      PIC 9(8).
       01  WS_PENDING_AGE       PIC S9(5).
       01  WS_OVERDUE_COUNT     PIC 9(6).
       01  WS_PRINT_DAYS        PIC ZZ9.
       01  WS_DEPOSIT_COUNT     PIC 9(6).
       01  WS_WITHDRAWAL_COUNT  PIC 9(6).
       01  WS_XFER_LEG_COUNT    PIC 9(6).
       01  WS_CREATED_COUNT     PIC 9(6).
       01  WS_EXT_PAYMENT_COUNT PIC 9(6).
       01  WS_PAY_RETURN_COUNT  PIC 9(6).
       01  WS_REVERSAL_COUNT    PIC 9(6).
       01  WS_FEE_TOTAL_COUNT   PIC 9(6).
       01  WS_FEE_TOTAL_AMOUNT  PIC 9(10)V99.
       01  WS_FEE_CODE_COUNT    PIC 99.
       01  WS_FEE_CODE_IDX      PIC 99.
       01  WS_FEE_CODE_HIT      PIC 99.
       01  WS_FEE_CODE_TABLE.
           02  WS_FEE_CODE_ITEM OCCURS 20 TIMES.
               03  WS_FEE_CODE      PIC XX.
               03  WS_FEE_TALLY     PIC 9(6).
               03  WS_FEE_AMOUNT    PIC 9(10)V99.
       01  WS_SUSPENSE_TOTAL    PIC 9(4).
       01  WS_REASON_COUNT      PIC 99.
       01  WS_REASON_IDX        PIC 99.
       01  WS_COUNT_LINE.
           02  WS_COUNT_LABEL   PIC X(34).
           02  WS_COUNT_VALUE   PIC Z(5)9.
       01  WS_FEE_LINE.
           02  WS_FEE_LABEL     PIC X(34).
           02  WS_FEE_PRINT_CT  PIC Z(5)9.
           02  FILLER           PIC XX    VALUE SPACE.
           02  WS_FEE_PRINT_AMT PIC Z(9)9.99.
       01  WS_PENDING_LINE.
           02  FILLER           PIC XX    VALUE SPACE.
           02  WS_PL_ID         PIC 9(8).
           02  FILLER           PIC X     VALUE SPACE.
           02  WS_PL_TYPE       PIC XX.
           02  FILLER           PIC X     VALUE SPACE.
           02  WS_PL_SUBJECT    PIC X(12).
           02  FILLER           PIC X(4)  VALUE " BY ".
           02  WS_PL_BY         PIC X(8).
           02  FILLER           PIC X(4)  VALUE " ON ".
           02  WS_PL_DATE       PIC X(8).
           02  FILLER           PIC XX    VALUE SPACE.
           02  WS_PL_AGE        PIC ZZZ9.
           02  FILLER           PIC X(5)  VALUE " DAYS".
       01  WS_GL_LINE.
           02  FILLER           PIC X(23)
               VALUE "GL CONTROL TOTALS: ".
           WRITE REPORT_LINE.
           PERFORM REPORT-STEP-LOG.
           PERFORM REPORT-POSTING-VOLUMES.
           PERFORM REPORT-FEE-TOTALS.
           PERFORM REPORT-SUSPENSE-COUNTS.
           PERFORM REPORT-PENDING-APPROVALS.
           PERFORM REPORT-RECONCILE-EXCEPTIONS.
           PERFORM REPORT-GL-CONTROL-TOTALS.
           CLOSE REPORT-FILE.
           MOVE ZERO TO WS_WITHDRAWAL_COUNT.
           MOVE ZERO TO WS_XFER_LEG_COUNT.
           MOVE ZERO TO WS_CREATED_COUNT.
           MOVE ZERO TO WS_EXT_PAYMENT_COUNT.
           MOVE ZERO TO WS_PAY_RETURN_COUNT.
           MOVE ZERO TO WS_REVERSAL_COUNT.
           MOVE ZERO TO WS_FEE_TOTAL_COUNT.
           MOVE ZERO TO WS_FEE_TOTAL_AMOUNT.
           MOVE ZERO TO WS_FEE_CODE_COUNT.
           OPEN INPUT AUDIT-LOG.
           IF WS_AUDIT_STATUS = "00"
               MOVE "N" TO WS_AUDIT_EOF
           MOVE "TRANSFER LEGS POSTED" TO WS_COUNT_LABEL.
           MOVE WS_XFER_LEG_COUNT TO WS_COUNT_VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "PAYMENTS TO OTHER BANKS" TO WS_COUNT_LABEL.
           MOVE WS_EXT_PAYMENT_COUNT TO WS_COUNT_VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "PAYMENTS RETURNED" TO WS_COUNT_LABEL.
           MOVE WS_PAY_RETURN_COUNT TO WS_COUNT_VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "REVERSALS POSTED" TO WS_COUNT_LABEL.
           MOVE WS_REVERSAL_COUNT TO WS_COUNT_VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ACCOUNTS CREATED" TO WS_COUNT_LABEL.
           MOVE WS_CREATED_COUNT TO WS_COUNT_VALUE.
           PERFORM WRITE-COUNT-LINE.
                   ADD 1 TO WS_XFER_LEG_COUNT
               WHEN "XFER-IN"
                   ADD 1 TO WS_XFER_LEG_COUNT
               WHEN "EXTPAYMENT"
                   ADD 1 TO WS_EXT_PAYMENT_COUNT
               WHEN "PAYRETURN"
                   ADD 1 TO WS_PAY_RETURN_COUNT
               WHEN "REVERSAL"
                   ADD 1 TO WS_REVERSAL_COUNT
               WHEN "FEE"
                   PERFORM COUNT-ONE-FEE
               WHEN "CREATE"
                   ADD 1 TO WS_CREATED_COUNT
               WHEN OTHER
           MOVE WS_COUNT_LINE TO REPORT_LINE.
           WRITE REPORT_LINE.

      ******************************************************************
      * POST-FEES puts the fee code in the first two bytes of
      * AUDIT_REASON, so the day's fees are tallied per code.
      ******************************************************************
       COUNT-ONE-FEE.
           ADD 1 TO WS_FEE_TOTAL_COUNT.
           ADD AUDIT_OLD_SUM TO WS_FEE_TOTAL_AMOUNT.
           SUBTRACT AUDIT_NEW_SUM FROM WS_FEE_TOTAL_AMOUNT.
           MOVE 0 TO WS_FEE_CODE_HIT.
           PERFORM VARYING WS_FEE_CODE_IDX FROM 1 BY 1
               UNTIL WS_FEE_CODE_IDX > WS_FEE_CODE_COUNT
               OR WS_FEE_CODE_HIT NOT = 0
               IF WS_FEE_CODE(WS_FEE_CODE_IDX) = AUDIT_REASON(1:2)
                   MOVE WS_FEE_CODE_IDX TO WS_FEE_CODE_HIT
               END-IF
           END-PERFORM.
           IF WS_FEE_CODE_HIT = 0
               IF WS_FEE_CODE_COUNT < 20
                   ADD 1 TO WS_FEE_CODE_COUNT
                   MOVE AUDIT_REASON(1:2)
                       TO WS_FEE_CODE(WS_FEE_CODE_COUNT)
                   MOVE ZERO TO WS_FEE_TALLY(WS_FEE_CODE_COUNT)
                   MOVE ZERO TO WS_FEE_AMOUNT(WS_FEE_CODE_COUNT)
                   MOVE WS_FEE_CODE_COUNT TO WS_FEE_CODE_HIT
               END-IF
           END-IF.
           IF WS_FEE_CODE_HIT NOT = 0
               ADD 1 TO WS_FEE_TALLY(WS_FEE_CODE_HIT)
               ADD AUDIT_OLD_SUM TO WS_FEE_AMOUNT(WS_FEE_CODE_HIT)
               SUBTRACT AUDIT_NEW_SUM
                   FROM WS_FEE_AMOUNT(WS_FEE_CODE_HIT)
           END-IF.

       REPORT-FEE-TOTALS.
           MOVE SPACES TO REPORT_LINE.
           WRITE REPORT_LINE.
           MOVE "FEES CHARGED (COUNT, AMOUNT)" TO REPORT_LINE.
           WRITE REPORT_LINE.
           MOVE "TOTAL FEES" TO WS_FEE_LABEL.
           MOVE WS_FEE_TOTAL_COUNT  TO WS_FEE_PRINT_CT.
           MOVE WS_FEE_TOTAL_AMOUNT TO WS_FEE_PRINT_AMT.
           MOVE WS_FEE_LINE TO REPORT_LINE.
           WRITE REPORT_LINE.
           PERFORM VARYING WS_FEE_CODE_IDX FROM 1 BY 1
               UNTIL WS_FEE_CODE_IDX > WS_FEE_CODE_COUNT
               MOVE SPACES TO WS_FEE_LABEL
               STRING "  FEE " WS_FEE_CODE(WS_FEE_CODE_IDX)
                   DELIMITED BY SIZE INTO WS_FEE_LABEL
               MOVE WS_FEE_TALLY(WS_FEE_CODE_IDX) TO WS_FEE_PRINT_CT
               MOVE WS_FEE_AMOUNT(WS_FEE_CODE_IDX)
                   TO WS_FEE_PRINT_AMT
               MOVE WS_FEE_LINE TO REPORT_LINE
               WRITE REPORT_LINE
           END-PERFORM.

       REPORT-SUSPENSE-COUNTS.
           MOVE ZERO TO WS_SUSPENSE_TOTAL.
           MOVE ZERO TO WS_REASON_COUNT.
               ADD 1 TO WS_REASON_TALLY(WS_REASON_HIT)
           END-IF.

      ******************************************************************
      * A maintenance request left on PENDING.DAT longer than the
      * DUALCTL.DAT limit (three days with no file) is listed, oldest
      * first, so a second operator can be found to decide it.
      ******************************************************************
       REPORT-PENDING-APPROVALS.
           PERFORM LOAD-DUAL-CONTROL.
           MOVE ZERO TO WS_OVERDUE_COUNT.
           MOVE WS_RUN_DATE TO WS_RUN_DATE_NUM.
           MOVE SPACES TO REPORT_LINE.
           WRITE REPORT_LINE.
           MOVE WS_PENDING_DAYS TO WS_PRINT_DAYS.
           MOVE SPACES TO REPORT_LINE.
           STRING "APPROVALS PENDING OVER " WS_PRINT_DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT_LINE.
           WRITE REPORT_LINE.
           OPEN INPUT PENDING-CHANGES.
           IF WS_PENDING_STATUS = "00"
               MOVE "N" TO WS_PENDING_EOF
               PERFORM UNTIL END-OF-PENDING
                   READ PENDING-CHANGES NEXT RECORD
                       AT END
                           SET END-OF-PENDING TO TRUE
                       NOT AT END
                           IF PEND-IS-PENDING
                               PERFORM CHECK-ONE-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGES
           END-IF.
           MOVE "TOTAL OVERDUE FOR APPROVAL" TO WS_COUNT_LABEL.
           MOVE WS_OVERDUE_COUNT TO WS_COUNT_VALUE.
           PERFORM WRITE-COUNT-LINE.

       CHECK-ONE-PENDING.
           MOVE PEND_REQUESTED_AT(1:8) TO WS_REQUEST_DATE.
           COMPUTE WS_PENDING_AGE =
               FUNCTION INTEGER-OF-DATE(WS_RUN_DATE_NUM)
               - FUNCTION INTEGER-OF-DATE(WS_REQUEST_DATE).
           IF WS_PENDING_AGE > WS_PENDING_DAYS
               ADD 1 TO WS_OVERDUE_COUNT
               MOVE PEND_ID   TO WS_PL_ID
               MOVE PEND_TYPE TO WS_PL_TYPE
               IF PEND-IS-CUST-DELETE
                   MOVE PEND_PNR TO WS_PL_SUBJECT
               ELSE
                   MOVE PEND_ACCOUNT_ID TO WS_PL_SUBJECT
               END-IF
               MOVE PEND_REQUESTED_BY TO WS_PL_BY
               MOVE PEND_REQUESTED_AT(1:8) TO WS_PL_DATE
               MOVE WS_PENDING_AGE TO WS_PL_AGE
               MOVE WS_PENDING_LINE TO REPORT_LINE
               WRITE REPORT_LINE
           END-IF.

       LOAD-DUAL-CONTROL.
           MOVE 3 TO WS_PENDING_DAYS.
           OPEN INPUT DUAL-CONTROL.
           IF WS_DUALCTL_STATUS = "00"
               READ DUAL-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DUAL_PENDING_DAYS TO WS_PENDING_DAYS
               END-READ
               CLOSE DUAL-CONTROL
           END-IF.

      ******************************************************************
      * RECONCILE.RPT is one heading line, then one line per
      * exception; a clean night carries only the no-exceptions
