      *          Takes a generation backup of the master files
      *          before anything posts, then runs account creation,
      *          standing order generation, the clearing file
      *          import, transaction posting, the export of the
      *          day's payments to other banks to the outbound
      *          clearing file, the month-end interest
      *          accrual, the nightly fee posting, the monthly
      *          dormancy scan, the audit
      *          reconciliation, the trial balance report, the
      *          overdrawn and large-transaction reports, the
      *          general ledger extract, the customer letters and
      *          the morning summary report in sequence,
      *          checkpointing after each step
      *          so a restart resumes at the next step instead of
      *          rerunning the whole job. A bad night can be undone
      *          with RESTORE-MASTERS from the step 1 backup.
      *          its start and end time and return code, so a failed
      *          night can be read back the next morning without
      *          piecing the console output together; MORNING-REPORT
      *          turns the night into a one-page summary. When the
      *          business date is not a banking day - a Saturday, a
      *          Sunday or a bank holiday on HOLIDAYS.DAT - nothing
      *          is cleared or posted: standing order generation,
      *          the clearing import, transaction posting, the
      *          payment export, interest and fees are skipped and
      *          wait for the next banking day, while the backup,
      *          account creation, the dormancy scan, the
      *          reconciliation, the reports, the ledger extract and
      *          the morning summary still run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RUN-LOG ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_RUNLOG_STATUS.

           SELECT HOLIDAYS ASSIGN TO "HOLIDAYS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOL_DATE
           FILE STATUS IS WS_HOLIDAYS_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CHECKPOINT-FILE.
           02  RL_START             PIC X(14).
           02  RL_END               PIC X(14).
           02  RL_RETURN_CODE       PIC 9(4).
       FD HOLIDAYS.
       COPY "HOLIREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS_CHECKPOINT_STATUS  PIC XX.
       01  WS_RUNLOG_STATUS      PIC XX.
       01  WS_HOLIDAYS_STATUS    PIC XX.
       01  WS_BANKING_DAY         PIC X.
           88  RUN-DATE-IS-BANKING-DAY VALUE "Y".
       01  WS_RUN_DATE_NUM        PIC 9(8).
       01  WS_DAY_NUMBER          PIC 9(7).
       01  WS_WEEKDAY             PIC 9.
       01  WS_LAST_STEP           PIC 9(2) VALUE 0.
       01  WS_RUN_DATE            PIC X(8).
       01  WS_STEP_NUMBER         PIC 9(2).
           02  FILLER             PIC X(17)
               VALUE "./MORNING-REPORT ".
           02  WS_MR_RUN_DATE     PIC X(8).
       01  WS_EP_COMMAND.
           02  FILLER             PIC X(18)
               VALUE "./EXPORT-PAYMENTS ".
           02  WS_EP_RUN_DATE     PIC X(8).
       01  WS_PF_COMMAND.
           02  FILLER             PIC X(12)
               VALUE "./POST-FEES ".
           02  WS_PF_RUN_DATE     PIC X(8).
       01  WS_CL_COMMAND.
           02  FILLER             PIC X(19)
               VALUE "./CUSTOMER-LETTERS ".
           02  WS_CL_RUN_DATE     PIC X(8).
       01  WS_BU_COMMAND.
           02  FILLER             PIC X(17)
               VALUE "./BACKUP-MASTERS ".
       PROCEDURE DIVISION.
       NIGHTLY-RUN-MAIN.
           PERFORM READ-CHECKPOINT.
           PERFORM CHECK-RUN-DATE.
           IF WS_LAST_STEP < 1
               PERFORM STEP-1-BACKUP-MASTERS
           END-IF.
           IF WS_LAST_STEP < 2
               PERFORM STEP-2-CREATE-ACCOUNTS
           END-IF.
           IF WS_LAST_STEP < 3 AND RUN-DATE-IS-BANKING-DAY
               PERFORM STEP-3-STANDING-ORDERS
           END-IF.
           IF WS_LAST_STEP < 4 AND RUN-DATE-IS-BANKING-DAY
               PERFORM STEP-4-IMPORT-CLEARING
           END-IF.
           IF WS_LAST_STEP < 5 AND RUN-DATE-IS-BANKING-DAY
               PERFORM STEP-5-POST-TRANSACTIONS
           END-IF.
           IF WS_LAST_STEP < 6 AND RUN-DATE-IS-BANKING-DAY
               PERFORM STEP-6-EXPORT-PAYMENTS
           END-IF.
           IF WS_LAST_STEP < 7 AND RUN-DATE-IS-BANKING-DAY
               PERFORM STEP-7-POST-INTEREST
           END-IF.
           IF WS_LAST_STEP < 8 AND RUN-DATE-IS-BANKING-DAY
               PERFORM STEP-8-POST-FEES
           END-IF.
           IF WS_LAST_STEP < 9
               PERFORM STEP-9-DORMANT-SCAN
           END-IF.
           IF WS_LAST_STEP < 10
               PERFORM STEP-10-RECONCILE-AUDIT
           END-IF.
           IF WS_LAST_STEP < 11
               PERFORM STEP-11-ACCOUNT-REPORT
           END-IF.
           IF WS_LAST_STEP < 12
               PERFORM STEP-12-OVERDRAWN-REPORT
           END-IF.
           IF WS_LAST_STEP < 13
               PERFORM STEP-13-LARGE-TXN-REPORT
           END-IF.
           IF WS_LAST_STEP < 14
               PERFORM STEP-14-GL-EXTRACT
           END-IF.
           IF WS_LAST_STEP < 15
               PERFORM STEP-15-CUSTOMER-LETTERS
           END-IF.
           IF WS_LAST_STEP < 16
               PERFORM STEP-16-MORNING-REPORT
           END-IF.
           PERFORM RESET-CHECKPOINT.
           DISPLAY "NIGHTLY RUN COMPLETE".
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS_RUN_DATE
           END-IF.

      ******************************************************************
      * Weekends and the dates on HOLIDAYS.DAT are not banking days:
      * the clearing house sends and takes nothing, so the posting and
      * clearing steps are left for the next banking day. Without a
      * holiday calendar only weekends are known.
      ******************************************************************
       CHECK-RUN-DATE.
           MOVE "Y" TO WS_BANKING_DAY.
           MOVE WS_RUN_DATE TO WS_RUN_DATE_NUM.
           COMPUTE WS_DAY_NUMBER =
               FUNCTION INTEGER-OF-DATE(WS_RUN_DATE_NUM).
           COMPUTE WS_WEEKDAY = FUNCTION MOD(WS_DAY_NUMBER, 7).
           IF WS_WEEKDAY = 0 OR WS_WEEKDAY = 6
               MOVE "N" TO WS_BANKING_DAY
           END-IF.
           OPEN INPUT HOLIDAYS.
           IF WS_HOLIDAYS_STATUS = "00"
               MOVE WS_RUN_DATE TO HOL_DATE
               READ HOLIDAYS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS_BANKING_DAY
                       DISPLAY "BANK HOLIDAY: " HOL_DESCRIPTION
               END-READ
               CLOSE HOLIDAYS
           ELSE
               DISPLAY "NO HOLIDAY CALENDAR ON FILE - WEEKENDS ONLY"
           END-IF.
           IF NOT RUN-DATE-IS-BANKING-DAY
               DISPLAY WS_RUN_DATE " IS NOT A BANKING DAY - POSTING"
                   " AND CLEARING STEPS SKIPPED"
           END-IF.

       STEP-1-BACKUP-MASTERS.
           MOVE 1 TO WS_STEP_NUMBER.
           MOVE "BACKUP-MASTERS" TO WS_STEP_NAME.
               STOP RUN
           END-IF.

       STEP-6-EXPORT-PAYMENTS.
           MOVE 6 TO WS_STEP_NUMBER.
           MOVE "EXPORT-PAYMENTS" TO WS_STEP_NAME.
           PERFORM NOTE-STEP-START.
           DISPLAY "STEP 6: EXPORT-PAYMENTS FOR " WS_RUN_DATE.
           MOVE WS_RUN_DATE TO WS_EP_RUN_DATE.
           CALL "SYSTEM" USING WS_EP_COMMAND.
           PERFORM WRITE-RUN-LOG.
           IF RETURN-CODE = 0
               MOVE 6 TO WS_LAST_STEP
               PERFORM WRITE-CHECKPOINT
           ELSE
               DISPLAY "STEP 6 FAILED - CLEAROUT.DAT NOT WRITTEN"
               DISPLAY "PAYMENTS STAY ON OUTPAYMENTS.DAT - RESTART TO"
                   " RETRY"
               STOP RUN
           END-IF.

       STEP-7-POST-INTEREST.
           MOVE 7 TO WS_STEP_NUMBER.
           MOVE "POST-INTEREST" TO WS_STEP_NAME.
           PERFORM NOTE-STEP-START.
           DISPLAY "STEP 7: POST-INTEREST FOR " WS_RUN_DATE.
           MOVE WS_RUN_DATE TO WS_PI_RUN_DATE.
           CALL "SYSTEM" USING WS_PI_COMMAND.
           PERFORM WRITE-RUN-LOG.
           IF RETURN-CODE = 0
               MOVE 7 TO WS_LAST_STEP
               PERFORM WRITE-CHECKPOINT
           ELSE
               DISPLAY "STEP 7 FAILED - RESTART TO RETRY"
               STOP RUN
           END-IF.

       STEP-8-POST-FEES.
           MOVE 8 TO WS_STEP_NUMBER.
           MOVE "POST-FEES" TO WS_STEP_NAME.
           PERFORM NOTE-STEP-START.
           DISPLAY "STEP 8: POST-FEES FOR " WS_RUN_DATE.
           MOVE WS_RUN_DATE TO WS_PF_RUN_DATE.
           CALL "SYSTEM" USING WS_PF_COMMAND.
           PERFORM WRITE-RUN-LOG.
           IF RETURN-CODE = 0
               MOVE 8 TO WS_LAST_STEP
               PERFORM WRITE-CHECKPOINT
           ELSE
               DISPLAY "STEP 8 FAILED - RESTART TO RETRY"
               STOP RUN
           END-IF.

       STEP-9-DORMANT-SCAN.
           MOVE 9 TO WS_STEP_NUMBER.
           MOVE "DORMANT-SCAN" TO WS_STEP_NAME.
           PERFORM NOTE-STEP-START.
           DISPLAY "STEP 9: DORMANT-SCAN FOR " WS_RUN_DATE.
           MOVE WS_RUN_DATE TO WS_DS_RUN_DATE.
           CALL "SYSTEM" USING WS_DS_COMMAND.
           PERFORM WRITE-RUN-LOG.
           IF RETURN-CODE = 0
               MOVE 9 TO WS_LAST_STEP
               PERFORM WRITE-CHECKPOINT
           ELSE
               DISPLAY "STEP 9 FAILED - RESTART TO RETRY"
               STOP RUN
           END-IF.

       STEP-10-RECONCILE-AUDIT.
           MOVE 10 TO WS_STEP_NUMBER.
           MOVE "RECONCILE-AUDIT" TO WS_STEP_NAME.
           PERFORM NOTE-STEP-START.
           DISPLAY "STEP 10: RECONCILE-AUDIT".
           CALL "SYSTEM" USING "./RECONCILE-AUDIT".
           PERFORM WRITE-RUN-LOG.
           IF RETURN-CODE = 0
               MOVE 10 TO WS_LAST_STEP
               PERFORM WRITE-CHECKPOINT
           ELSE
               DISPLAY "STEP 10 FAILED - BALANCES DO NOT RECONCILE"
               DISPLAY "SEE RECONCILE.RPT - RESTART TO RETRY"
               STOP RUN
           END-IF.

       STEP-11-ACCOUNT-REPORT.
           MOVE 11 TO WS_STEP_NUMBER.
           MOVE "ACCOUNT-REPORT" TO WS_STEP_NAME.
           PERFORM NOTE-STEP-START.
           DISPLAY "STEP 11: ACCOUNT-REPORT".
           CALL "SYSTEM" USING "./ACCOUNT-REPORT".
           PERFORM WRITE-RUN-LOG.
           IF RETURN-CODE = 0
               MOVE 11 TO WS_LAST_STEP
               PERFORM WRITE-CHECKPOINT
           ELSE
               DISPLAY "STEP 11 FAILED - RESTART TO RETRY"
               STOP RUN
           END-IF.

       STEP-12-OVERDRAWN-REPORT.
           MOVE 12 TO WS_STEP_NUMBER.
           MOVE "OVERDRAWN-REPORT" TO WS_STEP_NAME.
           PERFORM NOTE-STEP-START.
           DISPLAY "STEP 12: OVERDRAWN-REPORT".
           CALL "SYSTEM" USING "./OVERDRAWN-REPORT".
           PERFORM WRITE-RUN-LOG.
           IF RETURN-CODE = 0
               MOVE 12 TO WS_LAST_STEP
               PERFORM WRITE-CHECKPOINT
           ELSE
               DISPLAY "STEP 12 FAILED - RESTART TO RETRY"
               STOP RUN
           END-IF.

       STEP-13-LARGE-TXN-REPORT.
           MOVE 13 TO WS_STEP_NUMBER.
           MOVE "LARGE-TXN-REPORT" TO WS_STEP_NAME.
           PERFORM NOTE-STEP-START.
           DISPLAY "STEP 13: LARGE-TXN-REPORT FOR " WS_RUN_DATE.
           MOVE WS_RUN_DATE TO WS_LT_RUN_DATE.
           CALL "SYSTEM" USING WS_LT_COMMAND.
           PERFORM WRITE-RUN-LOG.
           IF RETURN-CODE = 0
               MOVE 13 TO WS_LAST_STEP
               PERFORM WRITE-CHECKPOINT
           ELSE
               DISPLAY "STEP 13 FAILED - RESTART TO RETRY"
               STOP RUN
           END-IF.

       STEP-14-GL-EXTRACT.
           MOVE 14 TO WS_STEP_NUMBER.
           MOVE "GL-EXTRACT" TO WS_STEP_NAME.
           PERFORM NOTE-STEP-START.
           DISPLAY "STEP 14: GL-EXTRACT FOR " WS_RUN_DATE.
           MOVE WS_RUN_DATE TO WS_GL_RUN_DATE.
           CALL "SYSTEM" USING WS_GL_COMMAND.
           PERFORM WRITE-RUN-LOG.
           IF RETURN-CODE = 0
               MOVE 14 TO WS_LAST_STEP
               PERFORM WRITE-CHECKPOINT
           ELSE
               DISPLAY "STEP 14 FAILED - RESTART TO RETRY"
               STOP RUN
           END-IF.

       STEP-15-CUSTOMER-LETTERS.
           MOVE 15 TO WS_STEP_NUMBER.
           MOVE "CUSTOMER-LETTERS" TO WS_STEP_NAME.
           PERFORM NOTE-STEP-START.
           DISPLAY "STEP 15: CUSTOMER-LETTERS FOR " WS_RUN_DATE.
           MOVE WS_RUN_DATE TO WS_CL_RUN_DATE.
           CALL "SYSTEM" USING WS_CL_COMMAND.
           PERFORM WRITE-RUN-LOG.
           IF RETURN-CODE = 0
               MOVE 15 TO WS_LAST_STEP
               PERFORM WRITE-CHECKPOINT
           ELSE
               DISPLAY "STEP 15 FAILED - CHECK LETTERTPL.DAT AND THE"
                   " LETTER LOG - RESTART TO RETRY"
               STOP RUN
           END-IF.

       STEP-16-MORNING-REPORT.
           MOVE 16 TO WS_STEP_NUMBER.
           MOVE "MORNING-REPORT" TO WS_STEP_NAME.
           PERFORM NOTE-STEP-START.
           DISPLAY "STEP 16: MORNING-REPORT FOR " WS_RUN_DATE.
           MOVE WS_RUN_DATE TO WS_MR_RUN_DATE.
           CALL "SYSTEM" USING WS_MR_COMMAND.
           PERFORM WRITE-RUN-LOG.
           IF RETURN-CODE = 0
               MOVE 16 TO WS_LAST_STEP
               PERFORM WRITE-CHECKPOINT
           ELSE
               DISPLAY "STEP 16 FAILED - RESTART TO RETRY"
               STOP RUN
           END-IF.

