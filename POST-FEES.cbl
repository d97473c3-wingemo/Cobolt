      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly fee posting. The charges come from the fee
      *          schedule FEESCHED.DAT, one record per fee type (fee
      *          code, amount, description) the same way RATETABLE.DAT
      *          holds the interest tiers; a type missing from the
      *          schedule, or carrying a zero amount, is not charged.
      *          MF = monthly account fee, charged to every account
      *          on the last business day of the month (Saturdays,
      *          Sundays and the bank holidays on HOLIDAYS.DAT are
      *          not business days; the business
      *          date is the first command-line argument as
      *          YYYYMMDD, defaulting to today, so a restarted
      *          nightly stream keeps the date the run started with).
      *          OA = overdraft arrangement fee, queued on FEEDUE.DAT
      *          by OVERDRAFT-MAINT when a limit is granted or
      *          raised. IF = charge for a transaction POST-
      *          TRANSACTION sent to SUSPENSE.DAT for insufficient
      *          funds, queued on FEEDUE.DAT the same way. Each fee
      *          is debited to the account and written to
      *          AUDITLOG.DAT as FEE with the fee code and
      *          description in AUDIT_REASON. A frozen or dormant
      *          account is exempt, and so is any fee that would take
      *          the balance below minus ACCOUNT_ODLIMIT; exempt fees
      *          are listed on the console and are not carried
      *          forward. Progress is checkpointed to
      *          FEECHECKPOINT.DAT after every fee (queue position,
      *          then last account charged the monthly fee) so a
      *          restart after a failure resumes where it stopped and
      *          never charges a fee twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POST-FEES.
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

           SELECT FEE-SCHEDULE ASSIGN TO "FEESCHED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_FEESCHED_STATUS.

           SELECT FEE-QUEUE ASSIGN TO "FEEDUE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_FEEDUE_STATUS.

           SELECT FEE-CHECKPOINT ASSIGN TO "FEECHECKPOINT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_FEECHECKPT_STATUS.

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
       FD FEE-SCHEDULE.
       01  FEE_SCHEDULE_RECORD.
           02  FEE_CODE         PIC XX.
           02  FEE_AMOUNT       PIC 9(6)V99.
           02  FEE_DESCRIPTION  PIC X(17).
       FD FEE-QUEUE.
       01  FEE_DUE_RECORD.
           02  FEEDUE_ACCOUNT_ID  PIC 9(8).
           02  FEEDUE_CODE        PIC XX.
           02  FEEDUE_TIMESTAMP   PIC X(14).
       FD FEE-CHECKPOINT.
       01  FEE_CHECKPOINT_RECORD.
           02  FEE_CHECKPOINT_DATE    PIC X(8).
           02  FEE_CHECKPOINT_QUEUED  PIC 9(6).
           02  FEE_CHECKPOINT_ACCT    PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS_ACCOUNTS_STATUS  PIC XX.
       01  WS_AUDIT_STATUS     PIC XX.
       01  WS_FEESCHED_STATUS  PIC XX.
       01  WS_FEEDUE_STATUS    PIC XX.
       01  WS_FEECHECKPT_STATUS PIC XX.
       01  WS_ACCOUNTS_MISSING PIC X.
           88  ACCOUNTS-FILE-MISSING  VALUE "Y".
       01  WS_EOF              PIC X.
           88  END-OF-ACCOUNTS        VALUE "Y".
       01  WS_FEESCHED_EOF     PIC X.
           88  END-OF-FEE-SCHEDULE    VALUE "Y".
       01  WS_FEEDUE_EOF       PIC X.
           88  END-OF-FEE-QUEUE       VALUE "Y".
       01  WS_CMD_LINE         PIC X(20).
       01  WS_FEE_COUNT        PIC 99.
       01  WS_FEE_IDX          PIC 99.
       01  WS_FEE_OVERFLOW     PIC X.
           88  FEE-SCHEDULE-OVERFLOWED VALUE "Y".
       01  WS_FEE_TABLE.
           02  WS_FEE_ENTRY OCCURS 20 TIMES.
               03  WS_FEE_CODE      PIC XX.
               03  WS_FEE_AMOUNT    PIC 9(6)V99.
               03  WS_FEE_DESC      PIC X(17).
       01  WS_CHARGE_CODE      PIC XX.
       01  WS_CHARGE_AMOUNT    PIC 9(6)V99.
       01  WS_CHARGE_DESC      PIC X(17).
       01  WS_QUEUE_SKIP       PIC 9(6).
       01  WS_QUEUE_POSITION   PIC 9(6).
       01  WS_LAST_CHARGED     PIC 9(8).
       01  WS_OLD_SUM          PIC S9(8)V99.
       01  WS_FEES_CHARGED     PIC 9(6).
       01  WS_FEES_WAIVED      PIC 9(6).
       01  WS_TOTAL_FEES       PIC 9(10)V99.
       01  WS_CURRENT_DATE     PIC X(8).
       01  WS_CURRENT_DATE_N REDEFINES WS_CURRENT_DATE.
           02  WS_TODAY_YEAR   PIC 9(4).
           02  WS_TODAY_MONTH  PIC 99.
           02  WS_TODAY_DAY    PIC 99.
       01  WS_LAST_BUSINESS_DAY PIC 99.
       01  WS_WORK_DATE        PIC 9(8).
       01  WS_WORK_DATE_X REDEFINES WS_WORK_DATE.
           02  WS_WORK_YEAR    PIC 9(4).
           02  WS_WORK_MONTH   PIC 99.
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
           02  FILLER  PIC 99 VALUE 31.
           02  FILLER  PIC 99 VALUE 30.
           02  FILLER  PIC 99 VALUE 31.
           02  FILLER  PIC 99 VALUE 30.
           02  FILLER  PIC 99 VALUE 31.
           02  FILLER  PIC 99 VALUE 31.
           02  FILLER  PIC 99 VALUE 30.
           02  FILLER  PIC 99 VALUE 31.
           02  FILLER  PIC 99 VALUE 30.
           02  FILLER  PIC 99 VALUE 31.
       01  WS_MONTH_DAY_TABLE REDEFINES WS_MONTH_DAYS.
           02  WS_DAYS_IN_MONTH PIC 99 OCCURS 12 TIMES.
       PROCEDURE DIVISION.
       POST-FEES-MAIN.
           ACCEPT WS_CMD_LINE FROM COMMAND-LINE.
           IF WS_CMD_LINE(1:8) IS NUMERIC
               MOVE WS_CMD_LINE(1:8) TO WS_CURRENT_DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS_CURRENT_DATE
           END-IF.
           PERFORM LOAD-FEE-SCHEDULE.
           IF FEE-SCHEDULE-OVERFLOWED
               DISPLAY "TOO MANY FEE TYPES ON SCHEDULE - FEE RUN"
                   " ABORTED"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM RUN-FEE-POSTING
           END-IF.
       STOP RUN.

       RUN-FEE-POSTING.
           MOVE ZERO TO WS_FEES_CHARGED.
           MOVE ZERO TO WS_FEES_WAIVED.
           MOVE ZERO TO WS_TOTAL_FEES.
           IF WS_FEE_COUNT = 0
               DISPLAY "NO FEE SCHEDULE ON FILE - NO FEES CHARGED"
           END-IF.
           PERFORM READ-FEE-CHECKPOINT.
           PERFORM OPEN-ACCOUNTS-FILE.
           IF NOT ACCOUNTS-FILE-MISSING
               PERFORM CHARGE-QUEUED-FEES
               PERFORM FIND-LAST-BUSINESS-DAY
               IF RETURN-CODE = 0
                   AND WS_TODAY_DAY = WS_LAST_BUSINESS_DAY
                   PERFORM CHARGE-MONTHLY-FEES
               END-IF
               CLOSE ACCOUNTS
               DISPLAY "FEE RUN SUMMARY"
               DISPLAY "FEES CHARGED: " WS_FEES_CHARGED
               DISPLAY "TOTAL FEES: " WS_TOTAL_FEES
               DISPLAY "FEES WAIVED: " WS_FEES_WAIVED
           END-IF.

      ******************************************************************
      * The queue is emptied BEFORE the queue position is reset, as
      * POST-TRANSACTION does with TRANSACTIONS.DAT: a crash in
      * between leaves an empty queue and a stale position that the
      * next run reads past harmlessly, never a full queue with a
      * zero position that would charge everything again.
      ******************************************************************
       CHARGE-QUEUED-FEES.
           OPEN INPUT FEE-QUEUE.
           IF WS_FEEDUE_STATUS = "00"
               MOVE ZERO TO WS_QUEUE_POSITION
               MOVE "N" TO WS_FEEDUE_EOF
               PERFORM UNTIL END-OF-FEE-QUEUE
                   READ FEE-QUEUE
                       AT END
                           SET END-OF-FEE-QUEUE TO TRUE
                       NOT AT END
                           ADD 1 TO WS_QUEUE_POSITION
                           IF WS_QUEUE_POSITION > WS_QUEUE_SKIP
                               PERFORM CHARGE-ONE-QUEUED-FEE
                               MOVE WS_QUEUE_POSITION
                                   TO WS_QUEUE_SKIP
                               PERFORM WRITE-FEE-CHECKPOINT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-QUEUE
               IF RETURN-CODE = 0
                   PERFORM CLEAR-FEE-QUEUE
                   MOVE ZERO TO WS_QUEUE_SKIP
                   PERFORM WRITE-FEE-CHECKPOINT
               END-IF
           END-IF.

       CHARGE-ONE-QUEUED-FEE.
           MOVE FEEDUE_CODE TO WS_CHARGE_CODE.
           PERFORM FIND-FEE-AMOUNT.
           IF WS_CHARGE_AMOUNT > ZERO
               MOVE FEEDUE_ACCOUNT_ID TO ACCOUNT_ID
               READ ACCOUNTS
                   INVALID KEY
                       DISPLAY "FEE " WS_CHARGE_CODE
                           " NOT CHARGED - ACCOUNT "
                           FEEDUE_ACCOUNT_ID " NOT FOUND"
                   NOT INVALID KEY
                       PERFORM CHARGE-ONE-FEE
               END-READ
           END-IF.

       CHARGE-MONTHLY-FEES.
           MOVE "MF" TO WS_CHARGE_CODE.
           PERFORM FIND-FEE-AMOUNT.
           IF WS_CHARGE_AMOUNT > ZERO
               IF WS_LAST_CHARGED > 0
                   DISPLAY "RESUMING MONTHLY FEES AFTER ACCOUNT "
                       WS_LAST_CHARGED
               END-IF
               MOVE "N" TO WS_EOF
               MOVE LOW-VALUES TO ACCOUNT_ID
               START ACCOUNTS KEY IS NOT LESS THAN ACCOUNT_ID
                   INVALID KEY
                       SET END-OF-ACCOUNTS TO TRUE
               END-START
               PERFORM UNTIL END-OF-ACCOUNTS
                   READ ACCOUNTS NEXT RECORD
                       AT END
                           SET END-OF-ACCOUNTS TO TRUE
                       NOT AT END
                           IF ACCOUNT_ID > WS_LAST_CHARGED
                               PERFORM CHARGE-ONE-FEE
                               MOVE ACCOUNT_ID TO WS_LAST_CHARGED
                               PERFORM WRITE-FEE-CHECKPOINT
                           END-IF
                   END-READ
               END-PERFORM
      * A finished pass leaves the highest possible account id on the
      * checkpoint, so a rerun for the same business date charges
      * no account its monthly fee a second time.
               IF RETURN-CODE = 0
                   MOVE 99999999 TO WS_LAST_CHARGED
                   PERFORM WRITE-FEE-CHECKPOINT
               END-IF
           END-IF.

      ******************************************************************
      * ACCOUNT_DATA holds the account to charge and WS_CHARGE_CODE,
      * _AMOUNT and _DESC the fee. The exemptions are checked here so
      * every fee type meets the same ones.
      ******************************************************************
       CHARGE-ONE-FEE.
           EVALUATE TRUE
               WHEN ACCOUNT-IS-FROZEN
                   DISPLAY "FEE " WS_CHARGE_CODE " WAIVED - ACCOUNT "
                       ACCOUNT_ID " FROZEN"
                   ADD 1 TO WS_FEES_WAIVED
               WHEN ACCOUNT-IS-DORMANT
                   DISPLAY "FEE " WS_CHARGE_CODE " WAIVED - ACCOUNT "
                       ACCOUNT_ID " DORMANT"
                   ADD 1 TO WS_FEES_WAIVED
               WHEN WS_CHARGE_AMOUNT > ACCOUNT_SUM + ACCOUNT_ODLIMIT
                   DISPLAY "FEE " WS_CHARGE_CODE " WAIVED - ACCOUNT "
                       ACCOUNT_ID " WOULD EXCEED OVERDRAFT LIMIT"
                   ADD 1 TO WS_FEES_WAIVED
               WHEN OTHER
                   MOVE ACCOUNT_SUM TO WS_OLD_SUM
                   SUBTRACT WS_CHARGE_AMOUNT FROM ACCOUNT_SUM
                   REWRITE ACCOUNT_DATA
                       INVALID KEY
                           DISPLAY "UNABLE TO UPDATE ACCOUNT "
                               ACCOUNT_ID
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS_FEES_CHARGED
                           ADD WS_CHARGE_AMOUNT TO WS_TOTAL_FEES
                           PERFORM WRITE-AUDIT-ENTRY
                   END-REWRITE
           END-EVALUATE.

       FIND-FEE-AMOUNT.
           MOVE ZERO   TO WS_CHARGE_AMOUNT.
           MOVE SPACES TO WS_CHARGE_DESC.
           PERFORM VARYING WS_FEE_IDX FROM 1 BY 1
               UNTIL WS_FEE_IDX > WS_FEE_COUNT
               IF WS_FEE_CODE(WS_FEE_IDX) = WS_CHARGE_CODE
                   MOVE WS_FEE_AMOUNT(WS_FEE_IDX) TO WS_CHARGE_AMOUNT
                   MOVE WS_FEE_DESC(WS_FEE_IDX)   TO WS_CHARGE_DESC
               END-IF
           END-PERFORM.

       LOAD-FEE-SCHEDULE.
           MOVE 0 TO WS_FEE_COUNT.
           MOVE "N" TO WS_FEE_OVERFLOW.
           OPEN INPUT FEE-SCHEDULE.
           IF WS_FEESCHED_STATUS = "00"
               MOVE "N" TO WS_FEESCHED_EOF
               PERFORM UNTIL END-OF-FEE-SCHEDULE
                   READ FEE-SCHEDULE
                       AT END
                           SET END-OF-FEE-SCHEDULE TO TRUE
                       NOT AT END
                           IF WS_FEE_COUNT < 20
                               ADD 1 TO WS_FEE_COUNT
                               MOVE FEE_CODE
                                   TO WS_FEE_CODE(WS_FEE_COUNT)
                               MOVE FEE_AMOUNT
                                   TO WS_FEE_AMOUNT(WS_FEE_COUNT)
                               MOVE FEE_DESCRIPTION
                                   TO WS_FEE_DESC(WS_FEE_COUNT)
                           ELSE
                               SET FEE-SCHEDULE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE
           END-IF.

      ******************************************************************
      * The queue position belongs to FEEDUE.DAT, not to a business
      * date: the queue is only cleared after a clean pass, so a
      * failed run restarted on a later date must still skip the
      * entries already charged, as POST-TRANSACTION does with its
      * TXNCHECKPOINT.DAT position. The monthly fee position is
      * scoped to the business date: a stale one left by a failed
      * month-end run that was never restarted must not skip the
      * monthly fee on a later month end.
      ******************************************************************
       READ-FEE-CHECKPOINT.
           MOVE ZERO TO WS_QUEUE_SKIP.
           MOVE ZERO TO WS_LAST_CHARGED.
           OPEN INPUT FEE-CHECKPOINT.
           IF WS_FEECHECKPT_STATUS = "00"
               READ FEE-CHECKPOINT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FEE_CHECKPOINT_QUEUED TO WS_QUEUE_SKIP
                       IF FEE_CHECKPOINT_DATE = WS_CURRENT_DATE
                           MOVE FEE_CHECKPOINT_ACCT
                               TO WS_LAST_CHARGED
                       END-IF
               END-READ
               CLOSE FEE-CHECKPOINT
           END-IF.
           IF WS_QUEUE_SKIP > 0
               DISPLAY "RESUMING FEE QUEUE AFTER ENTRY " WS_QUEUE_SKIP
           END-IF.

       WRITE-FEE-CHECKPOINT.
           MOVE WS_CURRENT_DATE TO FEE_CHECKPOINT_DATE.
           MOVE WS_QUEUE_SKIP   TO FEE_CHECKPOINT_QUEUED.
           MOVE WS_LAST_CHARGED TO FEE_CHECKPOINT_ACCT.
           OPEN OUTPUT FEE-CHECKPOINT.
           WRITE FEE_CHECKPOINT_RECORD.
           CLOSE FEE-CHECKPOINT.

       CLEAR-FEE-QUEUE.
           OPEN OUTPUT FEE-QUEUE.
           CLOSE FEE-QUEUE.

       FIND-LAST-BUSINESS-DAY.
           MOVE WS_CURRENT_DATE TO WS_WORK_DATE_X.
           MOVE WS_DAYS_IN_MONTH(WS_TODAY_MONTH) TO WS_WORK_DAY.
           IF WS_TODAY_MONTH = 2
               AND FUNCTION MOD(WS_TODAY_YEAR, 4) = 0
               AND (FUNCTION MOD(WS_TODAY_YEAR, 100) NOT = 0
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
           MOVE ACCOUNT_ID  TO AUDIT_ACCOUNT_ID.
           MOVE "FEE"       TO AUDIT_OPERATION.
           MOVE WS_OLD_SUM  TO AUDIT_OLD_SUM.
           MOVE ACCOUNT_SUM TO AUDIT_NEW_SUM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT_TIMESTAMP.
           MOVE ZERO        TO AUDIT_REFERENCE.
           MOVE SPACES      TO AUDIT_REASON.
           STRING WS_CHARGE_CODE " " WS_CHARGE_DESC
               DELIMITED BY SIZE INTO AUDIT_REASON.
           MOVE "BATCH"     TO AUDIT_OPERATOR.
           WRITE AUDIT_ENTRY.
           IF WS_AUDIT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE AUDIT ENTRY"
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE AUDIT-LOG.
       END PROGRAM POST-FEES.
