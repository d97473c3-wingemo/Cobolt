      * Author:
      * Date:
      * Purpose: Monthly dormant account detection. On the last
      *          business day of the month (Saturdays, Sundays and the
      *          bank holidays on HOLIDAYS.DAT are not business days;
      *          the business date is the first command-line argument
      *          as YYYYMMDD, defaulting to today, so a restarted
      *          nightly stream keeps the date the run started with)
      *          finds the last customer-
      *          initiated posting per account on AUDITLOG.DAT -
      *          deposits, withdrawals, transfer legs, payments to
      *          other banks and the opening CREATE count, INTEREST,
      *          returned payments and the other bank-generated
      *          entries do not. A BALFWD record left by
      *          ARCHIVE-AUDIT also counts, as the activity floor:
      *          the archived history behind it cannot be newer
      *          than the cut, so an account whose trail starts at
           SELECT REPORT-FILE ASSIGN TO "DORMANT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_REPORT_STATUS.

           SELECT HOLIDAYS ASSIGN TO "HOLIDAYS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOL_DATE
           FILE STATUS IS WS_HOLIDAYS_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
       COPY "CUSTREC.cpy".
       FD AUDIT-LOG.
       COPY "AUDITREC.cpy".
       FD HOLIDAYS.
       COPY "HOLIREC.cpy".
       FD MONTHS-FILE.
       01  MONTHS_RECORD.
           02  MONTHS_LIMIT     PIC 9(3).
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
                               OR AUDIT_OPERATION = "WITHDRAWAL"
                               OR AUDIT_OPERATION = "XFER-OUT"
                               OR AUDIT_OPERATION = "XFER-IN"
                               OR AUDIT_OPERATION = "EXTPAYMENT"
                               OR AUDIT_OPERATION = "CREATE"
                               OR AUDIT_OPERATION = "BALFWD"
                               PERFORM NOTE-LAST-ACTIVITY
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

       WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT_TIMESTAMP.
           MOVE ZERO        TO AUDIT_REFERENCE.
           MOVE "NO CUSTOMER ACTIVITY" TO AUDIT_REASON.
           MOVE "BATCH"     TO AUDIT_OPERATOR.
           WRITE AUDIT_ENTRY.
           IF WS_AUDIT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE AUDIT ENTRY"
