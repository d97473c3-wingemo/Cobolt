      *          skipped or failed generation day is caught up on the
      *          next run instead of being lost. A day of month past
      *          the end of a short month falls on the month's last
      *          day. A due date that is not a banking day - a
      *          Saturday, a Sunday or a bank holiday on HOLIDAYS.DAT -
      *          is paid on the next banking day instead, so it is
      *          queued on the first run on or after that day;
      *          SO_LAST_GENERATED still records the due date itself
      *          so the monthly stepping is not pushed along by the
      *          move. No holiday calendar on disk means weekends
      *          only. SO_LAST_GENERATED is rewritten after every
      *          queued record. No standing order file on disk means
      *          nothing to generate and the job ends with return
      *          code zero so the nightly stream carries on.
           SELECT TRANSACTIONS ASSIGN TO "TRANSACTIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_TRANSACTIONS_STATUS.

           SELECT HOLIDAYS ASSIGN TO "HOLIDAYS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOL_DATE
           FILE STATUS IS WS_HOLIDAYS_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STANDING-ORDERS.
           02  TXN_AMOUNT      PIC S9(8)V99.
           02  TXN_TYPE        PIC X.
           02  TXN_TO_ACCOUNT  PIC 9(8).
           02  TXN_PAYEE_CLEARING  PIC 9(5).
           02  TXN_PAYEE_ACCOUNT   PIC 9(10).
       FD HOLIDAYS.
       COPY "HOLIREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS_ORDERS_STATUS        PIC XX.
       01  WS_TRANSACTIONS_STATUS  PIC XX.
           02  WS_DUE_MONTH        PIC 99.
           02  WS_DUE_DAY          PIC 99.
       01  WS_DUE_LIMIT            PIC 99.
       01  WS_EFFECTIVE_DATE       PIC 9(8).
       01  WS_DAY_NUMBER           PIC 9(7).
       01  WS_WEEKDAY              PIC 9.
       01  WS_HOLIDAYS_STATUS      PIC XX.
       01  WS_HOLIDAYS_OPEN        PIC X.
           88  HOLIDAY-CALENDAR-OPEN  VALUE "Y".
       01  WS_BANKING_DAY          PIC X.
           88  EFFECTIVE-DATE-IS-BANKING-DAY VALUE "Y".
       01  WS_GENERATED_COUNT      PIC 9(6).
       01  WS_ORDER_COUNT          PIC 9(6).
       01  WS_MONTH_DAYS.
               DISPLAY "NO STANDING ORDERS ON FILE"
           ELSE
               PERFORM OPEN-TRANSACTIONS-FILE
               PERFORM OPEN-HOLIDAY-CALENDAR
               PERFORM GENERATE-ALL-ORDERS
               IF HOLIDAY-CALENDAR-OPEN
                   CLOSE HOLIDAYS
               END-IF
               CLOSE TRANSACTIONS
               CLOSE STANDING-ORDERS
               DISPLAY "STANDING ORDERS SEEN: " WS_ORDER_COUNT
               MOVE 1 TO RETURN-CODE
           END-IF.

       OPEN-HOLIDAY-CALENDAR.
           MOVE "N" TO WS_HOLIDAYS_OPEN.
           OPEN INPUT HOLIDAYS.
           IF WS_HOLIDAYS_STATUS = "00"
               MOVE "Y" TO WS_HOLIDAYS_OPEN
           ELSE
               DISPLAY "NO HOLIDAY CALENDAR ON FILE - WEEKENDS ONLY"
           END-IF.

       GENERATE-ALL-ORDERS.
           MOVE "N" TO WS_ORDERS_EOF.
           MOVE LOW-VALUES TO SO_ORDER_ID.

       GENERATE-NEXT-DUE-DATE.
           PERFORM SET-DUE-DAY-IN-MONTH.
           PERFORM FIND-EFFECTIVE-DATE.
           EVALUATE TRUE
               WHEN WS_EFFECTIVE_DATE > WS_RUN_DATE
                   SET ORDER-GENERATION-DONE TO TRUE
               WHEN SO_END_DATE NOT = ZERO
                   AND WS_DUE_DATE > SO_END_DATE
               MOVE SO_DAY_OF_MONTH TO WS_DUE_DAY
           END-IF.

      ******************************************************************
      * The order is paid on the due date itself when that is a
      * banking day, otherwise on the first banking day after it -
      * weekends and the dates on HOLIDAYS.DAT are stepped over.
      ******************************************************************
       FIND-EFFECTIVE-DATE.
           MOVE WS_DUE_DATE TO WS_EFFECTIVE_DATE.
           COMPUTE WS_DAY_NUMBER =
               FUNCTION INTEGER-OF-DATE(WS_EFFECTIVE_DATE).
           PERFORM CHECK-BANKING-DAY.
           PERFORM UNTIL EFFECTIVE-DATE-IS-BANKING-DAY
               ADD 1 TO WS_DAY_NUMBER
               COMPUTE WS_EFFECTIVE_DATE =
                   FUNCTION DATE-OF-INTEGER(WS_DAY_NUMBER)
               PERFORM CHECK-BANKING-DAY
           END-PERFORM.

       CHECK-BANKING-DAY.
           MOVE "Y" TO WS_BANKING_DAY.
           COMPUTE WS_WEEKDAY = FUNCTION MOD(WS_DAY_NUMBER, 7).
           IF WS_WEEKDAY = 0 OR WS_WEEKDAY = 6
               MOVE "N" TO WS_BANKING_DAY
           ELSE
               IF HOLIDAY-CALENDAR-OPEN
                   MOVE WS_EFFECTIVE_DATE TO HOL_DATE
                   READ HOLIDAYS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "N" TO WS_BANKING_DAY
                   END-READ
               END-IF
           END-IF.

       ADVANCE-DUE-MONTH.
           IF WS_DUE_MONTH = 12
               MOVE 1 TO WS_DUE_MONTH
           MOVE SO_AMOUNT       TO TXN_AMOUNT.
           MOVE "T"             TO TXN_TYPE.
           MOVE SO_TO_ACCOUNT   TO TXN_TO_ACCOUNT.
           MOVE ZERO            TO TXN_PAYEE_CLEARING.
           MOVE ZERO            TO TXN_PAYEE_ACCOUNT.
           WRITE TRANSACTION_RECORD.
           IF WS_TRANSACTIONS_STATUS NOT = "00"
               DISPLAY "UNABLE TO QUEUE STANDING ORDER "
