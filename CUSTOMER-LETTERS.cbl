      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly customer correspondence run. Picks up the
      *          events a customer must be told about in writing - an
      *          account marked dormant (DORMANT entries on AUDITLOG.DAT
      *          from DORMANT-SCAN or ACCOUNT-STATUS-MAINT), frozen
      *          (FREEZE entries) or closed (CLOSE entries, which carry
      *          the holder's identity number because the master is
      *          gone) - and every account taken past its overdraft
      *          limit, by the same test as the overdrawn list in
      *          OVERDRAWN-REPORT. A freeze with reason SANCTION is
      *          never lettered, so a sanctions match is not disclosed
      *          to the customer. Audit entries are taken from the end
      *          of the previous letter run (held on LETTERCTL.DAT; the
      *          first run takes the run date only) up to the run date,
      *          first command-line argument as YYYYMMDD, defaulting to
      *          today. Each letter is filled from the letter texts on
      *          LETTERTPL.DAT (letter type + one line of text per
      *          record, with &NAME, &ADDRESS, &ACCOUNT, &AMOUNT and
      *          &DATE filled in from CUSTOMERS.DAT and the event) and
      *          written to the print file LETTERS.PRT for the mailing
      *          house: a batch header, each letter, and a control
      *          record carrying the letter count. Every letter is
      *          logged on LETTERLOG.DAT against its triggering event,
      *          so a rerun or an overlapping window never sends the
      *          same letter twice, and branch staff see the last letter
      *          in INQUIRE-ACCOUNT. A customer with no customer record
      *          or no address on file is logged as not sent and listed
      *          on the console. A letter type with no text on file is
      *          not logged either way and the run ends with return code
      *          1, leaving LETTERCTL.DAT as it was so the next run
      *          picks the events up again. A restarted stream that
      *          finds nothing new leaves tonight's LETTERS.PRT alone;
      *          new letters found on a second run the same night are
      *          added as a further batch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-LETTERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
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

           SELECT LETTER-LOG ASSIGN TO "LETTERLOG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLOG_KEY
           FILE STATUS IS WS_LETTERLOG_STATUS.

           SELECT LETTER-TEMPLATES ASSIGN TO "LETTERTPL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_TEMPLATE_STATUS.

           SELECT LETTER-CONTROL ASSIGN TO "LETTERCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_LETTERCTL_STATUS.

           SELECT LETTER-PRINT ASSIGN TO "LETTERS.PRT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_PRINT_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG.
       COPY "AUDITREC.cpy".
       FD ACCOUNTS.
       COPY "ACCTREC.cpy".
       FD CUSTOMERS.
       COPY "CUSTREC.cpy".
       FD LETTER-LOG.
       COPY "LLOGREC.cpy".
       FD LETTER-TEMPLATES.
       01  TEMPLATE_RECORD.
           02  TPL_TYPE         PIC XX.
           02  TPL_TEXT         PIC X(70).
       FD LETTER-CONTROL.
       01  LETTER_CONTROL_RECORD.
           02  LCTL_LAST_RUN    PIC X(14).
       FD LETTER-PRINT.
       01  LETTER_LINE.
           02  LTR_RECORD_TYPE  PIC X.
           02  LTR_TEXT         PIC X(79).
       01  LETTER_HEADER.
           02  LTR_HDR_TYPE     PIC X.
           02  LTR_HDR_BATCH    PIC X(14).
           02  LTR_HDR_RUN_DATE PIC X(8).
       01  LETTER_START.
           02  LTR_START_TYPE   PIC X.
           02  LTR_LETTER_NO    PIC 9(6).
           02  LTR_LETTER_TYPE  PIC XX.
           02  LTR_ACCOUNT_ID   PIC 9(8).
           02  LTR_PNR          PIC 9(12).
           02  LTR_EVENT_AT     PIC X(14).
       01  LETTER_CONTROL.
           02  LTR_CTL_TYPE     PIC X.
           02  LTR_CTL_BATCH    PIC X(14).
           02  LTR_CTL_RUN_DATE PIC X(8).
           02  LTR_CTL_COUNT    PIC 9(6).
       WORKING-STORAGE SECTION.
       01  WS_AUDIT_STATUS      PIC XX.
       01  WS_ACCOUNTS_STATUS   PIC XX.
       01  WS_CUSTOMERS_STATUS  PIC XX.
       01  WS_LETTERLOG_STATUS  PIC XX.
       01  WS_TEMPLATE_STATUS   PIC XX.
       01  WS_LETTERCTL_STATUS  PIC XX.
       01  WS_PRINT_STATUS      PIC XX.
       01  WS_ACCOUNTS_MISSING  PIC X.
           88  ACCOUNTS-FILE-MISSING  VALUE "Y".
       01  WS_CUSTOMERS_MISSING PIC X.
           88  CUSTOMERS-FILE-MISSING VALUE "Y".
       01  WS_LOG_OPEN          PIC X.
           88  LETTER-LOG-OPEN        VALUE "Y".
       01  WS_EOF               PIC X.
           88  END-OF-ACCOUNTS        VALUE "Y".
       01  WS_AUDIT_EOF         PIC X.
           88  END-OF-AUDIT-LOG       VALUE "Y".
       01  WS_TEMPLATE_EOF      PIC X.
           88  END-OF-TEMPLATES       VALUE "Y".
       01  WS_PRINT_EOF         PIC X.
           88  END-OF-PRINT-FILE      VALUE "Y".
       01  WS_LOG_EOF           PIC X.
           88  END-OF-ACCOUNT-LETTERS VALUE "Y".
       01  WS_BATCH_OPEN        PIC X.
           88  LETTER-BATCH-OPEN      VALUE "Y".
       01  WS_TONIGHTS_BATCH    PIC X.
           88  TONIGHTS-BATCH-WRITTEN VALUE "Y".
       01  WS_OD_OPEN_FOUND     PIC X.
           88  OPEN-OD-LETTER-FOUND   VALUE "Y".
       01  WS_CMD_LINE          PIC X(20).
       01  WS_RUN_DATE          PIC X(8).
       01  WS_BATCH_ID          PIC X(14).
       01  WS_LAST_RUN          PIC X(14).
       01  WS_NEXT_LAST_RUN     PIC X(14).
       01  WS_TEMPLATE_COUNT    PIC 9(3).
       01  WS_TEMPLATE_OVERFLOW PIC X.
           88  TEMPLATES-OVERFLOWED   VALUE "Y".
       01  WS_TEMPLATE_TABLE.
           02  WS_TEMPLATE_LINE OCCURS 300 TIMES.
               03  WS_TPL_TYPE  PIC XX.
               03  WS_TPL_TEXT  PIC X(70).
       01  WS_TPL_IDX           PIC 9(3).
       01  WS_TPL_LINES         PIC 9(3).
       01  WS_TPL_WORK          PIC X(80).
       01  WS_CHR_IDX           PIC 99.
       01  WS_OUT_PTR           PIC 99.
       01  WS_FILLED_TEXT       PIC X(79).
       01  WS_LTR_ACCOUNT       PIC 9(8).
       01  WS_LTR_TYPE          PIC XX.
       01  WS_LTR_EVENT_AT      PIC X(14).
       01  WS_LTR_PNR           PIC 9(12).
       01  WS_LTR_AMOUNT        PIC S9(8)V99.
       01  WS_LTR_NOTE          PIC X(20).
       01  WS_CUST_NAME         PIC X(30).
       01  WS_CUST_ADDRESS      PIC X(40).
       01  WS_ACCOUNT_EDIT      PIC 9(8).
       01  WS_AMOUNT_EDIT       PIC -(7)9.99.
       01  WS_DATE_EDIT         PIC X(10).
       01  WS_EXCESS            PIC 9(8)V99.
       01  WS_LETTER_COUNT      PIC 9(6).
       01  WS_NOT_SENT_COUNT    PIC 9(6).
       01  WS_ALREADY_SENT_COUNT PIC 9(6).
       01  WS_OD_ENDED_COUNT    PIC 9(6).
       PROCEDURE DIVISION.
       CUSTOMER-LETTERS-MAIN.
           ACCEPT WS_CMD_LINE FROM COMMAND-LINE.
           IF WS_CMD_LINE(1:8) IS NUMERIC
               MOVE WS_CMD_LINE(1:8) TO WS_RUN_DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS_RUN_DATE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS_BATCH_ID.
           PERFORM LOAD-LETTER-TEMPLATES.
           EVALUATE TRUE
               WHEN WS_TEMPLATE_COUNT = 0
                   DISPLAY "NO LETTER TEXTS ON FILE - NO LETTERS"
                       " PRODUCED"
                   MOVE 1 TO RETURN-CODE
               WHEN TEMPLATES-OVERFLOWED
                   DISPLAY "TOO MANY LETTER TEXT LINES - NO LETTERS"
                       " PRODUCED"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   PERFORM PRODUCE-LETTERS
           END-EVALUATE.
       STOP RUN.

       PRODUCE-LETTERS.
           MOVE ZERO TO WS_LETTER_COUNT.
           MOVE ZERO TO WS_NOT_SENT_COUNT.
           MOVE ZERO TO WS_ALREADY_SENT_COUNT.
           MOVE ZERO TO WS_OD_ENDED_COUNT.
           MOVE "N" TO WS_BATCH_OPEN.
           PERFORM READ-LETTER-CONTROL.
           PERFORM OPEN-LOG-FOR-UPDATE.
           IF NOT LETTER-LOG-OPEN
               DISPLAY "LETTER LOG NOT AVAILABLE - NO LETTERS PRODUCED"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM OPEN-MASTERS-FOR-READ
               PERFORM CHECK-TONIGHTS-BATCH
               PERFORM PICK-UP-AUDIT-EVENTS
               IF NOT ACCOUNTS-FILE-MISSING
                   PERFORM PICK-UP-OVERDRAWN-ACCOUNTS
                   CLOSE ACCOUNTS
               END-IF
               IF NOT CUSTOMERS-FILE-MISSING
                   CLOSE CUSTOMERS
               END-IF
               CLOSE LETTER-LOG
               PERFORM FINISH-LETTER-BATCH
               IF RETURN-CODE = 0
                   PERFORM WRITE-LETTER-CONTROL
               END-IF
               DISPLAY "LETTERS SENT TO PRINT:    " WS_LETTER_COUNT
               DISPLAY "LETTERS NOT SENT:         " WS_NOT_SENT_COUNT
               DISPLAY "EVENTS ALREADY LETTERED:  "
                   WS_ALREADY_SENT_COUNT
               DISPLAY "OVERDRAFT SPELLS ENDED:   " WS_OD_ENDED_COUNT
           END-IF.

      ******************************************************************
      * LETTERCTL.DAT holds the moment the last clean run started. No
      * file means no run has been made yet, and only the run date's
      * own events are lettered rather than the whole trail.
      ******************************************************************
       READ-LETTER-CONTROL.
           MOVE SPACES TO WS_LAST_RUN.
           OPEN INPUT LETTER-CONTROL.
           IF WS_LETTERCTL_STATUS = "00"
               READ LETTER-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LCTL_LAST_RUN TO WS_LAST_RUN
               END-READ
               CLOSE LETTER-CONTROL
           END-IF.

      ******************************************************************
      * The next run starts where this one's window ended: the start
      * of this run, or the end of the run date when the run is made
      * for an earlier business date, so nothing dated after the run
      * date is passed over.
      ******************************************************************
       WRITE-LETTER-CONTROL.
           IF WS_BATCH_ID(1:8) > WS_RUN_DATE
               MOVE WS_RUN_DATE TO WS_NEXT_LAST_RUN(1:8)
               MOVE "235959"    TO WS_NEXT_LAST_RUN(9:6)
           ELSE
               MOVE WS_BATCH_ID TO WS_NEXT_LAST_RUN
           END-IF.
           MOVE WS_NEXT_LAST_RUN TO LCTL_LAST_RUN.
           OPEN OUTPUT LETTER-CONTROL.
           WRITE LETTER_CONTROL_RECORD.
           CLOSE LETTER-CONTROL.

       OPEN-LOG-FOR-UPDATE.
           MOVE "N" TO WS_LOG_OPEN.
           OPEN I-O LETTER-LOG.
           IF WS_LETTERLOG_STATUS = "35"
               OPEN OUTPUT LETTER-LOG
               CLOSE LETTER-LOG
               OPEN I-O LETTER-LOG
           END-IF.
           IF WS_LETTERLOG_STATUS = "00"
               SET LETTER-LOG-OPEN TO TRUE
           END-IF.

       OPEN-MASTERS-FOR-READ.
           MOVE "N" TO WS_ACCOUNTS_MISSING.
           OPEN INPUT ACCOUNTS.
           IF WS_ACCOUNTS_STATUS NOT = "00"
               MOVE "Y" TO WS_ACCOUNTS_MISSING
           END-IF.
           MOVE "N" TO WS_CUSTOMERS_MISSING.
           OPEN INPUT CUSTOMERS.
           IF WS_CUSTOMERS_STATUS NOT = "00"
               MOVE "Y" TO WS_CUSTOMERS_MISSING
               DISPLAY "NO CUSTOMER FILE - LETTERS CANNOT BE ADDRESSED"
           END-IF.

       LOAD-LETTER-TEMPLATES.
           MOVE 0 TO WS_TEMPLATE_COUNT.
           MOVE "N" TO WS_TEMPLATE_OVERFLOW.
           OPEN INPUT LETTER-TEMPLATES.
           IF WS_TEMPLATE_STATUS = "00"
               MOVE "N" TO WS_TEMPLATE_EOF
               PERFORM UNTIL END-OF-TEMPLATES
                   READ LETTER-TEMPLATES
                       AT END
                           SET END-OF-TEMPLATES TO TRUE
                       NOT AT END
                           IF WS_TEMPLATE_COUNT < 300
                               ADD 1 TO WS_TEMPLATE_COUNT
                               MOVE TPL_TYPE
                                   TO WS_TPL_TYPE(WS_TEMPLATE_COUNT)
                               MOVE TPL_TEXT
                                   TO WS_TPL_TEXT(WS_TEMPLATE_COUNT)
                           ELSE
                               SET TEMPLATES-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LETTER-TEMPLATES
           END-IF.

      ******************************************************************
      * Tonight's LETTERS.PRT already holds a batch header for the
      * run date when this step has run once before tonight, whether
      * that run finished or was killed part way through a batch. It
      * is then added to rather than replaced, and left as it stands
      * if there is nothing new, so a restart never loses letters
      * that are already logged as sent on LETTERLOG.DAT.
      ******************************************************************
       CHECK-TONIGHTS-BATCH.
           MOVE "N" TO WS_TONIGHTS_BATCH.
           OPEN INPUT LETTER-PRINT.
           IF WS_PRINT_STATUS = "00"
               MOVE "N" TO WS_PRINT_EOF
               PERFORM UNTIL END-OF-PRINT-FILE
                   READ LETTER-PRINT
                       AT END
                           SET END-OF-PRINT-FILE TO TRUE
                       NOT AT END
                           IF LTR_HDR_TYPE = "H"
                               AND LTR_HDR_RUN_DATE = WS_RUN_DATE
                               SET TONIGHTS-BATCH-WRITTEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LETTER-PRINT
           END-IF.

       PICK-UP-AUDIT-EVENTS.
           OPEN INPUT AUDIT-LOG.
           IF WS_AUDIT_STATUS NOT = "00"
               DISPLAY "NO AUDIT LOG ON FILE - NO EVENTS TO LETTER"
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
           IF AUDIT_TIMESTAMP(1:8) <= WS_RUN_DATE
               IF (WS_LAST_RUN = SPACES
                       AND AUDIT_TIMESTAMP(1:8) = WS_RUN_DATE)
                   OR (WS_LAST_RUN NOT = SPACES
                       AND AUDIT_TIMESTAMP > WS_LAST_RUN)
                   MOVE SPACES TO WS_LTR_TYPE
                   EVALUATE AUDIT_OPERATION
                       WHEN "DORMANT"
                           MOVE "DM" TO WS_LTR_TYPE
                       WHEN "FREEZE"
                           IF AUDIT_REASON NOT = "SANCTION"
                               MOVE "FZ" TO WS_LTR_TYPE
                           END-IF
                       WHEN "CLOSE"
                           MOVE "CL" TO WS_LTR_TYPE
                   END-EVALUATE
                   IF WS_LTR_TYPE NOT = SPACES
                       PERFORM LETTER-FOR-AUDIT-EVENT
                   END-IF
               END-IF
           END-IF.

       LETTER-FOR-AUDIT-EVENT.
           MOVE AUDIT_ACCOUNT_ID TO WS_LTR_ACCOUNT.
           MOVE AUDIT_TIMESTAMP  TO WS_LTR_EVENT_AT.
           MOVE WS_LTR_ACCOUNT   TO LLOG_ACCOUNT_ID.
           MOVE WS_LTR_TYPE      TO LLOG_TYPE.
           MOVE WS_LTR_EVENT_AT  TO LLOG_EVENT_AT.
           READ LETTER-LOG
               INVALID KEY
                   PERFORM FIND-EVENT-HOLDER
                   PERFORM ISSUE-LETTER
               NOT INVALID KEY
                   ADD 1 TO WS_ALREADY_SENT_COUNT
           END-READ.

      ******************************************************************
      * A closed account is no longer on the master; its CLOSE entry
      * carries the identity number. Dormant and frozen accounts are
      * looked up, and one closed since the event gets its closing
      * letter instead.
      ******************************************************************
       FIND-EVENT-HOLDER.
           MOVE ZERO   TO WS_LTR_PNR.
           MOVE SPACES TO WS_LTR_NOTE.
           IF WS_LTR_TYPE = "CL"
               MOVE AUDIT_OLD_SUM TO WS_LTR_AMOUNT
               IF AUDIT_REASON(1:12) IS NUMERIC
                   MOVE AUDIT_REASON(1:12) TO WS_LTR_PNR
               ELSE
                   MOVE "NO IDENTITY NUMBER" TO WS_LTR_NOTE
               END-IF
           ELSE
               MOVE AUDIT_NEW_SUM TO WS_LTR_AMOUNT
               IF ACCOUNTS-FILE-MISSING
                   MOVE "ACCOUNT NOT ON FILE" TO WS_LTR_NOTE
               ELSE
                   MOVE WS_LTR_ACCOUNT TO ACCOUNT_ID
                   READ ACCOUNTS
                       INVALID KEY
                           MOVE "ACCOUNT NOT ON FILE" TO WS_LTR_NOTE
                       NOT INVALID KEY
                           MOVE ACCOUNT_PNR TO WS_LTR_PNR
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * Every account is checked against the overdrawn list test. An
      * account past its limit with no open OD letter gets one; an
      * account back inside its limit has its open OD letter closed,
      * so the next spell past the limit is lettered again.
      ******************************************************************
       PICK-UP-OVERDRAWN-ACCOUNTS.
           MOVE "N" TO WS_EOF.
           MOVE LOW-VALUES TO ACCOUNT_ID.
           START ACCOUNTS KEY IS NOT LESS THAN ACCOUNT_ID
               INVALID KEY
                   SET END-OF-ACCOUNTS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-ACCOUNTS
               READ ACCOUNTS NEXT RECORD
                   AT END
                       SET END-OF-ACCOUNTS TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       CHECK-ONE-ACCOUNT.
           PERFORM FIND-OPEN-OD-LETTER.
           IF ACCOUNT_SUM < ZERO
               AND FUNCTION ABS(ACCOUNT_SUM) > ACCOUNT_ODLIMIT
               IF NOT OPEN-OD-LETTER-FOUND
                   COMPUTE WS_EXCESS =
                       FUNCTION ABS(ACCOUNT_SUM) - ACCOUNT_ODLIMIT
                   MOVE ACCOUNT_ID  TO WS_LTR_ACCOUNT
                   MOVE "OD"        TO WS_LTR_TYPE
                   MOVE WS_BATCH_ID TO WS_LTR_EVENT_AT
                   MOVE ACCOUNT_PNR TO WS_LTR_PNR
                   MOVE WS_EXCESS   TO WS_LTR_AMOUNT
                   MOVE SPACES      TO WS_LTR_NOTE
                   PERFORM ISSUE-LETTER
               END-IF
           ELSE
               IF OPEN-OD-LETTER-FOUND
                   PERFORM END-OD-SPELL
               END-IF
           END-IF.

       FIND-OPEN-OD-LETTER.
           MOVE "N" TO WS_OD_OPEN_FOUND.
           MOVE "N" TO WS_LOG_EOF.
           MOVE ACCOUNT_ID TO LLOG_ACCOUNT_ID.
           MOVE "OD"       TO LLOG_TYPE.
           MOVE LOW-VALUES TO LLOG_EVENT_AT.
           START LETTER-LOG KEY IS NOT LESS THAN LLOG_KEY
               INVALID KEY
                   SET END-OF-ACCOUNT-LETTERS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-ACCOUNT-LETTERS
               OR OPEN-OD-LETTER-FOUND
               READ LETTER-LOG NEXT RECORD
                   AT END
                       SET END-OF-ACCOUNT-LETTERS TO TRUE
                   NOT AT END
                       IF LLOG_ACCOUNT_ID NOT = ACCOUNT_ID
                           OR NOT LETTER-IS-OVERDRAWN
                           SET END-OF-ACCOUNT-LETTERS TO TRUE
                       ELSE
                           IF OD-EPISODE-OPEN
                               SET OPEN-OD-LETTER-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       END-OD-SPELL.
           SET OD-EPISODE-ENDED TO TRUE.
           MOVE WS_BATCH_ID TO LLOG_OD_ENDED_AT.
           REWRITE LETTER_LOG_ENTRY
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE LETTER LOG FOR ACCOUNT "
                       ACCOUNT_ID
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS_OD_ENDED_COUNT
           END-REWRITE.

      ******************************************************************
      * A letter type with no text on file is neither printed nor
      * logged, so the event is picked up again once the text is
      * there. A letter that cannot be addressed is logged as not
      * sent with the reason, for branch staff to follow up.
      ******************************************************************
       ISSUE-LETTER.
           MOVE 0 TO WS_TPL_LINES.
           PERFORM VARYING WS_TPL_IDX FROM 1 BY 1
               UNTIL WS_TPL_IDX > WS_TEMPLATE_COUNT
               IF WS_TPL_TYPE(WS_TPL_IDX) = WS_LTR_TYPE
                   ADD 1 TO WS_TPL_LINES
               END-IF
           END-PERFORM.
           IF WS_TPL_LINES = 0
               DISPLAY "NO LETTER TEXT FOR TYPE " WS_LTR_TYPE
                   " - ACCOUNT " WS_LTR_ACCOUNT " NOT LETTERED"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM FETCH-CUSTOMER-ADDRESS
               IF WS_LTR_NOTE = SPACES
                   PERFORM PRINT-LETTER
                   PERFORM WRITE-LETTER-LOG-ENTRY
               ELSE
                   ADD 1 TO WS_NOT_SENT_COUNT
                   DISPLAY "LETTER " WS_LTR_TYPE " NOT SENT - ACCOUNT "
                       WS_LTR_ACCOUNT " - " WS_LTR_NOTE
                   PERFORM WRITE-LETTER-LOG-ENTRY
               END-IF
           END-IF.

       FETCH-CUSTOMER-ADDRESS.
           MOVE SPACES TO WS_CUST_NAME.
           MOVE SPACES TO WS_CUST_ADDRESS.
           IF WS_LTR_NOTE = SPACES
               IF CUSTOMERS-FILE-MISSING
                   MOVE "NO CUSTOMER RECORD" TO WS_LTR_NOTE
               ELSE
                   MOVE WS_LTR_PNR TO CUST_PNR
                   READ CUSTOMERS
                       INVALID KEY
                           MOVE "NO CUSTOMER RECORD" TO WS_LTR_NOTE
                       NOT INVALID KEY
                           MOVE CUST_NAME    TO WS_CUST_NAME
                           MOVE CUST_ADDRESS TO WS_CUST_ADDRESS
                           IF CUST_ADDRESS = SPACES
                               MOVE "NO ADDRESS ON FILE" TO WS_LTR_NOTE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       WRITE-LETTER-LOG-ENTRY.
           MOVE SPACES TO LETTER_LOG_ENTRY.
           MOVE WS_LTR_ACCOUNT  TO LLOG_ACCOUNT_ID.
           MOVE WS_LTR_TYPE     TO LLOG_TYPE.
           MOVE WS_LTR_EVENT_AT TO LLOG_EVENT_AT.
           MOVE WS_LTR_PNR      TO LLOG_PNR.
           MOVE WS_CUST_NAME    TO LLOG_NAME.
           MOVE WS_LTR_AMOUNT   TO LLOG_AMOUNT.
           MOVE WS_LTR_NOTE     TO LLOG_NOTE.
           MOVE WS_BATCH_ID     TO LLOG_BATCH.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LLOG_LOGGED_AT.
           IF WS_LTR_NOTE = SPACES
               SET LETTER-SENT TO TRUE
               MOVE WS_LETTER_COUNT TO LLOG_LETTER_NO
           ELSE
               SET LETTER-NOT-SENT TO TRUE
               MOVE ZERO TO LLOG_LETTER_NO
           END-IF.
           IF LETTER-IS-OVERDRAWN
               SET OD-EPISODE-OPEN TO TRUE
           END-IF.
           WRITE LETTER_LOG_ENTRY
               INVALID KEY
                   DISPLAY "UNABLE TO LOG LETTER FOR ACCOUNT "
                       WS_LTR_ACCOUNT
                   MOVE 1 TO RETURN-CODE
           END-WRITE.

       PRINT-LETTER.
           IF NOT LETTER-BATCH-OPEN
               PERFORM OPEN-LETTER-BATCH
           END-IF.
           ADD 1 TO WS_LETTER_COUNT.
           MOVE SPACES TO LETTER_START.
           MOVE "L"             TO LTR_START_TYPE.
           MOVE WS_LETTER_COUNT TO LTR_LETTER_NO.
           MOVE WS_LTR_TYPE     TO LTR_LETTER_TYPE.
           MOVE WS_LTR_ACCOUNT  TO LTR_ACCOUNT_ID.
           MOVE WS_LTR_PNR      TO LTR_PNR.
           MOVE WS_LTR_EVENT_AT TO LTR_EVENT_AT.
           WRITE LETTER_START.
           MOVE SPACES TO LETTER_LINE.
           MOVE "A"             TO LTR_RECORD_TYPE.
           MOVE WS_CUST_NAME    TO LTR_TEXT.
           WRITE LETTER_LINE.
           MOVE SPACES TO LETTER_LINE.
           MOVE "A"             TO LTR_RECORD_TYPE.
           MOVE WS_CUST_ADDRESS TO LTR_TEXT.
           WRITE LETTER_LINE.
           MOVE WS_LTR_ACCOUNT  TO WS_ACCOUNT_EDIT.
           MOVE WS_LTR_AMOUNT   TO WS_AMOUNT_EDIT.
           STRING WS_RUN_DATE(1:4) "-" WS_RUN_DATE(5:2) "-"
                  WS_RUN_DATE(7:2)
               DELIMITED BY SIZE INTO WS_DATE_EDIT.
           PERFORM VARYING WS_TPL_IDX FROM 1 BY 1
               UNTIL WS_TPL_IDX > WS_TEMPLATE_COUNT
               IF WS_TPL_TYPE(WS_TPL_IDX) = WS_LTR_TYPE
                   PERFORM FILL-TEMPLATE-LINE
                   MOVE SPACES TO LETTER_LINE
                   MOVE "T"            TO LTR_RECORD_TYPE
                   MOVE WS_FILLED_TEXT TO LTR_TEXT
                   WRITE LETTER_LINE
               END-IF
           END-PERFORM.
           IF WS_PRINT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE LETTER FOR ACCOUNT "
                   WS_LTR_ACCOUNT
               MOVE 1 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Copies one line of letter text, replacing each &NAME,
      * &ADDRESS, &ACCOUNT, &AMOUNT and &DATE with the customer's
      * details. Text that would run past the print line is cut off.
      ******************************************************************
       FILL-TEMPLATE-LINE.
           MOVE SPACES TO WS_FILLED_TEXT.
           MOVE SPACES TO WS_TPL_WORK.
           MOVE WS_TPL_TEXT(WS_TPL_IDX) TO WS_TPL_WORK.
           MOVE 1 TO WS_OUT_PTR.
           PERFORM VARYING WS_CHR_IDX FROM 1 BY 1
               UNTIL WS_CHR_IDX > 70 OR WS_OUT_PTR > 79
               EVALUATE TRUE
                   WHEN WS_TPL_WORK(WS_CHR_IDX:5) = "&NAME"
                       STRING FUNCTION TRIM(WS_CUST_NAME)
                           DELIMITED BY SIZE
                           INTO WS_FILLED_TEXT WITH POINTER WS_OUT_PTR
                       END-STRING
                       ADD 4 TO WS_CHR_IDX
                   WHEN WS_TPL_WORK(WS_CHR_IDX:8) = "&ADDRESS"
                       STRING FUNCTION TRIM(WS_CUST_ADDRESS)
                           DELIMITED BY SIZE
                           INTO WS_FILLED_TEXT WITH POINTER WS_OUT_PTR
                       END-STRING
                       ADD 7 TO WS_CHR_IDX
                   WHEN WS_TPL_WORK(WS_CHR_IDX:8) = "&ACCOUNT"
                       STRING WS_ACCOUNT_EDIT
                           DELIMITED BY SIZE
                           INTO WS_FILLED_TEXT WITH POINTER WS_OUT_PTR
                       END-STRING
                       ADD 7 TO WS_CHR_IDX
                   WHEN WS_TPL_WORK(WS_CHR_IDX:7) = "&AMOUNT"
                       STRING FUNCTION TRIM(WS_AMOUNT_EDIT)
                           DELIMITED BY SIZE
                           INTO WS_FILLED_TEXT WITH POINTER WS_OUT_PTR
                       END-STRING
                       ADD 6 TO WS_CHR_IDX
                   WHEN WS_TPL_WORK(WS_CHR_IDX:5) = "&DATE"
                       STRING WS_DATE_EDIT
                           DELIMITED BY SIZE
                           INTO WS_FILLED_TEXT WITH POINTER WS_OUT_PTR
                       END-STRING
                       ADD 4 TO WS_CHR_IDX
                   WHEN OTHER
                       STRING WS_TPL_WORK(WS_CHR_IDX:1)
                           DELIMITED BY SIZE
                           INTO WS_FILLED_TEXT WITH POINTER WS_OUT_PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM.

       OPEN-LETTER-BATCH.
           IF TONIGHTS-BATCH-WRITTEN
               OPEN EXTEND LETTER-PRINT
           ELSE
               OPEN OUTPUT LETTER-PRINT
           END-IF.
           MOVE SPACES TO LETTER_HEADER.
           MOVE "H"         TO LTR_HDR_TYPE.
           MOVE WS_BATCH_ID TO LTR_HDR_BATCH.
           MOVE WS_RUN_DATE TO LTR_HDR_RUN_DATE.
           WRITE LETTER_HEADER.
           IF WS_PRINT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE LETTER BATCH HEADER"
               MOVE 1 TO RETURN-CODE
           END-IF.
           SET LETTER-BATCH-OPEN TO TRUE.

       FINISH-LETTER-BATCH.
           IF NOT LETTER-BATCH-OPEN
               IF TONIGHTS-BATCH-WRITTEN
                   DISPLAY "NO NEW LETTERS - LETTERS.PRT FOR "
                       WS_RUN_DATE " LEFT AS IS"
               ELSE
                   PERFORM OPEN-LETTER-BATCH
               END-IF
           END-IF.
           IF LETTER-BATCH-OPEN
               MOVE SPACES TO LETTER_CONTROL
               MOVE "C"             TO LTR_CTL_TYPE
               MOVE WS_BATCH_ID     TO LTR_CTL_BATCH
               MOVE WS_RUN_DATE     TO LTR_CTL_RUN_DATE
               MOVE WS_LETTER_COUNT TO LTR_CTL_COUNT
               WRITE LETTER_CONTROL
               IF WS_PRINT_STATUS NOT = "00"
                   DISPLAY "UNABLE TO WRITE LETTER CONTROL RECORD"
                   MOVE 1 TO RETURN-CODE
               END-IF
               CLOSE LETTER-PRINT
           END-IF.
       END PROGRAM CUSTOMER-LETTERS.
