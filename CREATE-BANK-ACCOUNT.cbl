      * Author:
      * Date:
      * Purpose: Interactively (default) or in BATCH mode (first
      *          command-line argument = BATCH, reading pending entries
      *          from NEWACCOUNTS.DAT) create bank accounts on the
      *          shared, indexed ACCOUNTS.DAT file. The account number
      *          is never keyed: it is assigned from the sequence on
      *          ACCTSEQ.DAT as the next seven-digit serial followed by
      *          a modulus 10 check digit, and shown to the operator
      *          once the account is written (the account id on a
      *          NEWACCOUNTS.DAT record is not used). The first run
      *          without ACCTSEQ.DAT starts the series above the highest
      *          account number on file and records that first number,
      *          below which the older accounts keep working without a
      *          check digit. A serial whose number is somehow already
      *          on file is passed over. An identity number with an
      *          unresolved or confirmed sanctions list match on
      *          SANCHITS.DAT is refused. In BATCH mode a rejected entry
      *          (invalid identity number, no customer entry, open
      *          sanctions match, identity number already in use) is
      *          written to SUSPENSE.DAT with a reason code and the
      *          original record intact, and the run carries on. The
      *          number of NEWACCOUNTS.DAT records handled is kept on
      *          ACCTSEQ.DAT with the sequence, so a restarted batch
      *          skips them, and after a clean run NEWACCOUNTS.DAT is
      *          emptied so no entry is opened twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST_PNR
           FILE STATUS IS WS_CUSTOMERS_STATUS.

           SELECT ACCOUNT-SEQUENCE ASSIGN TO "ACCTSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SEQUENCE_STATUS.

           SELECT OPERATORS ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_OPERATORS_STATUS.

           SELECT SANCTION-HITS ASSIGN TO "SANCHITS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SANCHIT_KEY
           FILE STATUS IS WS_HITS_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
       COPY "SUSPREC.cpy".
       FD CUSTOMERS.
       COPY "CUSTREC.cpy".
       FD ACCOUNT-SEQUENCE.
       COPY "ASEQREC.cpy".
       FD OPERATORS.
       COPY "OPERREC.cpy".
       FD SANCTION-HITS.
       COPY "SHITREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS_ACCOUNTS_STATUS  PIC XX.
       01  WS_AUDIT_STATUS     PIC XX.
           88  END-OF-NEW-ACCOUNTS VALUE "Y".
       01  WS_ACCOUNTS_MISSING PIC X.
           88  ACCOUNTS-FILE-MISSING VALUE "Y".
       01  WS_PNR_DATA         PIC 9(12).
       01  WS_PNR_TABLE REDEFINES WS_PNR_DATA.
           02  WS_PNR_DIGIT    PIC 9 OCCURS 12 TIMES.
           88  CUSTOMERS-FILE-MISSING VALUE "Y".
       01  WS_CUST_FOUND       PIC X.
           88  CUSTOMER-ON-FILE    VALUE "Y".
       01  WS_SEQUENCE_STATUS  PIC XX.
       01  WS_SEQUENCE_READY   PIC X.
           88  SEQUENCE-IS-READY   VALUE "Y".
       01  WS_RUN_MODE         PIC X.
           88  BATCH-RUN           VALUE "B".
       01  WS_NEXT_SERIAL      PIC 9(7).
       01  WS_FIRST_CHECKED    PIC 9(8).
       01  WS_BATCH_DONE       PIC 9(6).
       01  WS_RECORD_COUNT     PIC 9(6).
       01  WS_HIGHEST_ID       PIC 9(8).
       01  WS_SERIAL_WORK      PIC 9(8).
       01  WS_ACCOUNTS_EOF     PIC X.
           88  END-OF-ACCOUNTS     VALUE "Y".
       01  WS_NUMBER_FREE      PIC X.
           88  NUMBER-IS-FREE      VALUE "Y".
       01  WS_ACCT_DATA        PIC 9(8).
       01  WS_ACCT_TABLE REDEFINES WS_ACCT_DATA.
           02  WS_ACCT_DIGIT   PIC 9 OCCURS 8 TIMES.
       01  WS_ACCT_SUM         PIC 9(4).
       01  WS_ACCT_PRODUCT     PIC 9(4).
       01  WS_ACCT_WEIGHT      PIC 9.
       01  WS_ACCT_CHECK       PIC 9.
       01  WS_ACCT_IDX         PIC 99.
       01  WS_OPERATORS_STATUS PIC XX.
       01  WS_OPERATORS_EOF    PIC X.
           88  END-OF-OPERATORS      VALUE "Y".
       01  WS_OPERATOR_ID      PIC X(8).
       01  WS_SIGNED_ON        PIC X.
           88  OPERATOR-SIGNED-ON    VALUE "Y".
       01  WS_HITS_STATUS      PIC XX.
       01  WS_HITS_EOF         PIC X.
           88  END-OF-HITS           VALUE "Y".
       01  WS_SANCTION_HOLD    PIC X.
           88  SANCTIONS-HOLD        VALUE "Y".
       SCREEN SECTION.
       01  DATA-ENTRY-SCREEN.
           02  BLANK SCREEN FOREGROUND-COLOR 3.
           02  VALUE "CREATE-BANK-ACCOUNT"  LINE 02 COL 50.
           02  VALUE "F12 = CANCEL"  LINE 28 COL 2.
           02  VALUE "ENTER IDENTITY NUMBER:" LINE 16 COL 2.
           02  INPUT-PNR LINE 16 COL 25 UNDERLINE TO ACCOUNT_PNR.
       PROCEDURE DIVISION.
       CREATE-ACCOUNT.
           ACCEPT WS_CMD_LINE FROM COMMAND-LINE.
           IF WS_CMD_LINE(1:5) = "BATCH"
               MOVE "B" TO WS_RUN_MODE
               MOVE "BATCH" TO WS_OPERATOR_ID
               PERFORM BATCH-CREATE-ACCOUNTS
           ELSE
               MOVE "I" TO WS_RUN_MODE
               PERFORM SIGN-ON-OPERATOR
               IF OPERATOR-SIGNED-ON
                   PERFORM INTERACTIVE-CREATE-ACCOUNT
               END-IF
           END-IF.
       STOP RUN.

       INTERACTIVE-CREATE-ACCOUNT.
           PERFORM OPEN-ACCOUNTS-FILE.
           PERFORM OPEN-CUSTOMERS-FOR-READ.
           IF NOT ACCOUNTS-FILE-MISSING
               PERFORM LOAD-ACCOUNT-SEQUENCE
           END-IF.
           IF NOT ACCOUNTS-FILE-MISSING
               IF CUSTOMERS-FILE-MISSING
                   DISPLAY "CUSTOMER FILE NOT AVAILABLE -"
                       " REGISTER CUSTOMERS FIRST"
                   MOVE 1 TO RETURN-CODE
               END-IF
               IF NOT CUSTOMERS-FILE-MISSING AND SEQUENCE-IS-READY
                   MOVE "N" TO WS_VALID_ENTRY
                   PERFORM UNTIL ENTRY-IS-VALID
                       DISPLAY DATA-ENTRY-SCREEN
                       ACCEPT DATA-ENTRY-SCREEN
                       MOVE ACCOUNT_PNR TO WS_ENTERED_PNR
                       PERFORM VALIDATE-ACCOUNT-ENTRY
                   END-PERFORM
                   PERFORM CREATE-ONE-ACCOUNT
               END-IF
               CLOSE ACCOUNTS
           END-IF.
           PERFORM OPEN-ACCOUNTS-FILE.
           PERFORM OPEN-CUSTOMERS-FOR-READ.
           IF NOT ACCOUNTS-FILE-MISSING
               PERFORM LOAD-ACCOUNT-SEQUENCE
           END-IF.
           IF NOT ACCOUNTS-FILE-MISSING
               IF SEQUENCE-IS-READY
                   PERFORM RUN-NEW-ACCOUNTS-QUEUE
               END-IF
               CLOSE ACCOUNTS
           END-IF.
               CLOSE CUSTOMERS
           END-IF.

      ******************************************************************
      * Records already handled by an interrupted run are skipped by
      * count. Each record handled - opened or sent to suspense - moves
      * the count on ACCTSEQ.DAT; a record that fails outright stops
      * the run there so the restart picks it up again.
      ******************************************************************
       RUN-NEW-ACCOUNTS-QUEUE.
           OPEN INPUT NEW-ACCOUNTS.
           IF WS_NEWACCTS_STATUS = "00"
               IF WS_BATCH_DONE > 0
                   DISPLAY "RESTART - SKIPPING " WS_BATCH_DONE
                       " ENTRIES ALREADY HANDLED"
               END-IF
               MOVE ZERO TO WS_RECORD_COUNT
               MOVE "N" TO WS_NEWACCTS_EOF
               PERFORM UNTIL END-OF-NEW-ACCOUNTS
                   READ NEW-ACCOUNTS
                       AT END
                           SET END-OF-NEW-ACCOUNTS TO TRUE
                       NOT AT END
                           ADD 1 TO WS_RECORD_COUNT
                           IF WS_RECORD_COUNT > WS_BATCH_DONE
                               PERFORM PROCESS-ONE-NEW-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NEW-ACCOUNTS
               IF RETURN-CODE = 0
                   PERFORM CLEAR-NEW-ACCOUNTS
                   MOVE ZERO TO WS_BATCH_DONE
                   PERFORM SAVE-ACCOUNT-SEQUENCE
               END-IF
           ELSE
               DISPLAY "NO NEW ACCOUNTS QUEUED"
           END-IF.

       PROCESS-ONE-NEW-ACCOUNT.
           MOVE NEW_ACCOUNT_PNR TO WS_ENTERED_PNR.
           PERFORM VALIDATE-ACCOUNT-ENTRY.
           IF ENTRY-IS-VALID
               PERFORM CREATE-ONE-ACCOUNT
           ELSE
               DISPLAY "IDENTITY NUMBER " WS_ENTERED_PNR
                   " REJECTED - TO SUSPENSE"
               EVALUATE TRUE
                   WHEN NOT PNR-IS-VALID
                       MOVE "IP" TO WS_REJECT_REASON
                   WHEN NOT CUSTOMER-ON-FILE
                       MOVE "NC" TO WS_REJECT_REASON
                   WHEN SANCTIONS-HOLD
                       MOVE "SH" TO WS_REJECT_REASON
                   WHEN OTHER
                       MOVE "PD" TO WS_REJECT_REASON
               END-EVALUATE
               PERFORM WRITE-SUSPENSE-ENTRY
               IF RETURN-CODE = 0
                   MOVE WS_RECORD_COUNT TO WS_BATCH_DONE
                   PERFORM SAVE-ACCOUNT-SEQUENCE
               END-IF
           END-IF.
           IF RETURN-CODE NOT = 0
               SET END-OF-NEW-ACCOUNTS TO TRUE
           END-IF.

       CREATE-ONE-ACCOUNT.
           PERFORM ASSIGN-ACCOUNT-NUMBER.
           IF RETURN-CODE = 0
               PERFORM WRITE-NEW-ACCOUNT
           END-IF.

       WRITE-NEW-ACCOUNT.
           MOVE WS_ENTERED_ID  TO ACCOUNT_ID.
                   DISPLAY "UNABLE TO CREATE ACCOUNT"
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "ACCOUNT NUMBER ASSIGNED: " ACCOUNT_ID
                   PERFORM NOTE-NUMBER-USED
                   PERFORM WRITE-AUDIT-ENTRY
           END-WRITE.

       NOTE-NUMBER-USED.
           PERFORM STEP-ACCOUNT-SERIAL.
           IF BATCH-RUN
               MOVE WS_RECORD_COUNT TO WS_BATCH_DONE
           END-IF.
           PERFORM SAVE-ACCOUNT-SEQUENCE.

      ******************************************************************
      * The number is the next serial plus its check digit. A number
      * already on ACCOUNTS.DAT (a sequence file restored from an
      * older copy) is passed over rather than reused.
      ******************************************************************
       ASSIGN-ACCOUNT-NUMBER.
           MOVE "N" TO WS_NUMBER_FREE.
           PERFORM UNTIL NUMBER-IS-FREE OR RETURN-CODE NOT = 0
               COMPUTE WS_ACCT_DATA = WS_NEXT_SERIAL * 10
               PERFORM COMPUTE-ACCOUNT-CHECK-DIGIT
               ADD WS_ACCT_CHECK TO WS_ACCT_DATA
               MOVE WS_ACCT_DATA TO WS_ENTERED_ID
               MOVE WS_ENTERED_ID TO ACCOUNT_ID
               READ ACCOUNTS
                   INVALID KEY
                       MOVE "Y" TO WS_NUMBER_FREE
                   NOT INVALID KEY
                       PERFORM STEP-ACCOUNT-SERIAL
               END-READ
           END-PERFORM.

       STEP-ACCOUNT-SERIAL.
           IF WS_NEXT_SERIAL = 9999999
               DISPLAY "ACCOUNT NUMBER SERIES EXHAUSTED"
               MOVE 1 TO RETURN-CODE
           ELSE
               ADD 1 TO WS_NEXT_SERIAL
           END-IF.

      ******************************************************************
      * Modulus 10 over the seven serial digits, weights 2 and 1 from
      * the left as for the identity number; the check digit makes
      * the weighted digit sum a multiple of ten.
      ******************************************************************
       COMPUTE-ACCOUNT-CHECK-DIGIT.
           MOVE 0 TO WS_ACCT_SUM.
           PERFORM VARYING WS_ACCT_IDX FROM 1 BY 1
               UNTIL WS_ACCT_IDX > 7
               IF FUNCTION MOD(WS_ACCT_IDX - 1, 2) = 0
                   MOVE 2 TO WS_ACCT_WEIGHT
               ELSE
                   MOVE 1 TO WS_ACCT_WEIGHT
               END-IF
               COMPUTE WS_ACCT_PRODUCT =
                   WS_ACCT_DIGIT(WS_ACCT_IDX) * WS_ACCT_WEIGHT
               IF WS_ACCT_PRODUCT > 9
                   SUBTRACT 9 FROM WS_ACCT_PRODUCT
               END-IF
               ADD WS_ACCT_PRODUCT TO WS_ACCT_SUM
           END-PERFORM.
           COMPUTE WS_ACCT_CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(WS_ACCT_SUM, 10), 10).

       LOAD-ACCOUNT-SEQUENCE.
           MOVE "Y" TO WS_SEQUENCE_READY.
           OPEN INPUT ACCOUNT-SEQUENCE.
           IF WS_SEQUENCE_STATUS = "00"
               READ ACCOUNT-SEQUENCE
                   AT END
                       MOVE "N" TO WS_SEQUENCE_READY
                   NOT AT END
                       MOVE ASEQ_NEXT_SERIAL   TO WS_NEXT_SERIAL
                       MOVE ASEQ_FIRST_CHECKED TO WS_FIRST_CHECKED
                       MOVE ASEQ_BATCH_DONE    TO WS_BATCH_DONE
               END-READ
               CLOSE ACCOUNT-SEQUENCE
               IF NOT SEQUENCE-IS-READY
                   DISPLAY "ACCOUNT NUMBER SEQUENCE FILE EMPTY"
                   MOVE 1 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM START-ACCOUNT-SEQUENCE
           END-IF.

      ******************************************************************
      * First run: the series starts at the first ten above the
      * highest account number already on file, and that number is
      * kept as the point below which the old, unchecked numbers lie.
      ******************************************************************
       START-ACCOUNT-SEQUENCE.
           MOVE ZERO TO WS_HIGHEST_ID.
           MOVE "N" TO WS_ACCOUNTS_EOF.
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
                       IF ACCOUNT_ID > WS_HIGHEST_ID
                           MOVE ACCOUNT_ID TO WS_HIGHEST_ID
                       END-IF
               END-READ
           END-PERFORM.
           DIVIDE WS_HIGHEST_ID BY 10 GIVING WS_SERIAL_WORK.
           ADD 1 TO WS_SERIAL_WORK.
           IF WS_SERIAL_WORK > 9999999
               DISPLAY "ACCOUNT NUMBER SERIES EXHAUSTED"
               MOVE "N" TO WS_SEQUENCE_READY
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS_SERIAL_WORK TO WS_NEXT_SERIAL
               COMPUTE WS_FIRST_CHECKED = WS_NEXT_SERIAL * 10
               MOVE ZERO TO WS_BATCH_DONE
               PERFORM SAVE-ACCOUNT-SEQUENCE
               IF RETURN-CODE = 0
                   DISPLAY "ACCOUNT NUMBER SEQUENCE STARTED AT "
                       WS_FIRST_CHECKED
               ELSE
                   MOVE "N" TO WS_SEQUENCE_READY
               END-IF
           END-IF.

       SAVE-ACCOUNT-SEQUENCE.
           MOVE WS_NEXT_SERIAL   TO ASEQ_NEXT_SERIAL.
           MOVE WS_FIRST_CHECKED TO ASEQ_FIRST_CHECKED.
           MOVE WS_BATCH_DONE    TO ASEQ_BATCH_DONE.
           OPEN OUTPUT ACCOUNT-SEQUENCE.
           IF WS_SEQUENCE_STATUS NOT = "00"
               DISPLAY "UNABLE TO SAVE ACCOUNT NUMBER SEQUENCE"
               MOVE 1 TO RETURN-CODE
           ELSE
               WRITE ACCOUNT_SEQUENCE_RECORD
               CLOSE ACCOUNT-SEQUENCE
           END-IF.

       CLEAR-NEW-ACCOUNTS.
           OPEN OUTPUT NEW-ACCOUNTS.
           CLOSE NEW-ACCOUNTS.

       OPEN-ACCOUNTS-FILE.
           MOVE "N" TO WS_ACCOUNTS_MISSING.
           OPEN I-O ACCOUNTS.

       VALIDATE-ACCOUNT-ENTRY.
           MOVE "Y" TO WS_VALID_ENTRY.
           PERFORM VALIDATE-PNR.
           IF NOT PNR-IS-VALID
               DISPLAY "INVALID IDENTITY NUMBER - REJECTED"
                   MOVE "N" TO WS_VALID_ENTRY
               END-IF
           END-IF.
           MOVE "N" TO WS_SANCTION_HOLD.
           IF ENTRY-IS-VALID
               PERFORM CHECK-SANCTIONS-HOLD
               IF SANCTIONS-HOLD
                   DISPLAY "IDENTITY NUMBER HAS AN OPEN SANCTIONS LIST"
                       " MATCH - REJECTED"
                   MOVE "N" TO WS_VALID_ENTRY
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               PERFORM CHECK-PNR-DUPLICATE
               END-READ
           END-IF.

      ******************************************************************
      * An unresolved or confirmed sanctions hit on the identity number
      * holds the account back. No hits file means nothing has matched
      * yet; a hits file that cannot be read holds every account back.
      ******************************************************************
       CHECK-SANCTIONS-HOLD.
           OPEN INPUT SANCTION-HITS.
           EVALUATE TRUE
               WHEN WS_HITS_STATUS = "00"
                   PERFORM FIND-OPEN-SANCTIONS-HIT
                   CLOSE SANCTION-HITS
               WHEN WS_HITS_STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SANCTIONS HITS FILE NOT AVAILABLE"
                   SET SANCTIONS-HOLD TO TRUE
           END-EVALUATE.

       FIND-OPEN-SANCTIONS-HIT.
           MOVE "N" TO WS_HITS_EOF.
           MOVE WS_ENTERED_PNR TO SANCHIT_PNR.
           MOVE LOW-VALUES TO SANCHIT_ENTRY_ID.
           START SANCTION-HITS KEY IS NOT LESS THAN SANCHIT_KEY
               INVALID KEY
                   SET END-OF-HITS TO TRUE
           END-START.
           PERFORM UNTIL END-OF-HITS OR SANCTIONS-HOLD
               READ SANCTION-HITS NEXT RECORD
                   AT END
                       SET END-OF-HITS TO TRUE
                   NOT AT END
                       IF SANCHIT_PNR NOT = WS_ENTERED_PNR
                           SET END-OF-HITS TO TRUE
                       ELSE
                           IF HIT-UNRESOLVED OR HIT-CONFIRMED
                               SET SANCTIONS-HOLD TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       VALIDATE-PNR.
           MOVE "Y" TO WS_PNR_VALID.
           MOVE WS_ENTERED_PNR TO WS_PNR_DATA.
               NOT INVALID KEY
                   SET PNR-ALREADY-USED TO TRUE
           END-READ.

       WRITE-SUSPENSE-ENTRY.
           OPEN EXTEND SUSPENSE-FILE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT_TIMESTAMP.
           MOVE ZERO        TO AUDIT_REFERENCE.
           MOVE SPACES      TO AUDIT_REASON.
           MOVE WS_OPERATOR_ID TO AUDIT_OPERATOR.
           WRITE AUDIT_ENTRY.
           IF WS_AUDIT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE AUDIT ENTRY"
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE AUDIT-LOG.

      ******************************************************************
      * Sign-on fails closed: no operator list on file, a blank ID, the
      * reserved batch ID or an ID not on the list and nothing is done.
      ******************************************************************
       SIGN-ON-OPERATOR.
           MOVE "N" TO WS_SIGNED_ON.
           DISPLAY "OPERATOR ID:".
           ACCEPT  WS_OPERATOR_ID.
           OPEN INPUT OPERATORS.
           IF WS_OPERATORS_STATUS NOT = "00"
               DISPLAY "NO OPERATOR LIST ON FILE - SIGN-ON REFUSED"
           ELSE
               MOVE "N" TO WS_OPERATORS_EOF
               PERFORM UNTIL END-OF-OPERATORS OR OPERATOR-SIGNED-ON
                   READ OPERATORS
                       AT END
                           SET END-OF-OPERATORS TO TRUE
                       NOT AT END
                           IF OPER_ID = WS_OPERATOR_ID
                               AND WS_OPERATOR_ID NOT = SPACES
                               AND WS_OPERATOR_ID NOT = "BATCH"
                               SET OPERATOR-SIGNED-ON TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATORS
               IF NOT OPERATOR-SIGNED-ON
                   DISPLAY "OPERATOR ID NOT RECOGNISED - SIGN-ON"
                       " REFUSED"
               END-IF
           END-IF.
           IF NOT OPERATOR-SIGNED-ON
               MOVE 1 TO RETURN-CODE
           END-IF.
       END PROGRAM CREATE-BANK-ACCOUNT.
