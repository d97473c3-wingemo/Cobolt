      *          formed and the trailer count and hash both match is
      *          anything written, each payment appended to
      *          TRANSACTIONS.DAT as a deposit for POST-TRANSACTION.
      *          A payment of ours that the receiving bank sent back
      *          arrives as a type R line (account id, amount and
      *          the reference EXPORT-PAYMENTS sent it under); it
      *          counts in the trailer like any detail line and is
      *          queued as a returned payment (TXN_TYPE R) so
      *          POST-TRANSACTION credits it back as PAYRETURN.
      *          Any malformed record, a missing or misplaced
      *          trailer, or a count or hash mismatch refuses the
      *          whole file with a nonzero return code and writes
      *          same payments twice. No clearing file on disk, or
      *          an empty one left by the previous night's import,
      *          means nothing arrived and the job ends with return
      *          code zero so the nightly stream carries on. Each
      *          line of a verified file has its account number
      *          check digit tested as it is queued; a line that
      *          fails is written to SUSPENSE.DAT with reason CD
      *          instead of being queued, and the rest of the file
      *          is queued as normal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TRANSACTIONS ASSIGN TO "TRANSACTIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_TRANSACTIONS_STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SUSPENSE_STATUS.

           SELECT ACCOUNT-SEQUENCE ASSIGN TO "ACCTSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SEQUENCE_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLEARING-FILE.
           02  CLR_RECORD_TYPE     PIC X.
           02  CLR_ACCOUNT_ID      PIC 9(8).
           02  CLR_AMOUNT          PIC 9(8)V99.
       01  CLEARING_RETURN.
           02  CLR_RET_TYPE        PIC X.
           02  CLR_RET_ACCOUNT_ID  PIC 9(8).
           02  CLR_RET_AMOUNT      PIC 9(8)V99.
           02  CLR_RET_REFERENCE   PIC 9(8).
       01  CLEARING_CONTROL.
           02  CLR_CTL_TYPE        PIC X.
           02  CLR_CTL_LINE_COUNT  PIC 9(6).
           02  TXN_AMOUNT      PIC S9(8)V99.
           02  TXN_TYPE        PIC X.
           02  TXN_TO_ACCOUNT  PIC 9(8).
           02  TXN_RETURN_REFERENCE REDEFINES TXN_TO_ACCOUNT
                               PIC 9(8).
           02  TXN_PAYEE_CLEARING  PIC 9(5).
           02  TXN_PAYEE_ACCOUNT   PIC 9(10).
       FD SUSPENSE-FILE.
       COPY "SUSPREC.cpy".
       FD ACCOUNT-SEQUENCE.
       COPY "ASEQREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS_CLEARING_STATUS      PIC XX.
       01  WS_TRANSACTIONS_STATUS  PIC XX.
       01  WS_SUSPENSE_STATUS      PIC XX.
       01  WS_CLEARING_MISSING     PIC X.
           88  CLEARING-FILE-MISSING  VALUE "Y".
       01  WS_CLEARING_EOF         PIC X.
           02  WS_IMPORT_ITEM OCCURS 5000 TIMES.
               03  WS_IMPORT_ACCOUNT  PIC 9(8).
               03  WS_IMPORT_AMOUNT   PIC 9(8)V99.
               03  WS_IMPORT_TYPE     PIC X.
               03  WS_IMPORT_REFERENCE PIC 9(8).
       01  WS_RETURN_COUNT         PIC 9(6).
       01  WS_SUSPENDED_COUNT      PIC 9(6).
       01  WS_SEQUENCE_STATUS  PIC XX.
       01  WS_CHECK_DIGITS_USED PIC X.
           88  CHECK-DIGITS-IN-USE VALUE "Y".
       01  WS_FIRST_CHECKED    PIC 9(8).
       01  WS_ACCT_DATA        PIC 9(8).
       01  WS_ACCT_TABLE REDEFINES WS_ACCT_DATA.
           02  WS_ACCT_DIGIT   PIC 9 OCCURS 8 TIMES.
       01  WS_ACCT_SUM         PIC 9(4).
       01  WS_ACCT_PRODUCT     PIC 9(4).
       01  WS_ACCT_WEIGHT      PIC 9.
       01  WS_ACCT_CHECK       PIC 9.
       01  WS_ACCT_IDX         PIC 99.
       01  WS_ACCT_VALID       PIC X.
           88  ACCOUNT-NUMBER-VALID VALUE "Y".
       PROCEDURE DIVISION.
       IMPORT-CLEARING-MAIN.
           MOVE ZERO TO WS_LINE_TOTAL.
               EVALUATE CLR_RECORD_TYPE
                   WHEN "D"
                       PERFORM VERIFY-DETAIL-LINE
                   WHEN "R"
                       PERFORM VERIFY-RETURN-LINE
                   WHEN "C"
                       PERFORM VERIFY-TRAILER-LINE
                   WHEN OTHER
                       TO WS_IMPORT_ACCOUNT(WS_DETAIL_COUNT)
                   MOVE CLR_AMOUNT
                       TO WS_IMPORT_AMOUNT(WS_DETAIL_COUNT)
                   MOVE "D" TO WS_IMPORT_TYPE(WS_DETAIL_COUNT)
                   MOVE ZERO TO WS_IMPORT_REFERENCE(WS_DETAIL_COUNT)
                   ADD WS_IMPORT_AMOUNT(WS_DETAIL_COUNT)
                       TO WS_HASH_TOTAL
               ELSE
                   DISPLAY "TOO MANY CLEARING RECORDS - FILE REFUSED"
                   MOVE "N" TO WS_FILE_VALID
                   SET END-OF-CLEARING TO TRUE
               END-IF
           END-IF.

       VERIFY-RETURN-LINE.
           IF CLR_RET_ACCOUNT_ID IS NOT NUMERIC
               OR CLR_RET_AMOUNT IS NOT NUMERIC
               OR CLR_RET_REFERENCE IS NOT NUMERIC
               DISPLAY "MALFORMED RETURN RECORD - FILE REFUSED"
               MOVE "N" TO WS_FILE_VALID
               SET END-OF-CLEARING TO TRUE
           ELSE
               IF WS_DETAIL_COUNT < 5000
                   ADD 1 TO WS_DETAIL_COUNT
                   MOVE CLR_RET_ACCOUNT_ID
                       TO WS_IMPORT_ACCOUNT(WS_DETAIL_COUNT)
                   MOVE CLR_RET_AMOUNT
                       TO WS_IMPORT_AMOUNT(WS_DETAIL_COUNT)
                   MOVE "R" TO WS_IMPORT_TYPE(WS_DETAIL_COUNT)
                   MOVE CLR_RET_REFERENCE
                       TO WS_IMPORT_REFERENCE(WS_DETAIL_COUNT)
                   ADD WS_IMPORT_AMOUNT(WS_DETAIL_COUNT)
                       TO WS_HASH_TOTAL
               ELSE
               DISPLAY "TRANSACTION QUEUE NOT AVAILABLE"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WS_RETURN_COUNT
               MOVE ZERO TO WS_SUSPENDED_COUNT
               PERFORM LOAD-ACCOUNT-SEQUENCE
               PERFORM VARYING WS_IMPORT_IDX FROM 1 BY 1
                   UNTIL WS_IMPORT_IDX > WS_DETAIL_COUNT
                   PERFORM QUEUE-ONE-PAYMENT
               IF RETURN-CODE = 0
                   PERFORM CLEAR-CLEARING-FILE
                   DISPLAY "PAYMENTS IMPORTED: " WS_DETAIL_COUNT
                   DISPLAY "  OF WHICH RETURNED: " WS_RETURN_COUNT
                   DISPLAY "  OF WHICH SUSPENDED: " WS_SUSPENDED_COUNT
               END-IF
           END-IF.

       QUEUE-ONE-PAYMENT.
           MOVE WS_IMPORT_ACCOUNT(WS_IMPORT_IDX) TO TXN_ACCOUNT_ID.
           MOVE WS_IMPORT_AMOUNT(WS_IMPORT_IDX)  TO TXN_AMOUNT.
           MOVE ZERO  TO TXN_PAYEE_CLEARING.
           MOVE ZERO  TO TXN_PAYEE_ACCOUNT.
           IF WS_IMPORT_TYPE(WS_IMPORT_IDX) = "R"
               MOVE "R" TO TXN_TYPE
               MOVE WS_IMPORT_REFERENCE(WS_IMPORT_IDX)
                   TO TXN_RETURN_REFERENCE
               ADD 1 TO WS_RETURN_COUNT
           ELSE
               MOVE SPACE TO TXN_TYPE
               MOVE ZERO  TO TXN_TO_ACCOUNT
           END-IF.
           MOVE WS_IMPORT_ACCOUNT(WS_IMPORT_IDX) TO WS_ACCT_DATA.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           IF ACCOUNT-NUMBER-VALID
               WRITE TRANSACTION_RECORD
               IF WS_TRANSACTIONS_STATUS NOT = "00"
                   DISPLAY "UNABLE TO QUEUE IMPORTED PAYMENT"
                   MOVE 1 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "INVALID ACCOUNT NUMBER " WS_ACCT_DATA
                   " - CHECK DIGIT WRONG, PAYMENT SUSPENDED"
               PERFORM WRITE-SUSPENSE-ENTRY
           END-IF.

      ******************************************************************
      * A payment for an account number that fails its check digit is
      * not queued; it goes to suspense as the transaction it would
      * have been, so SUSPENSE-REVIEW can correct and requeue it. It
      * still counted towards the verified trailer totals.
      ******************************************************************
       WRITE-SUSPENSE-ENTRY.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS_SUSPENSE_STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN EXTEND SUSPENSE-FILE
           END-IF.
           MOVE "T"  TO SUSP_SOURCE.
           MOVE "CD" TO SUSP_REASON.
           MOVE SPACES TO SUSP_DATA.
           MOVE TRANSACTION_RECORD TO SUSP_DATA.
           WRITE SUSPENSE_ENTRY.
           IF WS_SUSPENSE_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SUSPENSE ENTRY"
               MOVE 1 TO RETURN-CODE
           ELSE
               ADD 1 TO WS_SUSPENDED_COUNT
           END-IF.
           CLOSE SUSPENSE-FILE.

       CLEAR-CLEARING-FILE.
           OPEN OUTPUT CLEARING-FILE.
           CLOSE CLEARING-FILE.

      ******************************************************************
      * ACCTSEQ.DAT holds the first number issued with a check digit;
      * lower numbers are older accounts and are taken as they stand.
      * No sequence file means no checked number has been issued yet.
      ******************************************************************
       LOAD-ACCOUNT-SEQUENCE.
           MOVE "N" TO WS_CHECK_DIGITS_USED.
           OPEN INPUT ACCOUNT-SEQUENCE.
           IF WS_SEQUENCE_STATUS = "00"
               READ ACCOUNT-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ASEQ_FIRST_CHECKED TO WS_FIRST_CHECKED
                       MOVE "Y" TO WS_CHECK_DIGITS_USED
               END-READ
               CLOSE ACCOUNT-SEQUENCE
           END-IF.

       VALIDATE-ACCOUNT-NUMBER.
           MOVE "Y" TO WS_ACCT_VALID.
           IF CHECK-DIGITS-IN-USE
               AND WS_ACCT_DATA NOT < WS_FIRST_CHECKED
               PERFORM COMPUTE-ACCOUNT-CHECK-DIGIT
               IF WS_ACCT_CHECK NOT = WS_ACCT_DIGIT(8)
                   MOVE "N" TO WS_ACCT_VALID
               END-IF
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
       END PROGRAM IMPORT-CLEARING.
