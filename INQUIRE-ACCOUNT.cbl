           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST_PNR
           FILE STATUS IS WS_CUSTOMERS_STATUS.

           SELECT ACCOUNT-SEQUENCE ASSIGN TO "ACCTSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SEQUENCE_STATUS.

           SELECT LETTER-LOG ASSIGN TO "LETTERLOG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLOG_KEY
           FILE STATUS IS WS_LETTERLOG_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
       COPY "ACCTREC.cpy".
       FD CUSTOMERS.
       COPY "CUSTREC.cpy".
       FD ACCOUNT-SEQUENCE.
       COPY "ASEQREC.cpy".
       FD LETTER-LOG.
       COPY "LLOGREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS_ACCOUNTS_STATUS  PIC XX.
       01  WS_ACCOUNTS_MISSING PIC X.
       01  WS_CUST_NAME        PIC X(30).
       01  WS_ENTERED_ID       PIC 9(8).
       01  WS_ENTERED_PNR      PIC 9(12).
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
       01  WS_LETTERLOG_STATUS PIC XX.
       01  WS_LETTER_EOF       PIC X.
           88  END-OF-ACCOUNT-LETTERS VALUE "Y".
       01  WS_LAST_LETTER_AT   PIC X(14).
       01  WS_LAST_LETTER      PIC X(20).
       SCREEN SECTION.
       01  ENTRY-SCREEN.
           02  BLANK SCREEN FOREGROUND-COLOR 3.
           02  VALUE "OVERDRAFT LIMIT:" LINE 18 COL 2.
           02  DISPLAY-ODLIMIT LINE 18 COL 25 PIC 9(8).99
               FROM ACCOUNT_ODLIMIT.
           02  VALUE "LAST LETTER SENT:" LINE 20 COL 2.
           02  DISPLAY-LETTER LINE 20 COL 25 PIC X(20)
               FROM WS_LAST_LETTER.
       PROCEDURE DIVISION.
       INQUIRE-ACCOUNT-MAIN.
           MOVE ZERO TO WS_ENTERED_ID.
           MOVE ZERO TO WS_ENTERED_PNR.
           DISPLAY ENTRY-SCREEN.
           ACCEPT ENTRY-SCREEN.
           PERFORM LOAD-ACCOUNT-SEQUENCE.
           MOVE WS_ENTERED_ID TO WS_ACCT_DATA.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           IF WS_ENTERED_PNR = ZERO AND NOT ACCOUNT-NUMBER-VALID
               DISPLAY "INVALID ACCOUNT NUMBER - CHECK DIGIT WRONG"
           ELSE
               PERFORM OPEN-ACCOUNTS-FOR-READ
               IF ACCOUNTS-FILE-MISSING
                   DISPLAY "NO ACCOUNTS ON FILE"
               ELSE
                   PERFORM READ-REQUESTED-ACCOUNT
                   CLOSE ACCOUNTS
               END-IF
           END-IF.
       STOP RUN.


       SHOW-ACCOUNT-RESULT.
           PERFORM FETCH-CUSTOMER-NAME.
           PERFORM FETCH-LAST-LETTER.
           DISPLAY RESULT-SCREEN.
           ACCEPT OMITTED.

           ELSE
               MOVE "*NO CUSTOMER FILE*" TO WS_CUST_NAME
           END-IF.

      ******************************************************************
      * The letter log is keyed on account first, so every letter
      * written about the account is read together; the one logged
      * last is shown as type and mailing date.
      ******************************************************************
       FETCH-LAST-LETTER.
           MOVE "NONE" TO WS_LAST_LETTER.
           MOVE SPACES TO WS_LAST_LETTER_AT.
           OPEN INPUT LETTER-LOG.
           IF WS_LETTERLOG_STATUS = "00"
               MOVE "N" TO WS_LETTER_EOF
               MOVE ACCOUNT_ID TO LLOG_ACCOUNT_ID
               MOVE LOW-VALUES TO LLOG_TYPE
               MOVE LOW-VALUES TO LLOG_EVENT_AT
               START LETTER-LOG KEY IS NOT LESS THAN LLOG_KEY
                   INVALID KEY
                       SET END-OF-ACCOUNT-LETTERS TO TRUE
               END-START
               PERFORM UNTIL END-OF-ACCOUNT-LETTERS
                   READ LETTER-LOG NEXT RECORD
                       AT END
                           SET END-OF-ACCOUNT-LETTERS TO TRUE
                       NOT AT END
                           IF LLOG_ACCOUNT_ID NOT = ACCOUNT_ID
                               SET END-OF-ACCOUNT-LETTERS TO TRUE
                           ELSE
                               PERFORM NOTE-LATER-LETTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LETTER-LOG
           END-IF.

       NOTE-LATER-LETTER.
           IF LETTER-SENT AND LLOG_LOGGED_AT > WS_LAST_LETTER_AT
               MOVE LLOG_LOGGED_AT TO WS_LAST_LETTER_AT
               MOVE SPACES TO WS_LAST_LETTER
               STRING LLOG_TYPE " "
                      LLOG_LOGGED_AT(1:4) "-"
                      LLOG_LOGGED_AT(5:2) "-"
                      LLOG_LOGGED_AT(7:2)
                   DELIMITED BY SIZE INTO WS_LAST_LETTER
           END-IF.

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
       END PROGRAM INQUIRE-ACCOUNT.
