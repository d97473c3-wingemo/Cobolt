      * Purpose: Maintenance screen for the standing order file
      *          STANDORDERS.DAT, keyed on order number. Accepts an
      *          order number, then adds a new recurring transfer
      *          (from-account, to-account, amount, day of month, start
      *          and end date; end date zero = open-ended, the usual
      *          rent and salary case) or amends one. Both account
      *          numbers must pass the check digit test before
      *          ACCOUNTS.DAT is read, and both accounts must exist on
      *          ACCOUNTS.DAT and must differ, the amount must be
      *          positive and the day of month 1-31. Status A = active,
      *          C = cancelled; a cancelled order is kept on file so its
      *          history stays visible but GENERATE-STANDING-ORDERS
      *          skips it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS ACCOUNT_ID
           ALTERNATE RECORD KEY IS ACCOUNT_PNR
           FILE STATUS IS WS_ACCOUNTS_STATUS.

           SELECT ACCOUNT-SEQUENCE ASSIGN TO "ACCTSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SEQUENCE_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STANDING-ORDERS.
       COPY "SORDREC.cpy".
       FD ACCOUNTS.
       COPY "ACCTREC.cpy".
       FD ACCOUNT-SEQUENCE.
       COPY "ASEQREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS_ORDERS_STATUS    PIC XX.
       01  WS_ACCOUNTS_STATUS  PIC XX.
       01  WS_ACCOUNT_FOUND    PIC X.
           88  ACCOUNT-ON-FILE        VALUE "Y".
       01  WS_CHECK_ACCOUNT    PIC 9(8).
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
       SCREEN SECTION.
       01  ORDER-ENTRY-SCREEN.
           02  BLANK SCREEN FOREGROUND-COLOR 3.
               DISPLAY "ORDER NUMBER MUST NOT BE ZERO - REJECTED"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM LOAD-ACCOUNT-SEQUENCE
               PERFORM OPEN-ORDERS-FILE
               PERFORM OPEN-ACCOUNTS-FOR-READ
               IF NOT ORDERS-FILE-MISSING
               DISPLAY "STATUS MUST BE A OR C - REJECTED"
               MOVE "N" TO WS_ENTRY_VALID
           END-IF.
           IF ENTRY-IS-VALID
               MOVE WS_FROM_ACCOUNT TO WS_ACCT_DATA
               PERFORM VALIDATE-ACCOUNT-NUMBER
               IF NOT ACCOUNT-NUMBER-VALID
                   DISPLAY "FROM ACCOUNT CHECK DIGIT WRONG - REJECTED"
                   MOVE "N" TO WS_ENTRY_VALID
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               MOVE WS_TO_ACCOUNT TO WS_ACCT_DATA
               PERFORM VALIDATE-ACCOUNT-NUMBER
               IF NOT ACCOUNT-NUMBER-VALID
                   DISPLAY "TO ACCOUNT CHECK DIGIT WRONG - REJECTED"
                   MOVE "N" TO WS_ENTRY_VALID
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               MOVE WS_FROM_ACCOUNT TO WS_CHECK_ACCOUNT
               PERFORM CHECK-ACCOUNT-EXISTS
                       DISPLAY "STANDING ORDER ADDED"
               END-WRITE
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
       END PROGRAM STANDING-ORDER-MAINT.
