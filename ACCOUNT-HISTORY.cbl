      * Purpose: Account history inquiry for the "where did my money
      *          go" call. Takes an account id or identity number
      *          (resolved through the ACCOUNT_PNR alternate key
      *          like INQUIRE-ACCOUNT; an account id with a wrong
      *          check digit is refused before the account file is
      *          read) and an optional from/to date range, reads that
      *          account's entries from AUDITLOG.DAT and pages through
      *          the most recent postings newest-first: date and time to
      *          the second, operation, amount, running balance, and the
      *          shared transfer reference for XFER legs (and the
      *          payment reference for payments to other banks, their
      *          returns and reversals), so the operator has the exact
      *          timestamp or reference REVERSE-POSTING asks for. N
      *          shows the next (older) page, P the previous (newer)
      *          one, X leaves. When the trail holds more entries than
      *          fit in the table the oldest are dropped first, so the
      *          most recent postings are always the ones shown; history
      *          archived by ARCHIVE-AUDIT is summarized by its BALFWD
      *          entry and reproduced from AUDITARCH.DAT when needed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_AUDIT_STATUS.

           SELECT ACCOUNT-SEQUENCE ASSIGN TO "ACCTSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SEQUENCE_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
       COPY "ACCTREC.cpy".
       FD AUDIT-LOG.
       COPY "AUDITREC.cpy".
       FD ACCOUNT-SEQUENCE.
       COPY "ASEQREC.cpy".
       WORKING-STORAGE SECTION.
       01  WS_ACCOUNTS_STATUS  PIC XX.
       01  WS_AUDIT_STATUS     PIC XX.
           88  PAGING-FINISHED        VALUE "Y".
       01  WS_ACTION           PIC X.
       01  WS_DETAIL_LINE.
           02  WS_DETAIL_DATE  PIC X(19).
           02  FILLER          PIC XX   VALUE SPACE.
           02  WS_DETAIL_OP    PIC X(10).
           02  FILLER          PIC XX   VALUE SPACE.
           02  WS_DETAIL_BAL   PIC -(7)9.99.
           02  FILLER          PIC XX   VALUE SPACE.
           02  WS_DETAIL_REF   PIC X(8).
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
       01  HISTORY-ENTRY-SCREEN.
           02  BLANK SCREEN FOREGROUND-COLOR 3.

       RESOLVE-ACCOUNT.
           MOVE "N" TO WS_ACCOUNT_FOUND.
           PERFORM LOAD-ACCOUNT-SEQUENCE.
           MOVE WS_ENTERED_ID TO WS_ACCT_DATA.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           IF WS_ENTERED_PNR = ZERO AND NOT ACCOUNT-NUMBER-VALID
               DISPLAY "INVALID ACCOUNT NUMBER - CHECK DIGIT WRONG"
           ELSE
               PERFORM READ-ENTERED-ACCOUNT
           END-IF.

       READ-ENTERED-ACCOUNT.
           PERFORM OPEN-ACCOUNTS-FOR-READ.
           IF ACCOUNTS-FILE-MISSING
               DISPLAY "NO ACCOUNTS ON FILE"
           DISPLAY " ".
           DISPLAY "ACCOUNT " WS_HISTORY_ACCOUNT
               " - MOST RECENT POSTINGS FIRST".
           DISPLAY "DATE                 OPERATION         AMOUNT"
               "      BALANCE  REFERENCE".
           IF WS_PAGE_TOP > 15
               COMPUTE WS_PAGE_BOTTOM = WS_PAGE_TOP - 14
                  WS_HIST_STAMP(WS_HIST_IDX)(5:2)  "-"
                  WS_HIST_STAMP(WS_HIST_IDX)(7:2)  " "
                  WS_HIST_STAMP(WS_HIST_IDX)(9:2)  ":"
                  WS_HIST_STAMP(WS_HIST_IDX)(11:2) ":"
                  WS_HIST_STAMP(WS_HIST_IDX)(13:2)
               DELIMITED BY SIZE INTO WS_DETAIL_DATE.
           MOVE WS_HIST_OP(WS_HIST_IDX)      TO WS_DETAIL_OP.
           MOVE WS_HIST_AMOUNT(WS_HIST_IDX)  TO WS_DETAIL_AMT.
           MOVE WS_HIST_BALANCE(WS_HIST_IDX) TO WS_DETAIL_BAL.
           IF WS_HIST_OP(WS_HIST_IDX) = "XFER-OUT"
               OR WS_HIST_OP(WS_HIST_IDX) = "XFER-IN"
               OR WS_HIST_OP(WS_HIST_IDX) = "EXTPAYMENT"
               OR WS_HIST_OP(WS_HIST_IDX) = "PAYRETURN"
               OR WS_HIST_OP(WS_HIST_IDX) = "REVERSAL"
               MOVE WS_HIST_REFERENCE(WS_HIST_IDX) TO WS_DETAIL_REF
           ELSE
               MOVE SPACES TO WS_DETAIL_REF
               WHEN OTHER
                   SET PAGING-FINISHED TO TRUE
           END-EVALUATE.

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
       END PROGRAM ACCOUNT-HISTORY.
