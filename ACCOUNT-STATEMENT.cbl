      *          other prior entry. To reproduce a statement for an
      *          archived period give ARCHIVE as the second argument
      *          and the trail is read from AUDITARCH.DAT instead of
      *          the live log. A REVERSAL line carries a note giving
      *          the date and time of the posting it reverses, so the
      *          customer can pair the two up; a FEE line carries the
      *          description of the fee charged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  WS_DETAIL_AMT   PIC +(8)9.99.
           02  FILLER          PIC XX   VALUE SPACE.
           02  WS_DETAIL_BAL   PIC -(7)9.99.
           02  FILLER          PIC XX   VALUE SPACE.
           02  WS_DETAIL_NOTE  PIC X(23).
       01  WS_PAGE_BREAK       PIC X(80) VALUE ALL "=".
       PROCEDURE DIVISION.
       ACCOUNT-STATEMENT-MAIN.
           COMPUTE WS_LINE_AMOUNT = AUDIT_NEW_SUM - AUDIT_OLD_SUM.
           MOVE WS_LINE_AMOUNT TO WS_DETAIL_AMT.
           MOVE AUDIT_NEW_SUM  TO WS_DETAIL_BAL.
           MOVE SPACES TO WS_DETAIL_NOTE.
           IF AUDIT_OPERATION = "REVERSAL"
               STRING "REV OF "
                      AUDIT_REASON(1:4)  "-"
                      AUDIT_REASON(5:2)  "-"
                      AUDIT_REASON(7:2)  " "
                      AUDIT_REASON(9:2)  ":"
                      AUDIT_REASON(11:2)
                   DELIMITED BY SIZE INTO WS_DETAIL_NOTE
           END-IF.
           IF AUDIT_OPERATION = "FEE"
               MOVE AUDIT_REASON(4:17) TO WS_DETAIL_NOTE
           END-IF.
           MOVE WS_DETAIL_LINE TO STATEMENT_LINE.
           WRITE STATEMENT_LINE.
       END PROGRAM ACCOUNT-STATEMENT.
