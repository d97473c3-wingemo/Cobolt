           02  TXN_AMOUNT      PIC S9(8)V99.
           02  TXN_TYPE        PIC X.
           02  TXN_TO_ACCOUNT  PIC 9(8).
           02  TXN_PAYEE_CLEARING  PIC 9(5).
           02  TXN_PAYEE_ACCOUNT   PIC 9(10).
       FD NEW-ACCOUNTS.
       01  NEW_ACCOUNT_RECORD.
           02  NEW_ACCOUNT_ID     PIC 9(8).
           02  WS_SUSPENSE_ITEM OCCURS 500 TIMES.
               03  WS_ITEM_SOURCE  PIC X.
               03  WS_ITEM_REASON  PIC XX.
               03  WS_ITEM_DATA    PIC X(60).
               03  WS_ITEM_ACTION  PIC X.
       01  WS_ACTION               PIC X.
       01  WS_FIXED_DATA           PIC X(60).
       01  WS_OVERFLOW             PIC X.
           88  SUSPENSE-TABLE-OVERFLOWED  VALUE "Y".
       PROCEDURE DIVISION.
               CLOSE TRANSACTIONS
               OPEN EXTEND TRANSACTIONS
           END-IF.
           MOVE WS_ITEM_DATA(WS_ENTRY_IDX)(1:42)
               TO TRANSACTION_RECORD.
           WRITE TRANSACTION_RECORD.
           IF WS_TRANSACTIONS_STATUS NOT = "00"
