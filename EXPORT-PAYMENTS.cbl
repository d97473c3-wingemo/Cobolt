      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly export of the payments customers have sent
      *          to other banks. POST-TRANSACTION debits each
      *          accepted external payment and queues it on
      *          OUTPAYMENTS.DAT; this program turns the queue into
      *          the outbound clearing file CLEAROUT.DAT for the
      *          clearing house: one fixed-format detail line per
      *          payment (type D, our reference, paying account,
      *          payee clearing number, payee account, amount) and
      *          one trailing control record (type C, line count,
      *          hash total of all amounts - the same trailer
      *          IMPORT-CLEARING checks on CLEARING.DAT - and the run
      *          date, first command-line argument as YYYYMMDD,
      *          defaulting to today). Once the file is written the
      *          queue is emptied so a payment is sent once only. A
      *          restarted stream that finds the queue already empty
      *          and CLEAROUT.DAT already carrying tonight's trailer
      *          leaves the file alone instead of overwriting it
      *          with an empty one; an empty queue on any other
      *          night still writes a trailer-only file so the
      *          clearing house sees a file every banking day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-PAYMENTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT-PAYMENTS ASSIGN TO "OUTPAYMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_OUTPAY_STATUS.

           SELECT CLEAROUT-FILE ASSIGN TO "CLEAROUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_CLEAROUT_STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUT-PAYMENTS.
       01  OUT_PAYMENT_RECORD.
           02  OUTPAY_REFERENCE      PIC 9(8).
           02  OUTPAY_ACCOUNT_ID     PIC 9(8).
           02  OUTPAY_AMOUNT         PIC 9(8)V99.
           02  OUTPAY_CLEARING       PIC 9(5).
           02  OUTPAY_PAYEE_ACCOUNT  PIC 9(10).
           02  OUTPAY_TIMESTAMP      PIC X(14).
       FD CLEAROUT-FILE.
       01  CLEAROUT_DETAIL.
           02  CLO_RECORD_TYPE       PIC X.
           02  CLO_REFERENCE         PIC 9(8).
           02  CLO_ACCOUNT_ID        PIC 9(8).
           02  CLO_PAYEE_CLEARING    PIC 9(5).
           02  CLO_PAYEE_ACCOUNT     PIC 9(10).
           02  CLO_AMOUNT            PIC 9(8)V99.
       01  CLEAROUT_CONTROL.
           02  CLO_CTL_TYPE          PIC X.
           02  CLO_CTL_LINE_COUNT    PIC 9(6).
           02  CLO_CTL_HASH_TOTAL    PIC 9(12)V99.
           02  CLO_CTL_RUN_DATE      PIC X(8).
       WORKING-STORAGE SECTION.
       01  WS_OUTPAY_STATUS        PIC XX.
       01  WS_CLEAROUT_STATUS      PIC XX.
       01  WS_CMD_LINE             PIC X(20).
       01  WS_RUN_DATE             PIC X(8).
       01  WS_OUTPAY_EOF           PIC X.
           88  END-OF-OUT-PAYMENTS    VALUE "Y".
       01  WS_CLEAROUT_EOF         PIC X.
           88  END-OF-CLEAROUT        VALUE "Y".
       01  WS_QUEUED_COUNT         PIC 9(6).
       01  WS_LINE_COUNT           PIC 9(6).
       01  WS_HASH_TOTAL           PIC 9(12)V99.
       01  WS_ALREADY_SENT         PIC X.
           88  TONIGHTS-FILE-WRITTEN  VALUE "Y".
       PROCEDURE DIVISION.
       EXPORT-PAYMENTS-MAIN.
           ACCEPT WS_CMD_LINE FROM COMMAND-LINE.
           IF WS_CMD_LINE(1:8) IS NUMERIC
               MOVE WS_CMD_LINE(1:8) TO WS_RUN_DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS_RUN_DATE
           END-IF.
           PERFORM COUNT-QUEUED-PAYMENTS.
           MOVE "N" TO WS_ALREADY_SENT.
           IF WS_QUEUED_COUNT = 0
               PERFORM CHECK-TONIGHTS-FILE
           END-IF.
           IF TONIGHTS-FILE-WRITTEN
               DISPLAY "CLEAROUT.DAT ALREADY WRITTEN FOR "
                   WS_RUN_DATE " - LEFT AS IS"
           ELSE
               PERFORM WRITE-CLEAROUT-FILE
               IF RETURN-CODE = 0
                   PERFORM CLEAR-PAYMENT-QUEUE
                   DISPLAY "PAYMENTS EXPORTED: " WS_LINE_COUNT
               END-IF
           END-IF.
       STOP RUN.

       COUNT-QUEUED-PAYMENTS.
           MOVE ZERO TO WS_QUEUED_COUNT.
           OPEN INPUT OUT-PAYMENTS.
           IF WS_OUTPAY_STATUS = "00"
               MOVE "N" TO WS_OUTPAY_EOF
               PERFORM UNTIL END-OF-OUT-PAYMENTS
                   READ OUT-PAYMENTS
                       AT END
                           SET END-OF-OUT-PAYMENTS TO TRUE
                       NOT AT END
                           ADD 1 TO WS_QUEUED_COUNT
                   END-READ
               END-PERFORM
               CLOSE OUT-PAYMENTS
           END-IF.

      ******************************************************************
      * An empty queue with tonight's trailer already on CLEAROUT.DAT
      * means this step finished once and the stream was restarted
      * before it could checkpoint - the file on disk is the real one.
      ******************************************************************
       CHECK-TONIGHTS-FILE.
           OPEN INPUT CLEAROUT-FILE.
           IF WS_CLEAROUT_STATUS = "00"
               MOVE "N" TO WS_CLEAROUT_EOF
               PERFORM UNTIL END-OF-CLEAROUT
                   READ CLEAROUT-FILE
                       AT END
                           SET END-OF-CLEAROUT TO TRUE
                       NOT AT END
                           IF CLO_CTL_TYPE = "C"
                               AND CLO_CTL_RUN_DATE = WS_RUN_DATE
                               SET TONIGHTS-FILE-WRITTEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEAROUT-FILE
           END-IF.

       WRITE-CLEAROUT-FILE.
           MOVE ZERO TO WS_LINE_COUNT.
           MOVE ZERO TO WS_HASH_TOTAL.
           OPEN OUTPUT CLEAROUT-FILE.
           IF WS_CLEAROUT_STATUS NOT = "00"
               DISPLAY "UNABLE TO CREATE CLEAROUT.DAT"
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN INPUT OUT-PAYMENTS
               IF WS_OUTPAY_STATUS = "00"
                   MOVE "N" TO WS_OUTPAY_EOF
                   PERFORM UNTIL END-OF-OUT-PAYMENTS
                       READ OUT-PAYMENTS
                           AT END
                               SET END-OF-OUT-PAYMENTS TO TRUE
                           NOT AT END
                               PERFORM WRITE-DETAIL-LINE
                       END-READ
                   END-PERFORM
                   CLOSE OUT-PAYMENTS
               END-IF
               PERFORM WRITE-CONTROL-RECORD
               CLOSE CLEAROUT-FILE
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE "D"                  TO CLO_RECORD_TYPE.
           MOVE OUTPAY_REFERENCE     TO CLO_REFERENCE.
           MOVE OUTPAY_ACCOUNT_ID    TO CLO_ACCOUNT_ID.
           MOVE OUTPAY_CLEARING      TO CLO_PAYEE_CLEARING.
           MOVE OUTPAY_PAYEE_ACCOUNT TO CLO_PAYEE_ACCOUNT.
           MOVE OUTPAY_AMOUNT        TO CLO_AMOUNT.
           WRITE CLEAROUT_DETAIL.
           IF WS_CLEAROUT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE CLEARING LINE - REFERENCE "
                   OUTPAY_REFERENCE
               MOVE 1 TO RETURN-CODE
           ELSE
               ADD 1 TO WS_LINE_COUNT
               ADD OUTPAY_AMOUNT TO WS_HASH_TOTAL
           END-IF.

       WRITE-CONTROL-RECORD.
           MOVE "C"           TO CLO_CTL_TYPE.
           MOVE WS_LINE_COUNT TO CLO_CTL_LINE_COUNT.
           MOVE WS_HASH_TOTAL TO CLO_CTL_HASH_TOTAL.
           MOVE WS_RUN_DATE   TO CLO_CTL_RUN_DATE.
           WRITE CLEAROUT_CONTROL.
           IF WS_CLEAROUT_STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE CLEARING CONTROL RECORD"
               MOVE 1 TO RETURN-CODE
           END-IF.

       CLEAR-PAYMENT-QUEUE.
           OPEN OUTPUT OUT-PAYMENTS.
           CLOSE OUT-PAYMENTS.
       END PROGRAM EXPORT-PAYMENTS.
