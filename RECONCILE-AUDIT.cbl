      *          (or a BALFWD brought-forward record left by
      *          ARCHIVE-AUDIT at a period cut)
      *          through every posting to CLOSE, then compares each
      *          replayed balance against the live ACCOUNT_SUM. A
      *          REVERSAL posted by REVERSE-POSTING chains like any
      *          other posting and its pointer is then checked on a
      *          second pass: the entry it names (account, timestamp
      *          and occurrence) must be on the trail, must be a
      *          deposit, withdrawal or transfer leg rather than
      *          another reversal, must carry the exact opposite
      *          amount and must not be reversed twice; an original
      *          older than the account's BALFWD record has been
      *          archived and is not looked for. Chain
      *          breaks and mismatches are written to the exception
      *          report RECONCILE.RPT and the job ends with a nonzero
      *          return code so the nightly stream halts before
               03  WS_RECON_CHECKED  PIC X.
       01  WS_EXCEPTION_COUNT  PIC 9(5).
       01  WS_RECON_ACCOUNT    PIC 9(8).
       01  WS_REV_COUNT        PIC 9(4).
       01  WS_REV_IDX          PIC 9(4).
       01  WS_REV_TABLE.
           02  WS_REV_ENTRY OCCURS 2000 TIMES.
               03  WS_REV_ACCOUNT    PIC 9(8).
               03  WS_REV_STAMP      PIC X(14).
               03  WS_REV_OCCURRENCE PIC 99.
               03  WS_REV_AMOUNT     PIC S9(9)V99.
               03  WS_REV_SEEN       PIC 99.
               03  WS_REV_STATE      PIC X.
       01  WS_ENTRY_AMOUNT     PIC S9(9)V99.
       01  WS_DETAIL_LINE.
           02  WS_DETAIL_ACCT      PIC 9(8).
           02  FILLER              PIC XX   VALUE SPACE.
       RECONCILE-AUDIT-MAIN.
           MOVE ZERO TO WS_RECON_COUNT.
           MOVE ZERO TO WS_EXCEPTION_COUNT.
           MOVE ZERO TO WS_REV_COUNT.
           OPEN OUTPUT EXCEPTION-REPORT.
           MOVE "AUDIT RECONCILIATION EXCEPTION REPORT"
               TO EXCEPTION_LINE.
           WRITE EXCEPTION_LINE.
           PERFORM REPLAY-AUDIT-LOG.
           IF WS_REV_COUNT > 0
               PERFORM VERIFY-REVERSAL-POINTERS
           END-IF.
           PERFORM COMPARE-LIVE-BALANCES.
           IF WS_EXCEPTION_COUNT = 0
               MOVE "NO EXCEPTIONS - AUDIT TRAIL RECONCILES"
                   PERFORM REPLAY-BALANCE-FORWARD
               WHEN AUDIT_OPERATION = "CLOSE"
                   PERFORM REPLAY-CLOSE
               WHEN AUDIT_OPERATION = "REVERSAL"
                   PERFORM REPLAY-POSTING
                   PERFORM NOTE-REVERSAL
               WHEN OTHER
                   PERFORM REPLAY-POSTING
           END-EVALUATE.

       NOTE-REVERSAL.
           PERFORM VARYING WS_REV_IDX FROM 1 BY 1
               UNTIL WS_REV_IDX > WS_REV_COUNT
               IF WS_REV_ACCOUNT(WS_REV_IDX) = AUDIT_ACCOUNT_ID
                   AND WS_REV_STAMP(WS_REV_IDX) = AUDIT_REASON(1:14)
                   AND WS_REV_OCCURRENCE(WS_REV_IDX)
                       = AUDIT_REASON(15:2)
                   MOVE "ENTRY REVERSED MORE THAN ONCE"
                       TO WS_DETAIL_TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.
           IF WS_REV_COUNT < 2000
               ADD 1 TO WS_REV_COUNT
               MOVE AUDIT_ACCOUNT_ID   TO WS_REV_ACCOUNT(WS_REV_COUNT)
               MOVE AUDIT_REASON(1:14) TO WS_REV_STAMP(WS_REV_COUNT)
               MOVE AUDIT_REASON(15:2)
                   TO WS_REV_OCCURRENCE(WS_REV_COUNT)
               COMPUTE WS_REV_AMOUNT(WS_REV_COUNT) =
                   AUDIT_NEW_SUM - AUDIT_OLD_SUM
               MOVE ZERO TO WS_REV_SEEN(WS_REV_COUNT)
               MOVE "N"  TO WS_REV_STATE(WS_REV_COUNT)
           ELSE
               MOVE "REVERSAL TABLE FULL - POINTER NOT CHECKED"
                   TO WS_DETAIL_TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      ******************************************************************
      * Second pass over the trail for the reversal pointers. Each
      * reversal counts the entries on its account carrying the
      * original's timestamp; the one whose count reaches the stored
      * occurrence is the original. WS_REV_STATE ends as F (found),
      * A (older than the account's BALFWD, so archived) or N.
      ******************************************************************
       VERIFY-REVERSAL-POINTERS.
           OPEN INPUT AUDIT-LOG.
           MOVE "N" TO WS_AUDIT_EOF.
           PERFORM UNTIL END-OF-AUDIT-LOG
               READ AUDIT-LOG
                   AT END
                       SET END-OF-AUDIT-LOG TO TRUE
                   NOT AT END
                       PERFORM MATCH-REVERSED-ENTRY
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG.
           PERFORM VARYING WS_REV_IDX FROM 1 BY 1
               UNTIL WS_REV_IDX > WS_REV_COUNT
               IF WS_REV_STATE(WS_REV_IDX) = "N"
                   MOVE WS_REV_ACCOUNT(WS_REV_IDX) TO WS_RECON_ACCOUNT
                   MOVE "REVERSED ENTRY NOT FOUND ON AUDIT TRAIL"
                       TO WS_DETAIL_TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.

       MATCH-REVERSED-ENTRY.
           PERFORM VARYING WS_REV_IDX FROM 1 BY 1
               UNTIL WS_REV_IDX > WS_REV_COUNT
               IF WS_REV_ACCOUNT(WS_REV_IDX) = AUDIT_ACCOUNT_ID
                   IF AUDIT_OPERATION = "BALFWD"
                       AND AUDIT_TIMESTAMP >= WS_REV_STAMP(WS_REV_IDX)
                       AND WS_REV_STATE(WS_REV_IDX) = "N"
                       MOVE "A" TO WS_REV_STATE(WS_REV_IDX)
                   END-IF
                   IF AUDIT_TIMESTAMP = WS_REV_STAMP(WS_REV_IDX)
                       ADD 1 TO WS_REV_SEEN(WS_REV_IDX)
                       IF WS_REV_SEEN(WS_REV_IDX)
                           = WS_REV_OCCURRENCE(WS_REV_IDX)
                           MOVE "F" TO WS_REV_STATE(WS_REV_IDX)
                           PERFORM CHECK-REVERSED-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-REVERSED-ENTRY.
           MOVE AUDIT_ACCOUNT_ID TO WS_RECON_ACCOUNT.
           COMPUTE WS_ENTRY_AMOUNT = AUDIT_NEW_SUM - AUDIT_OLD_SUM.
           EVALUATE TRUE
               WHEN AUDIT_OPERATION = "REVERSAL"
                   MOVE "REVERSAL POINTS AT ANOTHER REVERSAL"
                       TO WS_DETAIL_TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN AUDIT_OPERATION NOT = "DEPOSIT"
                   AND AUDIT_OPERATION NOT = "WITHDRAWAL"
                   AND AUDIT_OPERATION NOT = "XFER-OUT"
                   AND AUDIT_OPERATION NOT = "XFER-IN"
                   MOVE "REVERSAL POINTS AT A NON-REVERSIBLE ENTRY"
                       TO WS_DETAIL_TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN WS_ENTRY_AMOUNT + WS_REV_AMOUNT(WS_REV_IDX)
                   NOT = ZERO
                   MOVE "REVERSAL AMOUNT DOES NOT OFFSET ORIGINAL"
                       TO WS_DETAIL_TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPLAY-CREATE.
           IF AUDIT_OLD_SUM NOT = ZERO
               MOVE "CHAIN BREAK AT CREATE - OLD SUM NOT ZERO"
