      *    SERVICE_CHARGE  DR 200100 CUST LIAB CR 420100 FEE INCOME
      *    EXT_DEBIT       DR 200100 CUST LIAB CR 120100 CLEARING
      *    EXT_CREDIT      DR 120100 CLEARING  CR 200100 CUST LIAB
      *    PAY_CHEQUE      DR 200100 CUST LIAB CR 120100 CLEARING
      *    OPEN_DEPOSIT    DR 200100 CUST LIAB CR 210100 TERM DEP
      *    BREAK_DEPOSIT   DR 210100 TERM DEP  CR 200100 CUST LIAB
      *                    DR 210100 TERM DEP  CR 430100 PNLTY INC
      *    MATURE_DEPOSIT  DR 510100 INT EXPNS CR 210100 TERM DEP
      *                    DR 210100 TERM DEP  CR 200100 CUST LIAB
      *    CHARGE_OFF      DR 130100 LOAN LOSS CR 110100 LOAN ASST
      *    RECOVERY        DR 200100 CUST LIAB CR 440100 RECOV INC
      *
      *A term deposit posting carries the deposit balance before and
      *after in its journal reason; a break posts the amount paid
      *back and the penalty kept as two pairs, and a maturity posts
      *the interest onto the deposit and - when the deposit is paid
      *out rather than rolled over - the payout to the account.
      *
      *A charge-off writes the loan off against the loan-loss
      *reserve (130100) by the loan balance it cleared; money later
      *recovered on a written-off loan is income, not a repayment,
      *since the loan it would have repaid is no longer on the book.
      *
      *followed by batch total records (total debits, total credits,
      *pair count) the GL system verifies on load. A transfer is
      *journaled once per leg; only the source (debit) leg is summed
      *here so the two-sided entry carries the moved amount once.
      *
      *A REVERSE entry is not new business: it is summed into a
      *bucket of its own per type of posting it backs out (the type
      *rides in its journal reason) and posted as the contra of
      *that type's pair - debit and credit swapped - with REVERSE
      *as the source, so the ledger nets it against the original.
      *
      *The extract date comes from glparm.dat - a single line
      *holding YYYYMMDD. When the file is absent the current date is
      *used, so the nightly job needs no parameter.
       DATA DIVISION.
       FILE SECTION.
       FD JournalFile
           RECORD CONTAINS 285 CHARACTERS.
           01 JournalLine          PIC X(285).

       FD GlExtractFile
           RECORD CONTAINS 61 CHARACTERS.
           05 WS-JR-REASON       PIC X(40).
           05 FILLER              PIC X.
           05 WS-JR-TRANS-LINE    PIC X(80).
           05 FILLER              PIC X.
           05 WS-JR-KEYER         PIC X(8).
           05 FILLER              PIC X.
           05 WS-JR-APPROVER      PIC X(8).

       01 EOF-JOURNAL-FLAG        PIC X VALUE 'F'.

           05 WS-CNT-EXT-DEBIT         PIC 9(7) VALUE ZERO.
           05 WS-SUM-EXT-CREDIT        PIC 9(13)V99 VALUE ZERO.
           05 WS-CNT-EXT-CREDIT        PIC 9(7) VALUE ZERO.
           05 WS-SUM-PAY-CHEQUE        PIC 9(13)V99 VALUE ZERO.
           05 WS-CNT-PAY-CHEQUE        PIC 9(7) VALUE ZERO.
           05 WS-SUM-OPEN-DEPOSIT      PIC 9(13)V99 VALUE ZERO.
           05 WS-CNT-OPEN-DEPOSIT      PIC 9(7) VALUE ZERO.
           05 WS-SUM-BREAK-DEPOSIT     PIC 9(13)V99 VALUE ZERO.
           05 WS-SUM-BREAK-PENALTY     PIC 9(13)V99 VALUE ZERO.
           05 WS-CNT-BREAK-DEPOSIT     PIC 9(7) VALUE ZERO.
           05 WS-SUM-MATURE-INTEREST   PIC 9(13)V99 VALUE ZERO.
           05 WS-SUM-MATURE-PAYOUT     PIC 9(13)V99 VALUE ZERO.
           05 WS-CNT-MATURE-DEPOSIT    PIC 9(7) VALUE ZERO.
           05 WS-SUM-CHARGE-OFF        PIC 9(13)V99 VALUE ZERO.
           05 WS-CNT-CHARGE-OFF        PIC 9(7) VALUE ZERO.
           05 WS-SUM-RECOVERY          PIC 9(13)V99 VALUE ZERO.
           05 WS-CNT-RECOVERY          PIC 9(7) VALUE ZERO.

      *Reversals, one bucket per type of posting backed out; each
      *sums the magnitude of the movement reversed, so it posts as
      *the contra of the original type's pair.
       01 WS-GL-REVERSALS.
           05 WS-REV-ADD-AMOUNT        PIC 9(13)V99 VALUE ZERO.
           05 WS-RCNT-ADD-AMOUNT       PIC 9(7) VALUE ZERO.
           05 WS-REV-REMOVE-AMOUNT     PIC 9(13)V99 VALUE ZERO.
           05 WS-RCNT-REMOVE-AMOUNT    PIC 9(7) VALUE ZERO.
           05 WS-REV-ADD-LOAN          PIC 9(13)V99 VALUE ZERO.
           05 WS-RCNT-ADD-LOAN         PIC 9(7) VALUE ZERO.
           05 WS-REV-REMOVE-LOAN       PIC 9(13)V99 VALUE ZERO.
           05 WS-RCNT-REMOVE-LOAN      PIC 9(7) VALUE ZERO.
           05 WS-REV-TRANSFER          PIC 9(13)V99 VALUE ZERO.
           05 WS-RCNT-TRANSFER         PIC 9(7) VALUE ZERO.
           05 WS-REV-LOAN-INTEREST     PIC 9(13)V99 VALUE ZERO.
           05 WS-RCNT-LOAN-INTEREST    PIC 9(7) VALUE ZERO.
           05 WS-REV-DEP-INTEREST      PIC 9(13)V99 VALUE ZERO.
           05 WS-RCNT-DEP-INTEREST     PIC 9(7) VALUE ZERO.
           05 WS-REV-SERVICE-CHARGE    PIC 9(13)V99 VALUE ZERO.
           05 WS-RCNT-SERVICE-CHARGE   PIC 9(7) VALUE ZERO.
           05 WS-REV-EXT-DEBIT         PIC 9(13)V99 VALUE ZERO.
           05 WS-RCNT-EXT-DEBIT        PIC 9(7) VALUE ZERO.
           05 WS-REV-EXT-CREDIT        PIC 9(13)V99 VALUE ZERO.
           05 WS-RCNT-EXT-CREDIT       PIC 9(7) VALUE ZERO.

      *Balance movement of the entry being summed, new minus old.
      *The buckets sum these deltas, never the amount token: a
      *construction.
       01 WS-MONEY-DELTA          PIC S9(13)V99 VALUE ZERO.
       01 WS-LOAN-DELTA           PIC S9(13)V99 VALUE ZERO.
      *Term deposit movement, off the balances a deposit posting
      *carries in its reason (old at 1, new at 17); zero for every
      *other type and for a replayed deposit posting.
       01 WS-DEPOSIT-DELTA        PIC S9(13)V99 VALUE ZERO.

       01 WS-TOTAL-DEBITS         PIC 9(15)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS        PIC 9(15)V99 VALUE ZERO.
           COMPUTE WS-LOAN-DELTA =
               FUNCTION NUMVAL(WS-JR-NEW-LOAN)
               - FUNCTION NUMVAL(WS-JR-OLD-LOAN)
           MOVE ZERO TO WS-DEPOSIT-DELTA
           IF (WS-JR-TYPE = "OPEN_DEPOSIT"
              OR WS-JR-TYPE = "BREAK_DEPOSIT"
              OR WS-JR-TYPE = "MATURE_DEPOSIT")
              AND WS-JR-REASON NOT = SPACES
              COMPUTE WS-DEPOSIT-DELTA =
                  FUNCTION NUMVAL(WS-JR-REASON(17:15))
                  - FUNCTION NUMVAL(WS-JR-REASON(1:15))
           END-IF
      *    flat entry - a replayed posting re-journaled by a
      *    restarted run, or a maintenance type - moved nothing, so
      *    it books nothing
           IF WS-MONEY-DELTA = ZERO AND WS-LOAN-DELTA = ZERO
              AND WS-DEPOSIT-DELTA = ZERO
              CONTINUE
           ELSE
           EVALUATE WS-JR-TYPE
             WHEN "EXT_CREDIT"
               ADD WS-MONEY-DELTA TO WS-SUM-EXT-CREDIT
               ADD 1 TO WS-CNT-EXT-CREDIT
             WHEN "PAY_CHEQUE"
      *        a presented cheque settles through the clearing
      *        house, the same way an EXT_DEBIT payment does
               SUBTRACT WS-MONEY-DELTA FROM WS-SUM-PAY-CHEQUE
               ADD 1 TO WS-CNT-PAY-CHEQUE
             WHEN "OPEN_DEPOSIT"
               SUBTRACT WS-MONEY-DELTA FROM WS-SUM-OPEN-DEPOSIT
               ADD 1 TO WS-CNT-OPEN-DEPOSIT
             WHEN "BREAK_DEPOSIT"
      *        the deposit given up is what was paid back plus the
      *        penalty kept
               ADD WS-MONEY-DELTA TO WS-SUM-BREAK-DEPOSIT
               SUBTRACT WS-MONEY-DELTA FROM WS-SUM-BREAK-PENALTY
               SUBTRACT WS-DEPOSIT-DELTA FROM WS-SUM-BREAK-PENALTY
               ADD 1 TO WS-CNT-BREAK-DEPOSIT
             WHEN "MATURE_DEPOSIT"
      *        interest is whatever the customer gained overall -
      *        paid to the account, added to a rolled-over deposit,
      *        or both; a paid-out deposit also moves to the account
               ADD WS-MONEY-DELTA TO WS-SUM-MATURE-INTEREST
               ADD WS-DEPOSIT-DELTA TO WS-SUM-MATURE-INTEREST
               ADD WS-MONEY-DELTA TO WS-SUM-MATURE-PAYOUT
               ADD 1 TO WS-CNT-MATURE-DEPOSIT
             WHEN "CHARGE_OFF"
      *        the loan balance cleared, a negative loan delta
               SUBTRACT WS-LOAN-DELTA FROM WS-SUM-CHARGE-OFF
               ADD 1 TO WS-CNT-CHARGE-OFF
             WHEN "RECOVERY"
               SUBTRACT WS-MONEY-DELTA FROM WS-SUM-RECOVERY
               ADD 1 TO WS-CNT-RECOVERY
             WHEN "REVERSE"
               PERFORM Sum-Reversal-Entry
      *      CLOSE_ACCOUNT, CHANGE_NAME, CHANGE_ADDRESS, SET_STATUS,
      *      SET_RATE, CHANGE_PRODUCT and the cheque-register types
      *      ISSUE_CHEQUES, STOP_CHEQUE and CANCEL_STOP move no money
      *      and post nothing to the ledger; deposit postings,
      *      charge-offs, recoveries and paid cheques are not
      *      reversible, so never reach the reversal buckets
           END-EVALUATE
           END-IF.

      * a reversal leg moves the opposite way to the posting it backs
      * out, so each bucket takes the magnitude with the sign turned
      * round from the original type's own rule above; the type backed
      * out sits after the run id and line number in the reason.
       Sum-Reversal-Entry.
           EVALUATE WS-JR-REASON(24:15)
             WHEN "ADD_AMOUNT"
               SUBTRACT WS-MONEY-DELTA FROM WS-REV-ADD-AMOUNT
               ADD 1 TO WS-RCNT-ADD-AMOUNT
             WHEN "REMOVE_AMOUNT"
               ADD WS-MONEY-DELTA TO WS-REV-REMOVE-AMOUNT
               ADD 1 TO WS-RCNT-REMOVE-AMOUNT
             WHEN "ADD_LOAN"
               SUBTRACT WS-LOAN-DELTA FROM WS-REV-ADD-LOAN
               ADD 1 TO WS-RCNT-ADD-LOAN
             WHEN "REMOVE_LOAN"
               ADD WS-LOAN-DELTA TO WS-REV-REMOVE-LOAN
               ADD 1 TO WS-RCNT-REMOVE-LOAN
             WHEN "TRANSFER_AMOUNT"
      *        reversed once per leg too; the leg whose money comes
      *        back up is the original source
               IF WS-MONEY-DELTA > ZERO
                  ADD WS-MONEY-DELTA TO WS-REV-TRANSFER
                  ADD 1 TO WS-RCNT-TRANSFER
               END-IF
             WHEN "LOAN_INTEREST"
               SUBTRACT WS-LOAN-DELTA FROM WS-REV-LOAN-INTEREST
               ADD 1 TO WS-RCNT-LOAN-INTEREST
             WHEN "DEP_INTEREST"
               SUBTRACT WS-MONEY-DELTA FROM WS-REV-DEP-INTEREST
               ADD 1 TO WS-RCNT-DEP-INTEREST
             WHEN "SERVICE_CHARGE"
               ADD WS-MONEY-DELTA TO WS-REV-SERVICE-CHARGE
               ADD 1 TO WS-RCNT-SERVICE-CHARGE
             WHEN "EXT_DEBIT"
               ADD WS-MONEY-DELTA TO WS-REV-EXT-DEBIT
               ADD 1 TO WS-RCNT-EXT-DEBIT
             WHEN "EXT_CREDIT"
               SUBTRACT WS-MONEY-DELTA FROM WS-REV-EXT-CREDIT
               ADD 1 TO WS-RCNT-EXT-CREDIT
           END-EVALUATE.

      * the balanced pair for every bucket that saw activity.
       Write-GL-Pairs.
           IF WS-CNT-ADD-AMOUNT > ZERO
              MOVE "EXT_CREDIT" TO WS-PAIR-SOURCE
              MOVE WS-CNT-EXT-CREDIT TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF
           IF WS-CNT-PAY-CHEQUE > ZERO
              MOVE "200100" TO WS-PAIR-DR-ACCOUNT
              MOVE "120100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-SUM-PAY-CHEQUE TO WS-PAIR-AMOUNT
              MOVE "PAY_CHEQUE" TO WS-PAIR-SOURCE
              MOVE WS-CNT-PAY-CHEQUE TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF
           IF WS-CNT-OPEN-DEPOSIT > ZERO
              MOVE "200100" TO WS-PAIR-DR-ACCOUNT
              MOVE "210100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-SUM-OPEN-DEPOSIT TO WS-PAIR-AMOUNT
              MOVE "OPEN_DEPOSIT" TO WS-PAIR-SOURCE
              MOVE WS-CNT-OPEN-DEPOSIT TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF
           IF WS-CNT-BREAK-DEPOSIT > ZERO
              MOVE "210100" TO WS-PAIR-DR-ACCOUNT
              MOVE "200100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-SUM-BREAK-DEPOSIT TO WS-PAIR-AMOUNT
              MOVE "BREAK_DEPOSIT" TO WS-PAIR-SOURCE
              MOVE WS-CNT-BREAK-DEPOSIT TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
              IF WS-SUM-BREAK-PENALTY > ZERO
                 MOVE "210100" TO WS-PAIR-DR-ACCOUNT
                 MOVE "430100" TO WS-PAIR-CR-ACCOUNT
                 MOVE WS-SUM-BREAK-PENALTY TO WS-PAIR-AMOUNT
                 PERFORM Write-GL-Pair
              END-IF
           END-IF
           IF WS-CNT-MATURE-DEPOSIT > ZERO
              MOVE "510100" TO WS-PAIR-DR-ACCOUNT
              MOVE "210100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-SUM-MATURE-INTEREST TO WS-PAIR-AMOUNT
              MOVE "MATURE_DEPOSIT" TO WS-PAIR-SOURCE
              MOVE WS-CNT-MATURE-DEPOSIT TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
              IF WS-SUM-MATURE-PAYOUT > ZERO
                 MOVE "210100" TO WS-PAIR-DR-ACCOUNT
                 MOVE "200100" TO WS-PAIR-CR-ACCOUNT
                 MOVE WS-SUM-MATURE-PAYOUT TO WS-PAIR-AMOUNT
                 PERFORM Write-GL-Pair
              END-IF
           END-IF
           IF WS-CNT-CHARGE-OFF > ZERO
              MOVE "130100" TO WS-PAIR-DR-ACCOUNT
              MOVE "110100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-SUM-CHARGE-OFF TO WS-PAIR-AMOUNT
              MOVE "CHARGE_OFF" TO WS-PAIR-SOURCE
              MOVE WS-CNT-CHARGE-OFF TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF
           IF WS-CNT-RECOVERY > ZERO
              MOVE "200100" TO WS-PAIR-DR-ACCOUNT
              MOVE "440100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-SUM-RECOVERY TO WS-PAIR-AMOUNT
              MOVE "RECOVERY" TO WS-PAIR-SOURCE
              MOVE WS-CNT-RECOVERY TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF
           PERFORM Write-GL-Reversal-Pairs.

      * the contra pair for every reversal bucket that saw activity:
      * the original type's accounts with debit and credit swapped.
       Write-GL-Reversal-Pairs.
           MOVE "REVERSE" TO WS-PAIR-SOURCE
           IF WS-RCNT-ADD-AMOUNT > ZERO
              MOVE "200100" TO WS-PAIR-DR-ACCOUNT
              MOVE "100100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-REV-ADD-AMOUNT TO WS-PAIR-AMOUNT
              MOVE WS-RCNT-ADD-AMOUNT TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF
           IF WS-RCNT-REMOVE-AMOUNT > ZERO
              MOVE "100100" TO WS-PAIR-DR-ACCOUNT
              MOVE "200100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-REV-REMOVE-AMOUNT TO WS-PAIR-AMOUNT
              MOVE WS-RCNT-REMOVE-AMOUNT TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF
           IF WS-RCNT-ADD-LOAN > ZERO
              MOVE "200100" TO WS-PAIR-DR-ACCOUNT
              MOVE "110100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-REV-ADD-LOAN TO WS-PAIR-AMOUNT
              MOVE WS-RCNT-ADD-LOAN TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF
           IF WS-RCNT-REMOVE-LOAN > ZERO
              MOVE "110100" TO WS-PAIR-DR-ACCOUNT
              MOVE "200100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-REV-REMOVE-LOAN TO WS-PAIR-AMOUNT
              MOVE WS-RCNT-REMOVE-LOAN TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF
           IF WS-RCNT-TRANSFER > ZERO
              MOVE "200100" TO WS-PAIR-DR-ACCOUNT
              MOVE "200100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-REV-TRANSFER TO WS-PAIR-AMOUNT
              MOVE WS-RCNT-TRANSFER TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF
           IF WS-RCNT-LOAN-INTEREST > ZERO
              MOVE "410100" TO WS-PAIR-DR-ACCOUNT
              MOVE "110100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-REV-LOAN-INTEREST TO WS-PAIR-AMOUNT
              MOVE WS-RCNT-LOAN-INTEREST TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF
           IF WS-RCNT-DEP-INTEREST > ZERO
              MOVE "200100" TO WS-PAIR-DR-ACCOUNT
              MOVE "510100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-REV-DEP-INTEREST TO WS-PAIR-AMOUNT
              MOVE WS-RCNT-DEP-INTEREST TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF
           IF WS-RCNT-SERVICE-CHARGE > ZERO
              MOVE "420100" TO WS-PAIR-DR-ACCOUNT
              MOVE "200100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-REV-SERVICE-CHARGE TO WS-PAIR-AMOUNT
              MOVE WS-RCNT-SERVICE-CHARGE TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF
           IF WS-RCNT-EXT-DEBIT > ZERO
              MOVE "120100" TO WS-PAIR-DR-ACCOUNT
              MOVE "200100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-REV-EXT-DEBIT TO WS-PAIR-AMOUNT
              MOVE WS-RCNT-EXT-DEBIT TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF
           IF WS-RCNT-EXT-CREDIT > ZERO
              MOVE "200100" TO WS-PAIR-DR-ACCOUNT
              MOVE "120100" TO WS-PAIR-CR-ACCOUNT
              MOVE WS-REV-EXT-CREDIT TO WS-PAIR-AMOUNT
              MOVE WS-RCNT-EXT-CREDIT TO WS-PAIR-COUNT-IN
              PERFORM Write-GL-Pair
           END-IF.

      * one debit record and one matching credit record.
