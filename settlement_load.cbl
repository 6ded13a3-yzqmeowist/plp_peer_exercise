           01 SettlementLine       PIC X(80).

       FD AccountsFile
           RECORD CONTAINS 70 CHARACTERS.
       01 AccountRecord.
           02 AccountId            PIC 9(4).
           02 Filler               PIC X.
              88 AccountFrozen         VALUE "FROZEN".
           02 Filler               PIC X.
           02 AccountLoanRate      PIC X(6).
           02 Filler               PIC X.
           02 AccountProduct       PIC X(4).

       FD ExtFeedFile
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-ITEM-DETAILS.
           05 WS-IT-DATE          PIC X(8).
           05 WS-IT-ACCOUNT       PIC X(4).
           05 WS-IT-AMOUNT        PIC X(15).
           05 WS-IT-REFERENCE     PIC X(20).

       01 WS-LINE-NO              PIC 9(7) VALUE ZERO.
       01 WS-COUNT-UNMATCHED      PIC 9(7) VALUE ZERO.
       01 WS-SUM-MATCHED          PIC 9(15)V99 VALUE ZERO.
       01 WS-SUM-UNMATCHED        PIC 9(15)V99 VALUE ZERO.
       01 WS-AMOUNT-NUM           PIC 9(13)V99.

      *Largest amount a single transaction line may carry, the
      *house limit on one posting; kept in step by hand with the
      *same item in batch_edit.cbl, report_generator.cbl,
      *settlement_load.cbl, deposit_maturity.cbl and
      *cheque_presentment.cbl.
       01 WS-MAX-LINE-AMOUNT      PIC 9(13)V99 VALUE 999999999.99.

       01 WS-FEED-LINE            PIC X(80).
       01 WS-REPORT-LINE          PIC X(200).
                      ": settlement amount not numeric"
              ADD 1 TO WS-ERROR-COUNT
           ELSE
      *       the credit posts as one line, held to the same
      *       house limit a hand-keyed line is; the posting run
      *       would refuse anything past it
              IF FUNCTION NUMVAL(WS-IT-AMOUNT) > WS-MAX-LINE-AMOUNT
                 DISPLAY "Line " WS-LINE-NO
                         ": settlement amount not postable"
                 ADD 1 TO WS-ERROR-COUNT
