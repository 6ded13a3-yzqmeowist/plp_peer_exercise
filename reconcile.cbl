      *  + signed net of every posting journaled since then
      *  = closing totals recomputed here from accounts.dat
      *
      *for money, loan and fixed-term deposits independently. The
      *opening side lives in opening_totals.dat together with the
      *journal line count the last reconciliation consumed; the net
      *comes from the before/after balances on the new journal
      *entries (a deposit posting carries its deposit balances in
      *the journal reason); the closing side is a fresh keyed walk
      *of the master and of deposits.dat.
      *
      *balance_report.dat shows each side of the equation and any
      *difference. When the day proves, the closing totals and new
      *the current master and journal position, reports that, and
      *ends 0.
      *
      *opening_totals.dat only ever holds the latest close, so each
      *saved close is also appended, dated, to recon_history.dat -
      *the proven totals Trial-Balance ties a past date back to.
      *
      *Compilation:
      *cobc -x reconcile.cbl
      *
       SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the fixed-term deposits, walked in key sequence for the
      * closing deposit total; OPTIONAL - no file, no deposits
       SELECT OPTIONAL DepositsFile ASSIGN TO "deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DepositAccountId
               FILE STATUS IS WS-DEPOSITS-STATUS.
      * opening totals carried from the last proven close, plus the
      * journal line count consumed up to that point
       SELECT OPTIONAL OpeningTotalsFile
               ASSIGN TO "opening_totals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * every saved close, dated, appended run after run; OPTIONAL so
      * the first saved close creates it
       SELECT OPTIONAL ReconHistoryFile
               ASSIGN TO "recon_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * this run's balancing report
       SELECT BalanceReportFile ASSIGN TO "balance_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD AccountsFile
           RECORD CONTAINS 70 CHARACTERS.
       01 AccountRecord.
           02 AccountId            PIC 9(4).
           02 Filler               PIC X.
           02 AccountStatus        PIC X(8).
           02 Filler               PIC X.
           02 AccountLoanRate      PIC X(6).
           02 Filler               PIC X.
           02 AccountProduct       PIC X(4).

      *    Same 58-character layout as DepositRecord in
      *    report_generator.cbl - kept in step with it by hand.
       FD DepositsFile
           RECORD CONTAINS 58 CHARACTERS.
       01 DepositRecord.
           02 DepositAccountId     PIC 9(4).
           02 Filler               PIC X.
           02 DepositPrincipal     PIC X(15).
           02 Filler               PIC X.
           02 DepositRate          PIC X(6).
           02 Filler               PIC X.
           02 DepositStartDate     PIC X(8).
           02 Filler               PIC X.
           02 DepositTermMonths    PIC 9(3).
           02 Filler               PIC X.
           02 DepositMaturityDate  PIC X(8).
           02 Filler               PIC X.
           02 DepositInstruction   PIC X(8).

       FD JournalFile
           RECORD CONTAINS 285 CHARACTERS.
           01 JournalLine          PIC X(285).

       FD OpeningTotalsFile
           RECORD CONTAINS 66 CHARACTERS.
       01 OpeningTotalsRecord.
           02 OpeningMoney         PIC X(18).
           02 Filler               PIC X.
      *    journal.dat lines already reconciled by earlier runs;
      *    this run nets only the lines after that point
           02 OpeningJournalLines  PIC 9(9).
           02 Filler               PIC X.
      *    deposits total; blank on a record carried from before
      *    term deposits existed, which reads back as zero
           02 OpeningDeposits      PIC X(18).

      *    The date of the close, then the opening totals record
      *    exactly as saved that night.
       FD ReconHistoryFile
           RECORD CONTAINS 75 CHARACTERS.
       01 ReconHistoryRecord.
           02 ReconHistoryDate     PIC X(8).
           02 Filler               PIC X.
           02 ReconHistoryTotals   PIC X(66).

       FD BalanceReportFile
           RECORD CONTAINS 80 CHARACTERS.
       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS      PIC XX.
           88 WS-ACCOUNTS-OK            VALUE "00".
       01 WS-DEPOSITS-STATUS      PIC XX.
           88 WS-DEPOSITS-OK            VALUE "00".

      *Same fixed positions as WS-JOURNAL-REC in report_generator.cbl
      *- kept in step with it by hand.
           05 WS-JR-REASON        PIC X(40).
           05 FILLER              PIC X.
           05 WS-JR-TRANS-LINE    PIC X(80).
           05 FILLER              PIC X.
           05 WS-JR-KEYER         PIC X(8).
           05 FILLER              PIC X.
           05 WS-JR-APPROVER      PIC X(8).

       01 EOF-DATA-FLAG           PIC X VALUE 'F'.
       01 EOF-JOURNAL-FLAG        PIC X VALUE 'F'.
       01 EOF-DEPOSITS-FLAG       PIC X VALUE 'F'.

      *'N' on the very first run, when there is no carried opening
      *to prove against and the run just baselines.
       01 WS-EXPECTED-LOAN        PIC S9(16)V99 VALUE ZERO.
       01 WS-DIFF-MONEY           PIC S9(16)V99 VALUE ZERO.
       01 WS-DIFF-LOAN            PIC S9(16)V99 VALUE ZERO.
       01 WS-OPENING-DEPOSITS     PIC 9(15)V99 VALUE ZERO.
       01 WS-NET-DEPOSITS         PIC S9(15)V99 VALUE ZERO.
       01 WS-CLOSING-DEPOSITS     PIC 9(15)V99 VALUE ZERO.
       01 WS-EXPECTED-DEPOSITS    PIC S9(16)V99 VALUE ZERO.
       01 WS-DIFF-DEPOSITS        PIC S9(16)V99 VALUE ZERO.

       01 WS-JOURNAL-LINES-USED   PIC 9(9) VALUE ZERO.
       01 WS-JOURNAL-LINE-COUNT   PIC 9(9) VALUE ZERO.
      *straight back.
       01 WS-TOTAL-OUT            PIC 9(15).99.

      *The opening-totals record as built, before it is written -
      *same 66-character layout as OpeningTotalsRecord, and the
      *copy the history line takes, since the FD record is not
      *there once the file is closed.
       01 WS-OPENING-TOTALS.
           02 WS-OT-MONEY          PIC X(18).
           02 Filler               PIC X.
           02 WS-OT-LOAN           PIC X(18).
           02 Filler               PIC X.
           02 WS-OT-JOURNAL-LINES  PIC 9(9).
           02 Filler               PIC X.
           02 WS-OT-DEPOSITS       PIC X(18).

       01 WS-BALANCE-LINE         PIC X(200).

      *One run-log record: program, date/time stamp, records in
           PERFORM Read-Opening-Totals
           PERFORM Net-Journal-Movement
           PERFORM Total-Accounts-File
           PERFORM Total-Deposits-File
           IF WS-OPENING-FOUND
              PERFORM Prove-The-Day
           ELSE
                    FUNCTION NUMVAL(OpeningMoney)
                COMPUTE WS-OPENING-LOAN =
                    FUNCTION NUMVAL(OpeningLoan)
                IF OpeningDeposits NOT = SPACES
                   COMPUTE WS-OPENING-DEPOSITS =
                       FUNCTION NUMVAL(OpeningDeposits)
                END-IF
                MOVE OpeningJournalLines TO WS-JOURNAL-LINES-USED
                MOVE 'Y' TO WS-OPENING-FOUND-FLAG
           END-READ
                       COMPUTE WS-NET-LOAN = WS-NET-LOAN
                           + FUNCTION NUMVAL(WS-JR-NEW-LOAN)
                           - FUNCTION NUMVAL(WS-JR-OLD-LOAN)
                       PERFORM Net-Deposit-Movement
                    END-IF
               END-READ
           END-PERFORM
              WRITE BalanceReportLine FROM WS-BALANCE-LINE
           END-IF.

      * a deposit posting moves the deposit as well as the money:
      * its reason carries the deposit balance before (at 1) and
      * after (at 17). A replayed posting leaves the reason blank.
       Net-Deposit-Movement.
           IF (WS-JR-TYPE = "OPEN_DEPOSIT"
              OR WS-JR-TYPE = "BREAK_DEPOSIT"
              OR WS-JR-TYPE = "MATURE_DEPOSIT")
              AND WS-JR-REASON NOT = SPACES
              COMPUTE WS-NET-DEPOSITS = WS-NET-DEPOSITS
                  + FUNCTION NUMVAL(WS-JR-REASON(17:15))
                  - FUNCTION NUMVAL(WS-JR-REASON(1:15))
           END-IF.

      * fresh closing totals straight off the master, the same walk
      * Report-Generator's trailer makes but computed here so the
      * proof does not lean on the posting run's own arithmetic.
           END-PERFORM
           CLOSE AccountsFile.

      * closing deposit total, the same keyed walk over deposits.dat;
      * an absent file simply totals zero.
       Total-Deposits-File.
           OPEN INPUT DepositsFile
           MOVE ZERO TO DepositAccountId
           MOVE 'F' TO EOF-DEPOSITS-FLAG
           START DepositsFile KEY IS NOT LESS THAN DepositAccountId
             INVALID KEY
                MOVE 'T' TO EOF-DEPOSITS-FLAG
           END-START
           PERFORM UNTIL EOF-DEPOSITS-FLAG = 'T'
               READ DepositsFile NEXT RECORD
                 AT END
                    MOVE 'T' TO EOF-DEPOSITS-FLAG
               END-READ
               IF EOF-DEPOSITS-FLAG = 'F'
                  IF NOT WS-DEPOSITS-OK
                     DISPLAY "Deposits read failed, status "
                             WS-DEPOSITS-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  ELSE
                     ADD FUNCTION NUMVAL(DepositPrincipal)
                         TO WS-CLOSING-DEPOSITS
                  END-IF
               END-IF
           END-PERFORM
           CLOSE DepositsFile.

      * the equation itself, one line per figure so ops can see
      * which side moved.
       Prove-The-Day.
               WS-CLOSING-MONEY - WS-EXPECTED-MONEY
           COMPUTE WS-DIFF-LOAN =
               WS-CLOSING-LOAN - WS-EXPECTED-LOAN
           COMPUTE WS-EXPECTED-DEPOSITS =
               WS-OPENING-DEPOSITS + WS-NET-DEPOSITS
           COMPUTE WS-DIFF-DEPOSITS =
               WS-CLOSING-DEPOSITS - WS-EXPECTED-DEPOSITS

           INITIALIZE WS-BALANCE-LINE
           STRING "==== RECONCILIATION ====" DELIMITED BY SIZE
           MOVE WS-DIFF-LOAN TO WS-DISPLAY-SIGNED
           PERFORM Write-Labeled-Diff-2

           MOVE WS-OPENING-DEPOSITS TO WS-DISPLAY-TOTAL
           PERFORM Write-Labeled-Total-5
           MOVE WS-NET-DEPOSITS TO WS-DISPLAY-SIGNED
           PERFORM Write-Labeled-Net-3
           MOVE WS-CLOSING-DEPOSITS TO WS-DISPLAY-TOTAL
           PERFORM Write-Labeled-Total-6
           MOVE WS-DIFF-DEPOSITS TO WS-DISPLAY-SIGNED
           PERFORM Write-Labeled-Diff-3

           IF WS-DIFF-MONEY NOT = ZERO
              OR WS-DIFF-LOAN NOT = ZERO
              OR WS-DIFF-DEPOSITS NOT = ZERO
              MOVE 'Y' TO WS-BREAK-FLAG
              INITIALIZE WS-BALANCE-LINE
              STRING "*** OUT OF BALANCE ***" DELIMITED BY SIZE
           END-STRING
           WRITE BalanceReportLine FROM WS-BALANCE-LINE.

       Write-Labeled-Total-5.
           INITIALIZE WS-BALANCE-LINE
           STRING "OPENING TOTAL DEPOSITS:" DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
                  INTO WS-BALANCE-LINE
           END-STRING
           WRITE BalanceReportLine FROM WS-BALANCE-LINE.

       Write-Labeled-Net-3.
           INITIALIZE WS-BALANCE-LINE
           STRING "NET POSTED DEPOSITS:   " DELIMITED BY SIZE
                  WS-DISPLAY-SIGNED DELIMITED BY SIZE
                  INTO WS-BALANCE-LINE
           END-STRING
           WRITE BalanceReportLine FROM WS-BALANCE-LINE.

       Write-Labeled-Total-6.
           INITIALIZE WS-BALANCE-LINE
           STRING "CLOSING TOTAL DEPOSITS:" DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
                  INTO WS-BALANCE-LINE
           END-STRING
           WRITE BalanceReportLine FROM WS-BALANCE-LINE.

       Write-Labeled-Diff-3.
           INITIALIZE WS-BALANCE-LINE
           STRING "DEPOSIT DIFFERENCE:    " DELIMITED BY SIZE
                  WS-DISPLAY-SIGNED DELIMITED BY SIZE
                  INTO WS-BALANCE-LINE
           END-STRING
           WRITE BalanceReportLine FROM WS-BALANCE-LINE.

      * first run ever: nothing to prove against, so the current
      * master and journal position become the baseline.
       Write-Baseline-Report.
           MOVE WS-CLOSING-MONEY TO WS-DISPLAY-TOTAL
           PERFORM Write-Labeled-Total-2
           MOVE WS-CLOSING-LOAN TO WS-DISPLAY-TOTAL
           PERFORM Write-Labeled-Total-4
           MOVE WS-CLOSING-DEPOSITS TO WS-DISPLAY-TOTAL
           PERFORM Write-Labeled-Total-6.

      * a proven day (or the first baseline) becomes the next run's
      * opening side.
       Save-Opening-Totals.
           MOVE SPACES TO WS-OPENING-TOTALS
           MOVE WS-CLOSING-MONEY TO WS-TOTAL-OUT
           MOVE WS-TOTAL-OUT TO WS-OT-MONEY
           MOVE WS-CLOSING-LOAN TO WS-TOTAL-OUT
           MOVE WS-TOTAL-OUT TO WS-OT-LOAN
           MOVE WS-CLOSING-DEPOSITS TO WS-TOTAL-OUT
           MOVE WS-TOTAL-OUT TO WS-OT-DEPOSITS
           MOVE WS-JOURNAL-LINE-COUNT TO WS-OT-JOURNAL-LINES
           OPEN OUTPUT OpeningTotalsFile
           WRITE OpeningTotalsRecord FROM WS-OPENING-TOTALS
           CLOSE OpeningTotalsFile
           MOVE SPACES TO ReconHistoryRecord
           ACCEPT ReconHistoryDate FROM DATE YYYYMMDD
           MOVE WS-OPENING-TOTALS TO ReconHistoryTotals
           OPEN EXTEND ReconHistoryFile
           WRITE ReconHistoryRecord
           CLOSE ReconHistoryFile.
