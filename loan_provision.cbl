       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PROVISION.

      *=========================
      *Month-end loan-loss provisioning run. Follows Loan-Schedule:
      *walks the loan-terms file and ages every scheduled loan that
      *still owes into an arrears bucket by its months in arrears -
      *
      *    CURRENT    no payment missed
      *    30 DAYS    one month in arrears
      *    60 DAYS    two months
      *    90 DAYS    three months
      *    120+ DAYS  four months or more
      *
      *- applies the bucket's provision percentage to the loan
      *balance outstanding on accounts.dat, and reports the reserve
      *required per bucket against last month's on
      *provision_report.dat, so finance stops working the loan-loss
      *reserve out in a spreadsheet.
      *
      *A loan that has reached the write-off threshold is not
      *provisioned: it is charged off. A CHARGE_OFF line carrying
      *the balance being written off goes on chargeoff.dat and the
      *loan is listed on the report. Feed chargeoff.dat through
      *Report-Generator as a normal transactions.dat, the same way
      *schedpay.dat is fed - the posting run clears the loan
      *balance, marks the schedule written off and journals it, so
      *the charge-off reaches the ledger and the reconciliation
      *through the normal posting path. This program never touches
      *the master or the terms file itself. Money later recovered
      *on a written-off loan is keyed by the branch as a RECOVERY.
      *
      *The percentages and the threshold come from provparm.dat - a
      *single line holding the five bucket percentages, CURRENT
      *first, as 999.99, then the write-off threshold in months in
      *arrears as 999. When the file is absent the house defaults
      *below are used.
      *
      *provctl.dat carries each bucket's required reserve from the
      *last run, so the movement can be reported; it is rewritten at
      *the end of every run. A rerun in the same month reports
      *against the same opening figures and regenerates
      *chargeoff.dat whole - a loan whose charge-off has already
      *posted owes nothing and is passed over - so the run can be
      *repeated freely until the month is right.
      *
      *Compilation:
      *cobc -x loan_provision.cbl
      *
      *Execution:
      *macOS:   ./loan_provision
      *Windows: loan_provision.exe
      *=========================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * repayment schedules, maintained by Report-Generator and
      * Loan-Schedule; read in key order only
       SELECT LoanTermsFile ASSIGN TO "loanterms.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LoanAccountId
               FILE STATUS IS WS-LOANTERMS-STATUS.
      * master file, read by key only for the balance outstanding
       SELECT AccountsFile ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AccountId
               FILE STATUS IS WS-ACCOUNTS-STATUS.
      * the customer master, read by key only for the customer
      * names on the charge-off lines of the report
       SELECT OPTIONAL CustomersFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerId
               FILE STATUS IS WS-CUSTOMERS-STATUS.
      * the generated CHARGE_OFF feed for Report-Generator
       SELECT ChargeOffFile ASSIGN TO "chargeoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the month's provision report for finance
       SELECT ProvisionReportFile ASSIGN TO "provision_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * optional single-line parameter file holding the bucket
      * percentages and the write-off threshold
       SELECT OPTIONAL ParameterFile ASSIGN TO "provparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * last run's reserve per bucket, for the movement
       SELECT OPTIONAL ControlFile ASSIGN TO "provctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * shared overnight run log - one record per program run,
      * appended by every step of the stream so Night-Summary can
      * prove the night end to end; always OPEN EXTEND, OPTIONAL
      * so the first night creates it
       SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Same 53-character layout as LoanTermsRecord in
      *    report_generator.cbl - kept in step with it by hand.
       FD LoanTermsFile
           RECORD CONTAINS 53 CHARACTERS.
       01 LoanTermsRecord.
           02 LoanAccountId        PIC 9(4).
           02 Filler               PIC X.
           02 LoanTermMonths       PIC 9(3).
           02 Filler               PIC X.
           02 LoanMonthlyPayment   PIC X(15).
           02 Filler               PIC X.
           02 LoanMonthsArrears    PIC 9(3).
           02 Filler               PIC X.
           02 LoanPastDueFlag      PIC X.
              88 LoanWrittenOff        VALUE "W".
           02 Filler               PIC X.
           02 LoanMissedAmount     PIC X(15).
           02 Filler               PIC X.
           02 LoanLastPeriod       PIC X(6).

       FD AccountsFile
           RECORD CONTAINS 70 CHARACTERS.
       01 AccountRecord.
           02 AccountId            PIC 9(4).
           02 Filler               PIC X.
           02 AccountCustomerId    PIC 9(4).
           02 Filler               PIC X.
           02 AccountMoney         PIC X(15).
           02 Filler               PIC X.
           02 AccountLoan          PIC X(15).
           02 Filler               PIC X.
           02 AccountLastLine      PIC 9(7).
           02 Filler               PIC X.
           02 AccountStatus        PIC X(8).
           02 Filler               PIC X.
           02 AccountLoanRate      PIC X(6).
           02 Filler               PIC X.
           02 AccountProduct       PIC X(4).

      *    Same 197-character layout as CustomerRecord in
      *    report_generator.cbl - kept in step with it by hand.
       FD CustomersFile
           RECORD CONTAINS 197 CHARACTERS.
       01 CustomerRecord.
           02 CustomerId           PIC 9(4).
           02 Filler               PIC X.
           02 CustomerFirstName    PIC X(20).
           02 Filler               PIC X.
           02 CustomerSecondName   PIC X(20).
           02 Filler               PIC X.
           02 CustomerAddress1     PIC X(30).
           02 Filler               PIC X.
           02 CustomerAddress2     PIC X(30).
           02 Filler               PIC X.
           02 CustomerTown         PIC X(20).
           02 Filler               PIC X.
           02 CustomerPostcode     PIC X(10).
           02 Filler               PIC X.
           02 CustomerPhone        PIC X(15).
           02 Filler               PIC X.
           02 CustomerEmail        PIC X(40).

       FD ChargeOffFile
           RECORD CONTAINS 80 CHARACTERS.
           01 ChargeOffLine        PIC X(80).

       FD ProvisionReportFile
           RECORD CONTAINS 80 CHARACTERS.
           01 ProvisionReportLine  PIC X(200).

      *    five bucket percentages, CURRENT first, then the write-off
      *    threshold in months in arrears
       FD ParameterFile
           RECORD CONTAINS 38 CHARACTERS.
       01 ParameterRecord.
           02 ParmBucket OCCURS 5 TIMES.
              03 ParmRate          PIC X(6).
              03 Filler            PIC X.
           02 ParmWriteOffMonths   PIC X(3).

      *    the month the reserves below were last worked out for,
      *    the reserves that month opened with, and the ones it
      *    required
       FD ControlFile
           RECORD CONTAINS 166 CHARACTERS.
       01 ControlRecord.
           02 CtlPeriod            PIC X(6).
           02 CtlOpening OCCURS 5 TIMES.
              03 Filler            PIC X.
              03 CtlOpeningReserve PIC X(15).
           02 CtlClosing OCCURS 5 TIMES.
              03 Filler            PIC X.
              03 CtlClosingReserve PIC X(15).

       FD RunLogFile
           RECORD CONTAINS 61 CHARACTERS.
           01 RunLogLine           PIC X(61).

       WORKING-STORAGE SECTION.
       01 WS-LOANTERMS-STATUS     PIC XX.
           88 WS-LOANTERMS-OK           VALUE "00".
       01 WS-ACCOUNTS-STATUS      PIC XX.
           88 WS-ACCOUNTS-OK            VALUE "00".
       01 WS-CUSTOMERS-STATUS     PIC XX.
           88 WS-CUSTOMERS-OK           VALUE "00".

      *The looked-up name of whichever customer owns the account
      *in the AccountRecord buffer, filled by Read-Customer-Name.
       01 WS-CUST-FIRST-NAME      PIC X(20).
       01 WS-CUST-SECOND-NAME     PIC X(20).

       01 EOF-TERMS-FLAG          PIC X VALUE 'F'.
       01 EOF-CONTROL-FLAG        PIC X VALUE 'F'.

      *The month this run provisions, from the run date.
       01 WS-TODAY                PIC X(8).
       01 WS-PERIOD               PIC X(6).

      *One entry per arrears bucket, CURRENT first: its label, the
      *provision percentage (house default, overridden by
      *provparm.dat), and this run's loans, balance and required
      *reserve against the reserve the month opened with.
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 5 TIMES.
               10 WS-BK-LABEL         PIC X(10).
               10 WS-BK-RATE          PIC 9(3)V99.
               10 WS-BK-COUNT         PIC 9(7).
               10 WS-BK-BALANCE       PIC 9(15)V99.
               10 WS-BK-REQUIRED      PIC 9(15)V99.
               10 WS-BK-OPENING       PIC 9(15)V99.
       01 WS-BK-SUB               PIC 9.

      *Months in arrears at which a loan is charged off rather than
      *provisioned; house default, overridden by provparm.dat.
       01 WS-WRITE-OFF-MONTHS     PIC 9(3) VALUE 6.

      *Numeric working copies of the edited text fields in play.
       01 WS-CUR-LOAN             PIC 9(15)V99.
       01 WS-MOVEMENT             PIC S9(15)V99.

      *Re-edited balance on the generated CHARGE_OFF line and the
      *reserves going back onto provctl.dat, same zero-padded shape
      *as the account balances.
       01 WS-CHARGE-BALANCE-OUT   PIC 9(12).99.
       01 WS-RESERVE-OUT          PIC 9(12).99.

       01 WS-CHARGE-LINE          PIC X(80).
       01 WS-REPORT-LINE          PIC X(200).

      *Control totals for the run.
       01 WS-REPORT-TOTALS.
           05 WS-COUNT-SCHEDULES       PIC 9(7) VALUE ZERO.
           05 WS-COUNT-PROVISIONED     PIC 9(7) VALUE ZERO.
           05 WS-COUNT-CHARGE-OFF      PIC 9(7) VALUE ZERO.
           05 WS-SUM-CHARGE-OFF        PIC 9(15)V99 VALUE ZERO.
           05 WS-SUM-BALANCE           PIC 9(15)V99 VALUE ZERO.
           05 WS-SUM-REQUIRED          PIC 9(15)V99 VALUE ZERO.
           05 WS-SUM-OPENING           PIC 9(15)V99 VALUE ZERO.

       01 WS-DISPLAY.
           05 WS-DISPLAY-COUNT         PIC Z(6)9.
           05 WS-DISPLAY-BALANCE       PIC Z(12)9.99.
           05 WS-DISPLAY-REQUIRED      PIC Z(12)9.99.
           05 WS-DISPLAY-OPENING       PIC Z(12)9.99.
           05 WS-DISPLAY-MOVEMENT      PIC -(13)9.99.
           05 WS-DISPLAY-RATE          PIC ZZ9.99.
           05 WS-DISPLAY-ARREARS       PIC ZZ9.

      *One run-log record: program, date/time stamp, records in
      *and out, rejects, and the return code being ended with -
      *fixed positions shared by every step of the stream.
       01 WS-RUNLOG-REC.
           05 WS-RL-PROGRAM       PIC X(18) VALUE "LOAN-PROVISION".
           05 FILLER              PIC X VALUE SPACE.
           05 WS-RL-DATE          PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-RL-TIME          PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-RL-RECORDS-IN    PIC 9(7).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-RL-RECORDS-OUT   PIC 9(7).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-RL-REJECTS       PIC 9(7).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-RL-RETURN-CODE   PIC 9(2).
       01 WS-RL-TIME-RAW          PIC X(8).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:6) TO WS-PERIOD
           PERFORM Init-Buckets
           PERFORM Read-Parameter
           PERFORM Read-Control
           OPEN INPUT LoanTermsFile
      *    an unopenable schedule file stops the run too: no loan
      *    would be aged, and provctl.dat would be overwritten with
      *    nil reserves
           IF NOT WS-LOANTERMS-OK
              DISPLAY "Loan terms open failed, status "
                      WS-LOANTERMS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT AccountsFile
           OPEN INPUT CustomersFile
      *    an unopenable master must stop the run before any loan
      *    is aged - every keyed READ would fail, and the report
      *    would show a book with no loans on it
           IF NOT WS-ACCOUNTS-OK
              DISPLAY "Accounts open failed, status "
                      WS-ACCOUNTS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ChargeOffFile
           OPEN OUTPUT ProvisionReportFile
           PERFORM Write-Provision-Header
           PERFORM Age-All-Schedules
           PERFORM Compute-Reserves
           PERFORM Write-Provision-Summary
           PERFORM Write-Control
           CLOSE ProvisionReportFile
           CLOSE ChargeOffFile
           CLOSE CustomersFile
           CLOSE AccountsFile
           CLOSE LoanTermsFile
           MOVE WS-COUNT-PROVISIONED TO WS-DISPLAY-COUNT
           DISPLAY "Loans provisioned:    " WS-DISPLAY-COUNT
           MOVE WS-COUNT-CHARGE-OFF TO WS-DISPLAY-COUNT
           DISPLAY "Charge-offs raised:   " WS-DISPLAY-COUNT
           PERFORM Write-Run-Log
           STOP RUN.

      * append this run's one line to the shared overnight run
      * log: schedules examined, loans provisioned, and loans
      * charged off instead.
       Write-Run-Log.
           MOVE WS-COUNT-SCHEDULES TO WS-RL-RECORDS-IN
           MOVE WS-COUNT-PROVISIONED TO WS-RL-RECORDS-OUT
           MOVE WS-COUNT-CHARGE-OFF TO WS-RL-REJECTS
           ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RL-TIME-RAW FROM TIME
           MOVE WS-RL-TIME-RAW(1:6) TO WS-RL-TIME
           MOVE RETURN-CODE TO WS-RL-RETURN-CODE
           OPEN EXTEND RunLogFile
           WRITE RunLogLine FROM WS-RUNLOG-REC
           CLOSE RunLogFile.

      * bucket labels and the house provision percentages.
       Init-Buckets.
           MOVE "CURRENT" TO WS-BK-LABEL(1)
           MOVE "30 DAYS" TO WS-BK-LABEL(2)
           MOVE "60 DAYS" TO WS-BK-LABEL(3)
           MOVE "90 DAYS" TO WS-BK-LABEL(4)
           MOVE "120+ DAYS" TO WS-BK-LABEL(5)
           MOVE 1 TO WS-BK-RATE(1)
           MOVE 5 TO WS-BK-RATE(2)
           MOVE 20 TO WS-BK-RATE(3)
           MOVE 50 TO WS-BK-RATE(4)
           MOVE 100 TO WS-BK-RATE(5)
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
               UNTIL WS-BK-SUB > 5
               MOVE ZERO TO WS-BK-COUNT(WS-BK-SUB)
               MOVE ZERO TO WS-BK-BALANCE(WS-BK-SUB)
               MOVE ZERO TO WS-BK-REQUIRED(WS-BK-SUB)
               MOVE ZERO TO WS-BK-OPENING(WS-BK-SUB)
           END-PERFORM.

      * percentages and threshold: provparm.dat when present, else
      * the house defaults.
       Read-Parameter.
           OPEN INPUT ParameterFile
           READ ParameterFile
             AT END
                CONTINUE
             NOT AT END
                IF ParameterRecord NOT = SPACES
                   PERFORM Take-Parameter
                END-IF
           END-READ
           CLOSE ParameterFile.

      * a percentage over 100 would reserve more than the loan, and
      * a zero threshold would charge off every loan on the book;
      * either is a mis-keyed parameter, and the run is refused.
       Take-Parameter.
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
               UNTIL WS-BK-SUB > 5
               IF FUNCTION TEST-NUMVAL(ParmRate(WS-BK-SUB)) NOT = ZERO
                  OR FUNCTION NUMVAL(ParmRate(WS-BK-SUB)) > 100
                  DISPLAY "Provision percentage refused for "
                          WS-BK-LABEL(WS-BK-SUB) ": "
                          ParmRate(WS-BK-SUB)
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               COMPUTE WS-BK-RATE(WS-BK-SUB) =
                   FUNCTION NUMVAL(ParmRate(WS-BK-SUB))
           END-PERFORM
           IF ParmWriteOffMonths NOT NUMERIC
              OR ParmWriteOffMonths = ZERO
              DISPLAY "Write-off threshold refused: "
                      ParmWriteOffMonths
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ParmWriteOffMonths TO WS-WRITE-OFF-MONTHS.

      * the reserves this month opens with: last month's closing
      * reserves, or - on a rerun within the same month - the same
      * opening figures the first run of the month used. No
      * control file means no reserve has been held yet.
       Read-Control.
           MOVE 'F' TO EOF-CONTROL-FLAG
           OPEN INPUT ControlFile
           READ ControlFile
             AT END
                MOVE 'T' TO EOF-CONTROL-FLAG
           END-READ
           CLOSE ControlFile
           IF EOF-CONTROL-FLAG = 'F'
              PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                  UNTIL WS-BK-SUB > 5
                  IF CtlPeriod = WS-PERIOD
                     COMPUTE WS-BK-OPENING(WS-BK-SUB) =
                         FUNCTION NUMVAL(CtlOpeningReserve(WS-BK-SUB))
                  ELSE
                     COMPUTE WS-BK-OPENING(WS-BK-SUB) =
                         FUNCTION NUMVAL(CtlClosingReserve(WS-BK-SUB))
                  END-IF
              END-PERFORM
           END-IF.

      * keyed sequential pass over every repayment schedule.
       Age-All-Schedules.
           MOVE 'F' TO EOF-TERMS-FLAG
           PERFORM UNTIL EOF-TERMS-FLAG = 'T'
               READ LoanTermsFile NEXT RECORD
                 AT END
                    MOVE 'T' TO EOF-TERMS-FLAG
               END-READ
      * a read error raises neither AT END nor NOT AT END; the
      * status check after the READ stops the run instead of
      * reporting a reserve for half the book
               IF EOF-TERMS-FLAG = 'F'
                  IF NOT WS-LOANTERMS-OK
                     DISPLAY "Loan terms read failed, status "
                             WS-LOANTERMS-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  ELSE
                     ADD 1 TO WS-COUNT-SCHEDULES
                     PERFORM Age-One-Schedule
                  END-IF
               END-IF
           END-PERFORM.

      * age one loan into its bucket, or charge it off once it has
      * reached the threshold. A schedule already written off, or
      * whose loan is paid off, has nothing left to provision.
       Age-One-Schedule.
           IF LoanWrittenOff
              CONTINUE
           ELSE
           MOVE LoanAccountId TO AccountId
           READ AccountsFile
             INVALID KEY
                CONTINUE
           END-READ
           IF WS-ACCOUNTS-STATUS = "23"
      *       schedule survives the account (closed and purged):
      *       nothing outstanding to provision against
              DISPLAY "No account on file for scheduled loan "
                      LoanAccountId
           ELSE
           IF NOT WS-ACCOUNTS-OK
              DISPLAY "Account read failed for scheduled loan "
                      LoanAccountId " status " WS-ACCOUNTS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           ELSE
              COMPUTE WS-CUR-LOAN = FUNCTION NUMVAL(AccountLoan)
              IF WS-CUR-LOAN = ZERO
                 CONTINUE
              ELSE
              IF LoanMonthsArrears >= WS-WRITE-OFF-MONTHS
                 PERFORM Generate-Charge-Off
              ELSE
                 IF LoanMonthsArrears > 4
                    MOVE 5 TO WS-BK-SUB
                 ELSE
                    COMPUTE WS-BK-SUB = LoanMonthsArrears + 1
                 END-IF
                 ADD 1 TO WS-BK-COUNT(WS-BK-SUB)
                 ADD WS-CUR-LOAN TO WS-BK-BALANCE(WS-BK-SUB)
                 ADD 1 TO WS-COUNT-PROVISIONED
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

      * one CHARGE_OFF line on the generated feed, carrying the
      * balance being written off as its fourth token - the posting
      * run clears the loan only while it still stands at that
      * figure, so a repayment or a second feed in between moves
      * nothing - and one line on the report.
       Generate-Charge-Off.
           MOVE WS-CUR-LOAN TO WS-CHARGE-BALANCE-OUT
           INITIALIZE WS-CHARGE-LINE
      *    charge-offs originate at head office, so the branch
      *    token the posting run expects up front is HO
           STRING "HO " DELIMITED BY SIZE
                  LoanAccountId DELIMITED BY SIZE
                  " CHARGE_OFF 0 " DELIMITED BY SIZE
                  WS-CHARGE-BALANCE-OUT DELIMITED BY SIZE
                  INTO WS-CHARGE-LINE
           END-STRING
           WRITE ChargeOffLine FROM WS-CHARGE-LINE
           ADD 1 TO WS-COUNT-CHARGE-OFF
           ADD WS-CUR-LOAN TO WS-SUM-CHARGE-OFF

           PERFORM Read-Customer-Name
           MOVE WS-CUR-LOAN TO WS-DISPLAY-BALANCE
           MOVE LoanMonthsArrears TO WS-DISPLAY-ARREARS
           INITIALIZE WS-REPORT-LINE
           STRING LoanAccountId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUST-FIRST-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUST-SECOND-NAME DELIMITED BY SIZE
                  " CHARGE-OFF " DELIMITED BY SIZE
                  WS-DISPLAY-BALANCE DELIMITED BY SIZE
                  " ARREARS " DELIMITED BY SIZE
                  WS-DISPLAY-ARREARS DELIMITED BY SIZE
                  " MONTHS" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ProvisionReportLine FROM WS-REPORT-LINE.

      * look up the name of the customer owning the account in
      * the AccountRecord buffer; a missing customer record does
      * not stop the run, it just labels the line.
       Read-Customer-Name.
           MOVE AccountCustomerId TO CustomerId
           READ CustomersFile
             INVALID KEY
                MOVE "(NO CUSTOMER RECORD)" TO WS-CUST-FIRST-NAME
                MOVE SPACES TO WS-CUST-SECOND-NAME
             NOT INVALID KEY
                MOVE CustomerFirstName TO WS-CUST-FIRST-NAME
                MOVE CustomerSecondName TO WS-CUST-SECOND-NAME
           END-READ.

      * required reserve per bucket - the bucket's balance at its
      * percentage - and the totals across the book.
       Compute-Reserves.
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
               UNTIL WS-BK-SUB > 5
               COMPUTE WS-BK-REQUIRED(WS-BK-SUB) ROUNDED =
                   WS-BK-BALANCE(WS-BK-SUB)
                   * WS-BK-RATE(WS-BK-SUB) / 100
               ADD WS-BK-BALANCE(WS-BK-SUB) TO WS-SUM-BALANCE
               ADD WS-BK-REQUIRED(WS-BK-SUB) TO WS-SUM-REQUIRED
               ADD WS-BK-OPENING(WS-BK-SUB) TO WS-SUM-OPENING
           END-PERFORM.

      * the month's figures go back on the control file: the
      * opening reserves this run reported against, and the
      * required reserves next month opens with.
       Write-Control.
           MOVE SPACES TO ControlRecord
           MOVE WS-PERIOD TO CtlPeriod
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
               UNTIL WS-BK-SUB > 5
               MOVE WS-BK-OPENING(WS-BK-SUB) TO WS-RESERVE-OUT
               MOVE WS-RESERVE-OUT TO CtlOpeningReserve(WS-BK-SUB)
               MOVE WS-BK-REQUIRED(WS-BK-SUB) TO WS-RESERVE-OUT
               MOVE WS-RESERVE-OUT TO CtlClosingReserve(WS-BK-SUB)
           END-PERFORM
           OPEN OUTPUT ControlFile
           WRITE ControlRecord
           CLOSE ControlFile.

       Write-Provision-Header.
           INITIALIZE WS-REPORT-LINE
           STRING "==== LOAN LOSS PROVISION - " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  " ====" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ProvisionReportLine FROM WS-REPORT-LINE.

      * one line per bucket - loans, balance, percentage, reserve
      * required, last month's reserve and the movement - then the
      * book total and the charge-offs raised.
       Write-Provision-Summary.
           INITIALIZE WS-REPORT-LINE
           STRING "BUCKET       LOANS         BALANCE    PCT"
                  DELIMITED BY SIZE
                  "        REQUIRED      LAST MONTH"
                  DELIMITED BY SIZE
                  "        MOVEMENT" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ProvisionReportLine FROM WS-REPORT-LINE
           PERFORM Write-Bucket-Line
               VARYING WS-BK-SUB FROM 1 BY 1
               UNTIL WS-BK-SUB > 5

           MOVE WS-COUNT-PROVISIONED TO WS-DISPLAY-COUNT
           MOVE WS-SUM-BALANCE TO WS-DISPLAY-BALANCE
           MOVE WS-SUM-REQUIRED TO WS-DISPLAY-REQUIRED
           MOVE WS-SUM-OPENING TO WS-DISPLAY-OPENING
           COMPUTE WS-MOVEMENT = WS-SUM-REQUIRED - WS-SUM-OPENING
           MOVE WS-MOVEMENT TO WS-DISPLAY-MOVEMENT
           INITIALIZE WS-REPORT-LINE
           STRING "TOTAL      " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-BALANCE DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  WS-DISPLAY-REQUIRED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-OPENING DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-MOVEMENT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ProvisionReportLine FROM WS-REPORT-LINE

           MOVE WS-COUNT-CHARGE-OFF TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "CHARGE-OFFS RAISED:    " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ProvisionReportLine FROM WS-REPORT-LINE

           MOVE WS-SUM-CHARGE-OFF TO WS-DISPLAY-BALANCE
           INITIALIZE WS-REPORT-LINE
           STRING "CHARGE-OFF TOTAL:      " DELIMITED BY SIZE
                  WS-DISPLAY-BALANCE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ProvisionReportLine FROM WS-REPORT-LINE.

       Write-Bucket-Line.
           MOVE WS-BK-COUNT(WS-BK-SUB) TO WS-DISPLAY-COUNT
           MOVE WS-BK-BALANCE(WS-BK-SUB) TO WS-DISPLAY-BALANCE
           MOVE WS-BK-RATE(WS-BK-SUB) TO WS-DISPLAY-RATE
           MOVE WS-BK-REQUIRED(WS-BK-SUB) TO WS-DISPLAY-REQUIRED
           MOVE WS-BK-OPENING(WS-BK-SUB) TO WS-DISPLAY-OPENING
           COMPUTE WS-MOVEMENT =
               WS-BK-REQUIRED(WS-BK-SUB) - WS-BK-OPENING(WS-BK-SUB)
           MOVE WS-MOVEMENT TO WS-DISPLAY-MOVEMENT
           INITIALIZE WS-REPORT-LINE
           STRING WS-BK-LABEL(WS-BK-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-BALANCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-RATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-REQUIRED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-OPENING DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-MOVEMENT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ProvisionReportLine FROM WS-REPORT-LINE.
