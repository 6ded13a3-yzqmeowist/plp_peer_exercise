       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-MATURITY.

      *=========================
      *Fixed-term deposit maturity run, daily or monthly as the
      *schedule suits. Walks the deposits file that Report-Generator
      *maintains from OPEN_DEPOSIT lines and, for every deposit whose
      *maturity date has arrived:
      *
      *  - works out the term's interest (principal x agreed annual
      *    rate x term in months / 12, rounded to the cent) and
      *    generates the MATURE_DEPOSIT line on deppay.dat. Feed
      *    deppay.dat through Report-Generator as a normal
      *    transactions.dat and the posting run pays principal plus
      *    interest back to AccountMoney, or rolls both into a fresh
      *    term, as the deposit's instruction says - posting,
      *    reporting, journaling and checkpointing exactly like a
      *    hand-keyed line;
      *
      *  - lists the deposit on the maturity report
      *    (maturity_report.dat: account, name, principal, interest,
      *    instruction, maturity date) with the run's totals.
      *
      *The generated line carries the maturity date it was worked
      *out for, and the posting run acts on it only while the
      *deposit still shows that date - a paid deposit is gone and a
      *rolled one has moved on - so a run repeated before or after
      *its feed is posted, or a feed posted twice, pays nothing
      *twice and needs no rerun control file. A deposit whose line
      *has not posted yet (its account frozen, say) is simply due
      *again, and raised again, on the next run.
      *
      *Interest above the house limit on a single posting cannot go
      *on the feed, since the posting run would refuse it; such a
      *deposit is listed on the report as referred and left on
      *file for head office to settle by hand.
      *
      *Compilation:
      *cobc -x deposit_maturity.cbl
      *
      *Execution:
      *macOS:   ./deposit_maturity
      *Windows: deposit_maturity.exe
      *=========================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * fixed-term deposits, maintained by Report-Generator; only
      * read here - the generated lines make every change through
      * the normal posting path
       SELECT OPTIONAL DepositsFile ASSIGN TO "deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DepositAccountId
               FILE STATUS IS WS-DEPOSITS-STATUS.
      * master file, read by key only for the owning customer
       SELECT AccountsFile ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AccountId
               FILE STATUS IS WS-ACCOUNTS-STATUS.
      * the customer master, read by key only for the names on
      * the maturity report
       SELECT OPTIONAL CustomersFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerId
               FILE STATUS IS WS-CUSTOMERS-STATUS.
      * the generated maturity feed for Report-Generator
       SELECT DepPayFile ASSIGN TO "deppay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the run's maturity report
       SELECT MaturityReportFile ASSIGN TO "maturity_report.dat"
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

       FD DepPayFile
           RECORD CONTAINS 80 CHARACTERS.
           01 DepPayLine           PIC X(80).

       FD MaturityReportFile
           RECORD CONTAINS 80 CHARACTERS.
           01 MaturityReportLine   PIC X(200).

       FD RunLogFile
           RECORD CONTAINS 61 CHARACTERS.
           01 RunLogLine           PIC X(61).

       WORKING-STORAGE SECTION.
       01 WS-DEPOSITS-STATUS      PIC XX.
           88 WS-DEPOSITS-OK            VALUE "00".
       01 WS-ACCOUNTS-STATUS      PIC XX.
           88 WS-ACCOUNTS-OK            VALUE "00".

       01 WS-CUSTOMERS-STATUS     PIC XX.
           88 WS-CUSTOMERS-OK           VALUE "00".

      *The looked-up name of whichever customer owns the account
      *in the AccountRecord buffer, filled by Read-Customer-Name.
       01 WS-CUST-FIRST-NAME      PIC X(20).
       01 WS-CUST-SECOND-NAME     PIC X(20).

       01 EOF-DEPOSITS-FLAG       PIC X VALUE 'F'.

      *Deposits maturing on or before this day are due.
       01 WS-TODAY                PIC X(8).

      *Numeric working copies of the edited text fields in play.
       01 WS-DEP-PRINCIPAL        PIC 9(13)V99.
       01 WS-DEP-RATE             PIC 9(2)V9(3).
       01 WS-DEP-INTEREST         PIC 9(13)V99.

      *Largest amount a single transaction line may carry, the
      *house limit on one posting; kept in step by hand with the
      *same item in batch_edit.cbl, report_generator.cbl,
      *settlement_load.cbl, deposit_maturity.cbl and
      *cheque_presentment.cbl.
       01 WS-MAX-LINE-AMOUNT      PIC 9(13)V99 VALUE 999999999.99.

      *The generated transaction line's amount, trimmed of leading
      *zeros the way a hand-keyed line would be.
       01 WS-INTEREST-DISPLAY     PIC Z(10)9.99.

       01 WS-DEPPAY-LINE          PIC X(80).
       01 WS-MATURITY-LINE        PIC X(200).

      *Control totals for the run.
       01 WS-REPORT-TOTALS.
           05 WS-COUNT-GENERATED       PIC 9(7) VALUE ZERO.
           05 WS-COUNT-REFERRED        PIC 9(7) VALUE ZERO.
           05 WS-SUM-PRINCIPAL         PIC 9(15)V99 VALUE ZERO.
           05 WS-SUM-INTEREST          PIC 9(15)V99 VALUE ZERO.

       01 WS-DISPLAY.
           05 WS-DISPLAY-COUNT         PIC Z(6)9.
           05 WS-DISPLAY-SUM           PIC Z(14)9.99.
           05 WS-DISPLAY-PRINCIPAL     PIC Z(12)9.99.
           05 WS-DISPLAY-INTEREST      PIC Z(12)9.99.

      *Deposits examined this run, for the run log.
       01 WS-COUNT-DEPOSITS       PIC 9(7) VALUE ZERO.

      *One run-log record: program, date/time stamp, records in
      *and out, rejects, and the return code being ended with -
      *fixed positions shared by every step of the stream.
       01 WS-RUNLOG-REC.
           05 WS-RL-PROGRAM       PIC X(18) VALUE "DEPOSIT-MATURITY".
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
           OPEN INPUT DepositsFile
           OPEN INPUT AccountsFile
           OPEN INPUT CustomersFile
      *    an unopenable master must stop the run before any deposit
      *    is looked at - every keyed READ would fail, and a walk
      *    that shrugs those off would raise nothing while the
      *    report claims a clean run
           IF NOT WS-ACCOUNTS-OK
              DISPLAY "Accounts open failed, status "
                      WS-ACCOUNTS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT DepPayFile
           OPEN OUTPUT MaturityReportFile
           PERFORM Write-Maturity-Header
           PERFORM Mature-All-Deposits
           PERFORM Write-Maturity-Trailer
           CLOSE MaturityReportFile
           CLOSE DepPayFile
           CLOSE CustomersFile
           CLOSE AccountsFile
           CLOSE DepositsFile
           MOVE WS-COUNT-GENERATED TO WS-DISPLAY-COUNT
           DISPLAY "Maturities generated: " WS-DISPLAY-COUNT
           MOVE WS-COUNT-REFERRED TO WS-DISPLAY-COUNT
           DISPLAY "Maturities referred:  " WS-DISPLAY-COUNT
           PERFORM Write-Run-Log
           STOP RUN.

      * append this run's one line to the shared overnight run
      * log: deposits examined, maturity lines generated, and
      * maturities referred to head office instead.
       Write-Run-Log.
           MOVE WS-COUNT-DEPOSITS TO WS-RL-RECORDS-IN
           MOVE WS-COUNT-GENERATED TO WS-RL-RECORDS-OUT
           MOVE WS-COUNT-REFERRED TO WS-RL-REJECTS
           ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RL-TIME-RAW FROM TIME
           MOVE WS-RL-TIME-RAW(1:6) TO WS-RL-TIME
           MOVE RETURN-CODE TO WS-RL-RETURN-CODE
           OPEN EXTEND RunLogFile
           WRITE RunLogLine FROM WS-RUNLOG-REC
           CLOSE RunLogFile.

      * keyed sequential pass over every deposit held.
       Mature-All-Deposits.
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
      * a read error raises neither AT END nor NOT AT END; the
      * status check after the READ stops the run outright - the
      * next run raises whatever is still due
               IF EOF-DEPOSITS-FLAG = 'F'
                  IF NOT WS-DEPOSITS-OK
                     DISPLAY "Deposits read failed, status "
                             WS-DEPOSITS-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  ELSE
                     ADD 1 TO WS-COUNT-DEPOSITS
                     IF DepositMaturityDate <= WS-TODAY
                        PERFORM Mature-One-Deposit
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

      * the term's interest for one due deposit, then its line on
      * the feed and the report - or, when the interest will not go
      * through the feed whole, a referral on the report alone.
       Mature-One-Deposit.
           MOVE DepositAccountId TO AccountId
           READ AccountsFile
             INVALID KEY
                CONTINUE
           END-READ
           IF WS-ACCOUNTS-STATUS = "23"
      *       deposit survives the account: nothing to pay into,
      *       and one line on the job log so ops can settle it
              DISPLAY "No account on file for term deposit "
                      DepositAccountId
           ELSE
           IF NOT WS-ACCOUNTS-OK
              DISPLAY "Account read failed for term deposit "
                      DepositAccountId " status " WS-ACCOUNTS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           ELSE
              COMPUTE WS-DEP-PRINCIPAL =
                  FUNCTION NUMVAL(DepositPrincipal)
              COMPUTE WS-DEP-RATE = FUNCTION NUMVAL(DepositRate)
              COMPUTE WS-DEP-INTEREST ROUNDED =
                  WS-DEP-PRINCIPAL * WS-DEP-RATE / 100
                  * DepositTermMonths / 12
              PERFORM Read-Customer-Name
              IF WS-DEP-INTEREST > WS-MAX-LINE-AMOUNT
                 ADD 1 TO WS-COUNT-REFERRED
                 PERFORM Write-Maturity-Detail
                 INITIALIZE WS-MATURITY-LINE
                 STRING "    REFERRED - INTEREST TOO LARGE FOR FEED"
                        DELIMITED BY SIZE
                        INTO WS-MATURITY-LINE
                 END-STRING
                 WRITE MaturityReportLine FROM WS-MATURITY-LINE
              ELSE
                 PERFORM Generate-Maturity
                 PERFORM Write-Maturity-Detail
              END-IF
           END-IF
           END-IF.

      * one MATURE_DEPOSIT line on the generated feed: the interest
      * as the amount and the maturity date it was worked out for
      * as the fourth token.
       Generate-Maturity.
           MOVE WS-DEP-INTEREST TO WS-INTEREST-DISPLAY
           INITIALIZE WS-DEPPAY-LINE
      *    maturities originate at head office, so the branch
      *    token the posting run expects up front is HO
           STRING "HO " DELIMITED BY SIZE
                  DepositAccountId DELIMITED BY SIZE
                  " MATURE_DEPOSIT " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INTEREST-DISPLAY)
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DepositMaturityDate DELIMITED BY SIZE
                  INTO WS-DEPPAY-LINE
           END-STRING
           WRITE DepPayLine FROM WS-DEPPAY-LINE
           ADD 1 TO WS-COUNT-GENERATED
           ADD WS-DEP-PRINCIPAL TO WS-SUM-PRINCIPAL
           ADD WS-DEP-INTEREST TO WS-SUM-INTEREST.

       Write-Maturity-Detail.
           MOVE WS-DEP-PRINCIPAL TO WS-DISPLAY-PRINCIPAL
           MOVE WS-DEP-INTEREST TO WS-DISPLAY-INTEREST
           INITIALIZE WS-MATURITY-LINE
           STRING DepositAccountId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUST-FIRST-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUST-SECOND-NAME DELIMITED BY SIZE
                  " PRINCIPAL " DELIMITED BY SIZE
                  WS-DISPLAY-PRINCIPAL DELIMITED BY SIZE
                  " INTEREST " DELIMITED BY SIZE
                  WS-DISPLAY-INTEREST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DepositInstruction DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DepositMaturityDate DELIMITED BY SIZE
                  INTO WS-MATURITY-LINE
           END-STRING
           WRITE MaturityReportLine FROM WS-MATURITY-LINE.

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

       Write-Maturity-Header.
           INITIALIZE WS-MATURITY-LINE
           STRING "==== TERM DEPOSITS MATURING " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  " ====" DELIMITED BY SIZE
                  INTO WS-MATURITY-LINE
           END-STRING
           WRITE MaturityReportLine FROM WS-MATURITY-LINE.

       Write-Maturity-Trailer.
           MOVE WS-COUNT-GENERATED TO WS-DISPLAY-COUNT
           INITIALIZE WS-MATURITY-LINE
           STRING "MATURED COUNT:         " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-MATURITY-LINE
           END-STRING
           WRITE MaturityReportLine FROM WS-MATURITY-LINE

           MOVE WS-SUM-PRINCIPAL TO WS-DISPLAY-SUM
           INITIALIZE WS-MATURITY-LINE
           STRING "PRINCIPAL TOTAL:       " DELIMITED BY SIZE
                  WS-DISPLAY-SUM DELIMITED BY SIZE
                  INTO WS-MATURITY-LINE
           END-STRING
           WRITE MaturityReportLine FROM WS-MATURITY-LINE

           MOVE WS-SUM-INTEREST TO WS-DISPLAY-SUM
           INITIALIZE WS-MATURITY-LINE
           STRING "INTEREST TOTAL:        " DELIMITED BY SIZE
                  WS-DISPLAY-SUM DELIMITED BY SIZE
                  INTO WS-MATURITY-LINE
           END-STRING
           WRITE MaturityReportLine FROM WS-MATURITY-LINE

           MOVE WS-COUNT-REFERRED TO WS-DISPLAY-COUNT
           INITIALIZE WS-MATURITY-LINE
           STRING "REFERRED COUNT:        " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-MATURITY-LINE
           END-STRING
           WRITE MaturityReportLine FROM WS-MATURITY-LINE.
