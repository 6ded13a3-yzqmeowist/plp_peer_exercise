       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.

      *=========================
      *Nightly referential integrity sweep of the keyed master
      *files Report-Generator maintains. Each file is kept right
      *by its own transactions, but nothing ever checked them
      *against one another, and they can drift apart: an account
      *whose customer record is gone (the reports quietly print
      *the fallback name), a standing order paying into a closed
      *account, a debit cap left behind on a closed one. This
      *program walks every file whole and lists each
      *inconsistency it finds by category, with a count per
      *category, on integrity_report.dat:
      *
      *    accounts.dat   - customer not on customers.dat; status
      *                     not ACTIVE, FROZEN, NODEBITS or CLOSED;
      *                     loan rate not in the "99.999" shape;
      *                     product not on products.dat; money or
      *                     loan balance not a number
      *    customers.dat  - customer with no account at all
      *    loanterms.dat  - schedule on an account not on file,
      *                     closed, or with no loan outstanding (a
      *                     charged-off schedule stays on file by
      *                     design and is not listed)
      *    standing.dat   - order whose source or destination
      *                     account is not on file or is closed
      *    limits.dat     - cap on an account not on file or closed
      *    deposits.dat   - deposit on an account not on file or
      *                     closed
      *
      *A break that leaves a record pointing at nothing, or a
      *master field no program can read, is SERIOUS; the rest are
      *housekeeping WARNINGS. Any serious break ends the run with
      *RETURN-CODE 8, which the run log carries to Night-Summary's
      *page; warnings alone end it clean.
      *
      *Where a break can be cleared by an ordinary maintenance line
      *- CANCEL_ORDER for a standing order whose source or
      *destination is closed or gone, SET_LIMIT 0 for a cap left on
      *a closed account - the line can be generated onto
      *integrity_feed.dat, in the same shape as the head-office
      *lines Dormancy-Review raises, for ops to review and feed
      *through Report-Generator as a normal transactions.dat. The
      *feed is only filled when intparm.dat holds the word FEED;
      *otherwise it is left empty, so an old night's feed is never
      *picked up by mistake. Everything else is for a person to
      *put right.
      *
      *Compilation:
      *cobc -x integrity_sweep.cbl
      *
      *Execution:
      *macOS:   ./integrity_sweep
      *Windows: integrity_sweep.exe
      *=========================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the master, walked in key sequence
       SELECT AccountsFile ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountId
               FILE STATUS IS WS-ACCOUNTS-STATUS.
      * the customer master, walked twice: once to learn which
      * customers exist, once to find those with no account
       SELECT OPTIONAL CustomersFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerId
               FILE STATUS IS WS-CUSTOMERS-STATUS.
      * the product master, for the product codes on file
       SELECT ProductsFile ASSIGN TO "products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRODUCTS-STATUS.
      * the files keyed on account id alongside accounts.dat; each
      * OPTIONAL, as Report-Generator has them - a file never yet
      * written simply has nothing to check
       SELECT OPTIONAL LoanTermsFile ASSIGN TO "loanterms.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LoanAccountId
               FILE STATUS IS WS-LOANTERMS-STATUS.
       SELECT OPTIONAL StandingOrdersFile ASSIGN TO "standing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OrderAccountId
               FILE STATUS IS WS-ORDERS-STATUS.
       SELECT OPTIONAL LimitsFile ASSIGN TO "limits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LimitAccountId
               FILE STATUS IS WS-LIMITS-STATUS.
       SELECT OPTIONAL DepositsFile ASSIGN TO "deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DepositAccountId
               FILE STATUS IS WS-DEPOSITS-STATUS.
      * the integrity report
       SELECT IntegrityReportFile ASSIGN TO "integrity_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the generated clean-up feed for review
       SELECT IntegrityFeedFile ASSIGN TO "integrity_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * optional single-line parameter file; FEED asks for the
      * clean-up lines
       SELECT OPTIONAL ParameterFile ASSIGN TO "intparm.dat"
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
              88 AccountActive         VALUE "ACTIVE".
              88 AccountFrozen         VALUE "FROZEN".
              88 AccountPostNoDebits   VALUE "NODEBITS".
              88 AccountClosed         VALUE "CLOSED".
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

      *    Same 189-character layout as ProductRecord in
      *    report_generator.cbl - kept in step with it by hand.
       FD ProductsFile
           RECORD CONTAINS 189 CHARACTERS.
       01 ProductRecord.
           02 ProductCode          PIC X(4).
           02 Filler               PIC X.
           02 ProductEffective     PIC X(8).
           02 Filler               PIC X.
           02 ProductName          PIC X(20).
           02 Filler               PIC X.
           02 ProductLoanRate      PIC X(6).
           02 Filler               PIC X.
           02 ProductLoanCeiling   PIC X(15).
           02 Filler               PIC X.
           02 ProductMonthlyFee    PIC X(15).
           02 Filler               PIC X.
           02 ProductItemFee       PIC X(15).
           02 Filler               PIC X.
           02 ProductWaiveBalance  PIC X(15).
           02 Filler               PIC X.
           02 ProductDormantMonths PIC 9(3).
           02 Filler               PIC X.
           02 ProductBreakPenalty  PIC X(6).
           02 Filler               PIC X.
           02 ProductMaxTerm       PIC 9(3).
           02 ProductTier OCCURS 3 TIMES.
              03 Filler            PIC X.
              03 ProductTierFloor  PIC X(15).
              03 Filler            PIC X.
              03 ProductTierRate   PIC X(6).

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
              88 LoanWrittenOff        VALUE 'W'.
           02 Filler               PIC X.
           02 LoanMissedAmount     PIC X(15).
           02 Filler               PIC X.
           02 LoanLastPeriod       PIC X(6).

      *    Same 35-character layout as StandingOrderRecord in
      *    report_generator.cbl - kept in step with it by hand.
       FD StandingOrdersFile
           RECORD CONTAINS 35 CHARACTERS.
       01 StandingOrderRecord.
           02 OrderAccountId       PIC 9(4).
           02 Filler               PIC X.
           02 OrderDestId          PIC 9(4).
           02 Filler               PIC X.
           02 OrderAmount          PIC X(15).
           02 Filler               PIC X.
           02 OrderDay             PIC 9(2).
           02 Filler               PIC X.
           02 OrderLastPeriod      PIC X(6).

      *    Same 45-character layout as LimitRecord in
      *    report_generator.cbl - kept in step with it by hand.
       FD LimitsFile
           RECORD CONTAINS 45 CHARACTERS.
       01 LimitRecord.
           02 LimitAccountId       PIC 9(4).
           02 Filler               PIC X.
           02 LimitDailyCap        PIC X(15).
           02 Filler               PIC X.
           02 LimitUsedDate        PIC X(8).
           02 Filler               PIC X.
           02 LimitUsedAmount      PIC X(15).

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

       FD IntegrityReportFile
           RECORD CONTAINS 80 CHARACTERS.
           01 IntegrityReportLine  PIC X(200).

       FD IntegrityFeedFile
           RECORD CONTAINS 80 CHARACTERS.
           01 IntegrityFeedLine    PIC X(80).

       FD ParameterFile
           RECORD CONTAINS 8 CHARACTERS.
           01 ParameterRecord      PIC X(8).

       FD RunLogFile
           RECORD CONTAINS 61 CHARACTERS.
           01 RunLogLine           PIC X(61).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS      PIC XX.
           88 WS-ACCOUNTS-OK            VALUE "00".
       01 WS-CUSTOMERS-STATUS     PIC XX.
           88 WS-CUSTOMERS-OK           VALUE "00".
       01 WS-PRODUCTS-STATUS      PIC XX.
           88 WS-PRODUCTS-OK            VALUE "00".
       01 WS-LOANTERMS-STATUS     PIC XX.
           88 WS-LOANTERMS-OK           VALUE "00".
       01 WS-ORDERS-STATUS        PIC XX.
           88 WS-ORDERS-OK              VALUE "00".
       01 WS-LIMITS-STATUS        PIC XX.
           88 WS-LIMITS-OK              VALUE "00".
       01 WS-DEPOSITS-STATUS      PIC XX.
           88 WS-DEPOSITS-OK            VALUE "00".

       01 EOF-DATA-FLAG           PIC X VALUE 'F'.

      *'Y' when intparm.dat asks for the clean-up feed.
       01 WS-FEED-FLAG            PIC X VALUE 'N'.
           88 WS-FEED-WANTED            VALUE 'Y'.

      *Every account on the master by AccountId + 1, and every
      *customer by CustomerId + 1 - both keys are four digits, so
      *the whole key space fits each table.
       01 WS-ACCOUNT-TABLE.
           05 WS-AC-ENTRY OCCURS 10000 TIMES.
              10 WS-AC-ON-FILE-FLAG PIC X.
                 88 WS-AC-ON-FILE       VALUE 'Y'.
              10 WS-AC-CLOSED-FLAG PIC X.
                 88 WS-AC-CLOSED        VALUE 'Y'.
              10 WS-AC-NO-LOAN-FLAG PIC X.
                 88 WS-AC-NO-LOAN       VALUE 'Y'.
       01 WS-CUSTOMER-TABLE.
           05 WS-CU-ENTRY OCCURS 10000 TIMES.
              10 WS-CU-ON-FILE-FLAG PIC X.
                 88 WS-CU-ON-FILE       VALUE 'Y'.
              10 WS-CU-HAS-ACCOUNT-FLAG PIC X.
                 88 WS-CU-HAS-ACCOUNT   VALUE 'Y'.
       01 WS-ACCT-SUB             PIC 9(5).
       01 WS-CUST-SUB             PIC 9(5).

      *Every product code on the product master, any version.
       01 WS-PRODUCT-MAX          PIC 9(4) VALUE 500.
       01 WS-PRODUCT-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-PRODUCT-TABLE.
           05 WS-PR-CODE          PIC X(4) OCCURS 500 TIMES.
       01 WS-PR-SUB               PIC 9(4).
       01 WS-PRODUCT-FOUND-FLAG   PIC X.
           88 WS-PRODUCT-FOUND          VALUE 'Y'.

      *The categories of break, each with its severity - S for a
      *serious break, W for a warning - and its count for the run.
      *WS-CATEGORY-COUNT must match the OCCURS and the names set in
      *Init-Category-Table.
       01 WS-CATEGORY-TABLE.
           05 WS-CAT-ENTRY OCCURS 17 TIMES.
              10 WS-CAT-NAME      PIC X(38).
              10 WS-CAT-SEVERITY  PIC X.
                 88 WS-CAT-SERIOUS      VALUE 'S'.
              10 WS-CAT-COUNT     PIC 9(7).
       01 WS-CATEGORY-COUNT       PIC 9(2) VALUE 17.
       01 WS-CAT-SUB              PIC 9(2).

      *Every break found, in the order the walk found it, so the
      *report can list them category by category; past the table's
      *size the breaks are still counted but no longer listed.
       01 WS-ISSUE-MAX            PIC 9(5) VALUE 5000.
       01 WS-ISSUE-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-ISSUE-TABLE.
           05 WS-IS-ENTRY OCCURS 5000 TIMES.
              10 WS-IS-CATEGORY   PIC 9(2).
              10 WS-IS-KEY        PIC X(4).
              10 WS-IS-DETAIL     PIC X(40).
       01 WS-ISSUE-SUB            PIC 9(5).
       01 WS-COUNT-UNLISTED       PIC 9(7) VALUE ZERO.

      *The break in hand, filled before PERFORM Record-Issue.
       01 WS-BREAK-CATEGORY       PIC 9(2).
       01 WS-BREAK-KEY            PIC X(4).
       01 WS-BREAK-DETAIL         PIC X(40).

      *A rate as the accrual run reads it: two digits, a point,
      *three decimals.
       01 WS-RATE-CHECK.
           05 WS-RC-WHOLE         PIC X(2).
           05 WS-RC-POINT         PIC X.
           05 WS-RC-DECIMALS      PIC X(3).

      *Whether the order in hand has already had its clean-up line.
       01 WS-ORDER-FED-FLAG       PIC X.
           88 WS-ORDER-FED              VALUE 'Y'.

      *Control totals for the run.
       01 WS-COUNT-RECORDS        PIC 9(7) VALUE ZERO.
       01 WS-COUNT-BREAKS         PIC 9(7) VALUE ZERO.
       01 WS-COUNT-SERIOUS        PIC 9(7) VALUE ZERO.
       01 WS-COUNT-WARNINGS       PIC 9(7) VALUE ZERO.
       01 WS-COUNT-FEED           PIC 9(7) VALUE ZERO.

       01 WS-TODAY                PIC X(8).
       01 WS-DISPLAY-COUNT        PIC Z(6)9.
       01 WS-REPORT-LINE          PIC X(200).
       01 WS-FEED-LINE            PIC X(80).

      *One run-log record: program, date/time stamp, records in
      *and out, rejects, and the return code being ended with -
      *fixed positions shared by every step of the stream.
       01 WS-RUNLOG-REC.
           05 WS-RL-PROGRAM       PIC X(18) VALUE "INTEGRITY-SWEEP".
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
           PERFORM Read-Parameter
           PERFORM Init-Category-Table
           INITIALIZE WS-ACCOUNT-TABLE
           INITIALIZE WS-CUSTOMER-TABLE
           PERFORM Load-Products
           PERFORM Load-Customers
           OPEN OUTPUT IntegrityFeedFile
           PERFORM Sweep-Accounts
           PERFORM Sweep-Customers
           PERFORM Sweep-Loan-Terms
           PERFORM Sweep-Standing-Orders
           PERFORM Sweep-Limits
           PERFORM Sweep-Deposits
           CLOSE IntegrityFeedFile
           OPEN OUTPUT IntegrityReportFile
           PERFORM Write-Report-Header
           PERFORM Write-One-Category
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATEGORY-COUNT
           PERFORM Write-Report-Trailer
           CLOSE IntegrityReportFile
           MOVE WS-COUNT-SERIOUS TO WS-DISPLAY-COUNT
           DISPLAY "Serious integrity breaks: " WS-DISPLAY-COUNT
           MOVE WS-COUNT-WARNINGS TO WS-DISPLAY-COUNT
           DISPLAY "Integrity warnings:       " WS-DISPLAY-COUNT
           MOVE WS-COUNT-FEED TO WS-DISPLAY-COUNT
           DISPLAY "Clean-up lines generated: " WS-DISPLAY-COUNT
           IF WS-COUNT-SERIOUS > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM Write-Run-Log
           STOP RUN.

      * append this run's one line to the shared overnight run
      * log: records examined, clean-up lines generated, and the
      * breaks found.
       Write-Run-Log.
           MOVE WS-COUNT-RECORDS TO WS-RL-RECORDS-IN
           MOVE WS-COUNT-FEED TO WS-RL-RECORDS-OUT
           MOVE WS-COUNT-BREAKS TO WS-RL-REJECTS
           ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RL-TIME-RAW FROM TIME
           MOVE WS-RL-TIME-RAW(1:6) TO WS-RL-TIME
           MOVE RETURN-CODE TO WS-RL-RETURN-CODE
           OPEN EXTEND RunLogFile
           WRITE RunLogLine FROM WS-RUNLOG-REC
           CLOSE RunLogFile.

      * clean-up feed wanted: intparm.dat holding FEED.
       Read-Parameter.
           OPEN INPUT ParameterFile
           READ ParameterFile
             AT END
                CONTINUE
             NOT AT END
                IF ParameterRecord = "FEED"
                   MOVE 'Y' TO WS-FEED-FLAG
                END-IF
           END-READ
           CLOSE ParameterFile.

       Init-Category-Table.
           MOVE "ACCOUNT - CUSTOMER NOT ON FILE" TO WS-CAT-NAME(1)
           MOVE 'S' TO WS-CAT-SEVERITY(1)
           MOVE "ACCOUNT - STATUS NOT VALID" TO WS-CAT-NAME(2)
           MOVE 'S' TO WS-CAT-SEVERITY(2)
           MOVE "ACCOUNT - LOAN RATE NOT VALID" TO WS-CAT-NAME(3)
           MOVE 'S' TO WS-CAT-SEVERITY(3)
           MOVE "ACCOUNT - PRODUCT NOT ON FILE" TO WS-CAT-NAME(4)
           MOVE 'S' TO WS-CAT-SEVERITY(4)
           MOVE "ACCOUNT - BALANCE NOT NUMERIC" TO WS-CAT-NAME(5)
           MOVE 'S' TO WS-CAT-SEVERITY(5)
           MOVE "CUSTOMER - NO ACCOUNTS" TO WS-CAT-NAME(6)
           MOVE 'W' TO WS-CAT-SEVERITY(6)
           MOVE "LOAN TERMS - ACCOUNT NOT ON FILE" TO WS-CAT-NAME(7)
           MOVE 'S' TO WS-CAT-SEVERITY(7)
           MOVE "LOAN TERMS - ACCOUNT CLOSED" TO WS-CAT-NAME(8)
           MOVE 'W' TO WS-CAT-SEVERITY(8)
           MOVE "LOAN TERMS - NO LOAN OUTSTANDING" TO WS-CAT-NAME(9)
           MOVE 'W' TO WS-CAT-SEVERITY(9)
           MOVE "ORDER - SOURCE NOT ON FILE" TO WS-CAT-NAME(10)
           MOVE 'S' TO WS-CAT-SEVERITY(10)
           MOVE "ORDER - SOURCE CLOSED" TO WS-CAT-NAME(11)
           MOVE 'W' TO WS-CAT-SEVERITY(11)
           MOVE "ORDER - DESTINATION NOT ON FILE" TO WS-CAT-NAME(12)
           MOVE 'S' TO WS-CAT-SEVERITY(12)
           MOVE "ORDER - DESTINATION CLOSED" TO WS-CAT-NAME(13)
           MOVE 'W' TO WS-CAT-SEVERITY(13)
           MOVE "LIMIT - ACCOUNT NOT ON FILE" TO WS-CAT-NAME(14)
           MOVE 'S' TO WS-CAT-SEVERITY(14)
           MOVE "LIMIT - ACCOUNT CLOSED" TO WS-CAT-NAME(15)
           MOVE 'W' TO WS-CAT-SEVERITY(15)
           MOVE "DEPOSIT - ACCOUNT NOT ON FILE" TO WS-CAT-NAME(16)
           MOVE 'S' TO WS-CAT-SEVERITY(16)
           MOVE "DEPOSIT - ACCOUNT CLOSED" TO WS-CAT-NAME(17)
           MOVE 'S' TO WS-CAT-SEVERITY(17)
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATEGORY-COUNT
               MOVE ZERO TO WS-CAT-COUNT(WS-CAT-SUB)
           END-PERFORM.

      * every product code on file; a missing product master stops
      * the run, since every account would be listed against it.
       Load-Products.
           OPEN INPUT ProductsFile
           IF NOT WS-PRODUCTS-OK
              DISPLAY "Product file open failed, status "
                      WS-PRODUCTS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'F' TO EOF-DATA-FLAG
           PERFORM UNTIL EOF-DATA-FLAG = 'T'
               READ ProductsFile
                 AT END
                    MOVE 'T' TO EOF-DATA-FLAG
                 NOT AT END
                    IF ProductCode NOT = SPACES
                       IF WS-PRODUCT-COUNT >= WS-PRODUCT-MAX
                          DISPLAY "Product table full at "
                                  WS-PRODUCT-MAX " lines"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-PRODUCT-COUNT
                       MOVE ProductCode
                           TO WS-PR-CODE(WS-PRODUCT-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE ProductsFile.

      * first customer pass: which customer ids exist.
       Load-Customers.
           OPEN INPUT CustomersFile
           MOVE 'F' TO EOF-DATA-FLAG
           PERFORM UNTIL EOF-DATA-FLAG = 'T'
               READ CustomersFile NEXT RECORD
                 AT END
                    MOVE 'T' TO EOF-DATA-FLAG
               END-READ
               IF EOF-DATA-FLAG = 'F'
                  IF NOT WS-CUSTOMERS-OK
                     DISPLAY "Customer master read failed, status "
                             WS-CUSTOMERS-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  ELSE
                     COMPUTE WS-CUST-SUB = CustomerId + 1
                     MOVE 'Y' TO WS-CU-ON-FILE-FLAG(WS-CUST-SUB)
                  END-IF
               END-IF
           END-PERFORM
           CLOSE CustomersFile.

      * the master: every field another file or program leans on,
      * and the account's own state for the passes that follow.
       Sweep-Accounts.
           OPEN INPUT AccountsFile
           IF NOT WS-ACCOUNTS-OK
              DISPLAY "Accounts open failed, status "
                      WS-ACCOUNTS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'F' TO EOF-DATA-FLAG
           PERFORM UNTIL EOF-DATA-FLAG = 'T'
               READ AccountsFile NEXT RECORD
                 AT END
                    MOVE 'T' TO EOF-DATA-FLAG
               END-READ
      * a read error raises neither AT END nor NOT AT END; the
      * status check after the READ stops the run instead of
      * looping forever
               IF EOF-DATA-FLAG = 'F'
                  IF NOT WS-ACCOUNTS-OK
                     DISPLAY "Accounts read failed, status "
                             WS-ACCOUNTS-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  ELSE
                     PERFORM Check-One-Account
                  END-IF
               END-IF
           END-PERFORM
           CLOSE AccountsFile.

       Check-One-Account.
           ADD 1 TO WS-COUNT-RECORDS
           COMPUTE WS-ACCT-SUB = AccountId + 1
           MOVE 'Y' TO WS-AC-ON-FILE-FLAG(WS-ACCT-SUB)
           MOVE AccountId TO WS-BREAK-KEY
           IF AccountClosed
              MOVE 'Y' TO WS-AC-CLOSED-FLAG(WS-ACCT-SUB)
           END-IF
           COMPUTE WS-CUST-SUB = AccountCustomerId + 1
           IF WS-CU-ON-FILE(WS-CUST-SUB)
              MOVE 'Y' TO WS-CU-HAS-ACCOUNT-FLAG(WS-CUST-SUB)
           ELSE
              MOVE 1 TO WS-BREAK-CATEGORY
              MOVE SPACES TO WS-BREAK-DETAIL
              STRING "CUSTOMER " DELIMITED BY SIZE
                     AccountCustomerId DELIMITED BY SIZE
                     INTO WS-BREAK-DETAIL
              END-STRING
              PERFORM Record-Issue
           END-IF
           IF NOT AccountActive
              AND NOT AccountFrozen
              AND NOT AccountPostNoDebits
              AND NOT AccountClosed
              MOVE 2 TO WS-BREAK-CATEGORY
              MOVE SPACES TO WS-BREAK-DETAIL
              STRING "STATUS '" DELIMITED BY SIZE
                     AccountStatus DELIMITED BY SIZE
                     "'" DELIMITED BY SIZE
                     INTO WS-BREAK-DETAIL
              END-STRING
              PERFORM Record-Issue
           END-IF
           MOVE AccountLoanRate TO WS-RATE-CHECK
           IF WS-RC-WHOLE NOT NUMERIC
              OR WS-RC-POINT NOT = "."
              OR WS-RC-DECIMALS NOT NUMERIC
              MOVE 3 TO WS-BREAK-CATEGORY
              MOVE SPACES TO WS-BREAK-DETAIL
              STRING "RATE '" DELIMITED BY SIZE
                     AccountLoanRate DELIMITED BY SIZE
                     "'" DELIMITED BY SIZE
                     INTO WS-BREAK-DETAIL
              END-STRING
              PERFORM Record-Issue
           END-IF
           MOVE 'N' TO WS-PRODUCT-FOUND-FLAG
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PRODUCT-COUNT
                  OR WS-PRODUCT-FOUND
               IF WS-PR-CODE(WS-PR-SUB) = AccountProduct
                  MOVE 'Y' TO WS-PRODUCT-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT WS-PRODUCT-FOUND
              MOVE 4 TO WS-BREAK-CATEGORY
              MOVE SPACES TO WS-BREAK-DETAIL
              STRING "PRODUCT '" DELIMITED BY SIZE
                     AccountProduct DELIMITED BY SIZE
                     "'" DELIMITED BY SIZE
                     INTO WS-BREAK-DETAIL
              END-STRING
              PERFORM Record-Issue
           END-IF
           IF FUNCTION TEST-NUMVAL(AccountMoney) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(AccountLoan) NOT = ZERO
              MOVE 5 TO WS-BREAK-CATEGORY
              MOVE SPACES TO WS-BREAK-DETAIL
              STRING "MONEY '" DELIMITED BY SIZE
                     AccountMoney DELIMITED BY SIZE
                     "' LOAN '" DELIMITED BY SIZE
                     AccountLoan DELIMITED BY SIZE
                     "'" DELIMITED BY SIZE
                     INTO WS-BREAK-DETAIL
              END-STRING
              PERFORM Record-Issue
           ELSE
              IF FUNCTION NUMVAL(AccountLoan) = ZERO
                 MOVE 'Y' TO WS-AC-NO-LOAN-FLAG(WS-ACCT-SUB)
              END-IF
           END-IF.

      * second customer pass: customers no account points at.
       Sweep-Customers.
           OPEN INPUT CustomersFile
           MOVE 'F' TO EOF-DATA-FLAG
           PERFORM UNTIL EOF-DATA-FLAG = 'T'
               READ CustomersFile NEXT RECORD
                 AT END
                    MOVE 'T' TO EOF-DATA-FLAG
               END-READ
               IF EOF-DATA-FLAG = 'F'
                  IF NOT WS-CUSTOMERS-OK
                     DISPLAY "Customer master read failed, status "
                             WS-CUSTOMERS-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  ELSE
                     ADD 1 TO WS-COUNT-RECORDS
                     COMPUTE WS-CUST-SUB = CustomerId + 1
                     IF NOT WS-CU-HAS-ACCOUNT(WS-CUST-SUB)
                        MOVE 6 TO WS-BREAK-CATEGORY
                        MOVE CustomerId TO WS-BREAK-KEY
                        MOVE SPACES TO WS-BREAK-DETAIL
                        STRING CustomerFirstName DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               CustomerSecondName DELIMITED BY SIZE
                               INTO WS-BREAK-DETAIL
                        END-STRING
                        PERFORM Record-Issue
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           CLOSE CustomersFile.

      * a repayment schedule needs a live account with a loan on
      * it to collect from; a charged-off schedule is kept on file
      * on purpose, so a RECOVERY can be told apart.
       Sweep-Loan-Terms.
           OPEN INPUT LoanTermsFile
           MOVE 'F' TO EOF-DATA-FLAG
           PERFORM UNTIL EOF-DATA-FLAG = 'T'
               READ LoanTermsFile NEXT RECORD
                 AT END
                    MOVE 'T' TO EOF-DATA-FLAG
               END-READ
               IF EOF-DATA-FLAG = 'F'
                  IF NOT WS-LOANTERMS-OK
                     DISPLAY "Loan terms read failed, status "
                             WS-LOANTERMS-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  ELSE
                     ADD 1 TO WS-COUNT-RECORDS
                     COMPUTE WS-ACCT-SUB = LoanAccountId + 1
                     MOVE LoanAccountId TO WS-BREAK-KEY
                     MOVE SPACES TO WS-BREAK-DETAIL
                     IF NOT WS-AC-ON-FILE(WS-ACCT-SUB)
                        MOVE 7 TO WS-BREAK-CATEGORY
                        PERFORM Record-Issue
                     ELSE
                     IF WS-AC-CLOSED(WS-ACCT-SUB)
                        MOVE 8 TO WS-BREAK-CATEGORY
                        PERFORM Record-Issue
                     ELSE
                     IF WS-AC-NO-LOAN(WS-ACCT-SUB)
                        AND NOT LoanWrittenOff
                        MOVE 9 TO WS-BREAK-CATEGORY
                        PERFORM Record-Issue
                     END-IF
                     END-IF
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           CLOSE LoanTermsFile.

      * an order needs both ends on file and open; one that cannot
      * be paid is cancelled by a single CANCEL_ORDER on its
      * source, however many of its ends are wrong - except when
      * the source itself is gone, which no posting can reach.
       Sweep-Standing-Orders.
           OPEN INPUT StandingOrdersFile
           MOVE 'F' TO EOF-DATA-FLAG
           PERFORM UNTIL EOF-DATA-FLAG = 'T'
               READ StandingOrdersFile NEXT RECORD
                 AT END
                    MOVE 'T' TO EOF-DATA-FLAG
               END-READ
               IF EOF-DATA-FLAG = 'F'
                  IF NOT WS-ORDERS-OK
                     DISPLAY "Standing orders read failed, status "
                             WS-ORDERS-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  ELSE
                     ADD 1 TO WS-COUNT-RECORDS
                     PERFORM Check-One-Order
                  END-IF
               END-IF
           END-PERFORM
           CLOSE StandingOrdersFile.

       Check-One-Order.
           MOVE 'N' TO WS-ORDER-FED-FLAG
           MOVE OrderAccountId TO WS-BREAK-KEY
           MOVE SPACES TO WS-BREAK-DETAIL
           STRING "TO " DELIMITED BY SIZE
                  OrderDestId DELIMITED BY SIZE
                  INTO WS-BREAK-DETAIL
           END-STRING
           COMPUTE WS-ACCT-SUB = OrderAccountId + 1
           IF NOT WS-AC-ON-FILE(WS-ACCT-SUB)
              MOVE 10 TO WS-BREAK-CATEGORY
              PERFORM Record-Issue
      *       nothing to post against: the source is not on file
              MOVE 'Y' TO WS-ORDER-FED-FLAG
           ELSE
           IF WS-AC-CLOSED(WS-ACCT-SUB)
              MOVE 11 TO WS-BREAK-CATEGORY
              PERFORM Record-Issue
              PERFORM Generate-Cancel-Order
           END-IF
           END-IF
           COMPUTE WS-ACCT-SUB = OrderDestId + 1
           IF NOT WS-AC-ON-FILE(WS-ACCT-SUB)
              MOVE 12 TO WS-BREAK-CATEGORY
              PERFORM Record-Issue
              PERFORM Generate-Cancel-Order
           ELSE
           IF WS-AC-CLOSED(WS-ACCT-SUB)
              MOVE 13 TO WS-BREAK-CATEGORY
              PERFORM Record-Issue
              PERFORM Generate-Cancel-Order
           END-IF
           END-IF.

      * a debit cap only means anything on an account that can
      * still be debited.
       Sweep-Limits.
           OPEN INPUT LimitsFile
           MOVE 'F' TO EOF-DATA-FLAG
           PERFORM UNTIL EOF-DATA-FLAG = 'T'
               READ LimitsFile NEXT RECORD
                 AT END
                    MOVE 'T' TO EOF-DATA-FLAG
               END-READ
               IF EOF-DATA-FLAG = 'F'
                  IF NOT WS-LIMITS-OK
                     DISPLAY "Limits read failed, status "
                             WS-LIMITS-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  ELSE
                     ADD 1 TO WS-COUNT-RECORDS
                     COMPUTE WS-ACCT-SUB = LimitAccountId + 1
                     MOVE LimitAccountId TO WS-BREAK-KEY
                     MOVE SPACES TO WS-BREAK-DETAIL
                     STRING "CAP " DELIMITED BY SIZE
                            LimitDailyCap DELIMITED BY SIZE
                            INTO WS-BREAK-DETAIL
                     END-STRING
                     IF NOT WS-AC-ON-FILE(WS-ACCT-SUB)
                        MOVE 14 TO WS-BREAK-CATEGORY
                        PERFORM Record-Issue
                     ELSE
                     IF WS-AC-CLOSED(WS-ACCT-SUB)
                        MOVE 15 TO WS-BREAK-CATEGORY
                        PERFORM Record-Issue
                        PERFORM Generate-Limit-Removal
                     END-IF
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           CLOSE LimitsFile.

      * a term deposit pays back into its account at maturity, so
      * one whose account is gone or closed has nowhere to go -
      * CLOSE_ACCOUNT refuses while a deposit is held, so this is
      * always serious.
       Sweep-Deposits.
           OPEN INPUT DepositsFile
           MOVE 'F' TO EOF-DATA-FLAG
           PERFORM UNTIL EOF-DATA-FLAG = 'T'
               READ DepositsFile NEXT RECORD
                 AT END
                    MOVE 'T' TO EOF-DATA-FLAG
               END-READ
               IF EOF-DATA-FLAG = 'F'
                  IF NOT WS-DEPOSITS-OK
                     DISPLAY "Deposits read failed, status "
                             WS-DEPOSITS-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  ELSE
                     ADD 1 TO WS-COUNT-RECORDS
                     COMPUTE WS-ACCT-SUB = DepositAccountId + 1
                     MOVE DepositAccountId TO WS-BREAK-KEY
                     MOVE SPACES TO WS-BREAK-DETAIL
                     STRING "PRINCIPAL " DELIMITED BY SIZE
                            DepositPrincipal DELIMITED BY SIZE
                            INTO WS-BREAK-DETAIL
                     END-STRING
                     IF NOT WS-AC-ON-FILE(WS-ACCT-SUB)
                        MOVE 16 TO WS-BREAK-CATEGORY
                        PERFORM Record-Issue
                     ELSE
                     IF WS-AC-CLOSED(WS-ACCT-SUB)
                        MOVE 17 TO WS-BREAK-CATEGORY
                        PERFORM Record-Issue
                     END-IF
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           CLOSE DepositsFile.

      * count the break in hand against its category and keep it
      * for the listing while there is room.
       Record-Issue.
           ADD 1 TO WS-CAT-COUNT(WS-BREAK-CATEGORY)
           ADD 1 TO WS-COUNT-BREAKS
           IF WS-CAT-SERIOUS(WS-BREAK-CATEGORY)
              ADD 1 TO WS-COUNT-SERIOUS
           ELSE
              ADD 1 TO WS-COUNT-WARNINGS
           END-IF
           IF WS-ISSUE-COUNT < WS-ISSUE-MAX
              ADD 1 TO WS-ISSUE-COUNT
              MOVE WS-BREAK-CATEGORY TO WS-IS-CATEGORY(WS-ISSUE-COUNT)
              MOVE WS-BREAK-KEY TO WS-IS-KEY(WS-ISSUE-COUNT)
              MOVE WS-BREAK-DETAIL TO WS-IS-DETAIL(WS-ISSUE-COUNT)
           ELSE
              ADD 1 TO WS-COUNT-UNLISTED
           END-IF.

      * one CANCEL_ORDER per order, however many of its ends are
      * wrong, in the same shape as a hand-keyed maintenance line
      * (the amount token is not used but the line must carry one).
       Generate-Cancel-Order.
           IF WS-FEED-WANTED
              AND NOT WS-ORDER-FED
              MOVE 'Y' TO WS-ORDER-FED-FLAG
              INITIALIZE WS-FEED-LINE
      *       clean-up originates at head office, so the branch
      *       token the posting run expects up front is HO
              STRING "HO " DELIMITED BY SIZE
                     OrderAccountId DELIMITED BY SIZE
                     " CANCEL_ORDER 0" DELIMITED BY SIZE
                     INTO WS-FEED-LINE
              END-STRING
              WRITE IntegrityFeedLine FROM WS-FEED-LINE
              ADD 1 TO WS-COUNT-FEED
           END-IF.

      * a cap of zero takes the limit record off the file.
       Generate-Limit-Removal.
           IF WS-FEED-WANTED
              INITIALIZE WS-FEED-LINE
              STRING "HO " DELIMITED BY SIZE
                     LimitAccountId DELIMITED BY SIZE
                     " SET_LIMIT 0" DELIMITED BY SIZE
                     INTO WS-FEED-LINE
              END-STRING
              WRITE IntegrityFeedLine FROM WS-FEED-LINE
              ADD 1 TO WS-COUNT-FEED
           END-IF.

       Write-Report-Header.
           INITIALIZE WS-REPORT-LINE
           STRING "==== INTEGRITY SWEEP " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  " ====" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE IntegrityReportLine FROM WS-REPORT-LINE.

      * a category with breaks: its name, severity and count, then
      * its breaks as found; a clean category takes no space.
       Write-One-Category.
           IF WS-CAT-COUNT(WS-CAT-SUB) > ZERO
              MOVE SPACES TO WS-REPORT-LINE
              WRITE IntegrityReportLine FROM WS-REPORT-LINE
              MOVE WS-CAT-COUNT(WS-CAT-SUB) TO WS-DISPLAY-COUNT
              INITIALIZE WS-REPORT-LINE
              IF WS-CAT-SERIOUS(WS-CAT-SUB)
                 STRING WS-CAT-NAME(WS-CAT-SUB) DELIMITED BY SIZE
                        " SERIOUS " DELIMITED BY SIZE
                        WS-DISPLAY-COUNT DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
              ELSE
                 STRING WS-CAT-NAME(WS-CAT-SUB) DELIMITED BY SIZE
                        " WARNING " DELIMITED BY SIZE
                        WS-DISPLAY-COUNT DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
              END-IF
              WRITE IntegrityReportLine FROM WS-REPORT-LINE
              PERFORM VARYING WS-ISSUE-SUB FROM 1 BY 1
                  UNTIL WS-ISSUE-SUB > WS-ISSUE-COUNT
                  IF WS-IS-CATEGORY(WS-ISSUE-SUB) = WS-CAT-SUB
                     INITIALIZE WS-REPORT-LINE
                     STRING "  " DELIMITED BY SIZE
                            WS-IS-KEY(WS-ISSUE-SUB) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            WS-IS-DETAIL(WS-ISSUE-SUB)
                                DELIMITED BY SIZE
                            INTO WS-REPORT-LINE
                     END-STRING
                     WRITE IntegrityReportLine FROM WS-REPORT-LINE
                  END-IF
              END-PERFORM
           END-IF.

       Write-Report-Trailer.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE IntegrityReportLine FROM WS-REPORT-LINE
           IF WS-COUNT-UNLISTED > ZERO
              MOVE WS-COUNT-UNLISTED TO WS-DISPLAY-COUNT
              INITIALIZE WS-REPORT-LINE
              STRING "BREAKS COUNTED NOT LISTED: " DELIMITED BY SIZE
                     WS-DISPLAY-COUNT DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE IntegrityReportLine FROM WS-REPORT-LINE
           END-IF

           MOVE WS-COUNT-RECORDS TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "RECORDS EXAMINED:      " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE IntegrityReportLine FROM WS-REPORT-LINE

           MOVE WS-COUNT-SERIOUS TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "SERIOUS BREAKS:        " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE IntegrityReportLine FROM WS-REPORT-LINE

           MOVE WS-COUNT-WARNINGS TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "WARNINGS:              " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE IntegrityReportLine FROM WS-REPORT-LINE

           MOVE WS-COUNT-FEED TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "CLEAN-UP LINES:        " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE IntegrityReportLine FROM WS-REPORT-LINE.
