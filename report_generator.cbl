       SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the same journal read back, for a REVERSE line to find the
      * posting it backs out and any reversal already made of it;
      * JournalFile is closed around the scan, so every entry this
      * run has journaled so far is on disk to be found.
       SELECT OPTIONAL JournalLookupFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * loan repayment terms, keyed on account id alongside
      * accounts.dat: an ADD_LOAN line that carries a term and a
      * monthly payment writes its schedule here, and the monthly
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LoanAccountId
               FILE STATUS IS WS-LOANTERMS-STATUS.
      * fixed-term deposits, keyed on account id alongside
      * loanterms.dat: an OPEN_DEPOSIT line moves its principal out
      * of AccountMoney and writes the deposit here, BREAK_DEPOSIT
      * pays it back early less a penalty and deletes it, and the
      * MATURE_DEPOSIT lines the Deposit-Maturity run raises pay it
      * out or roll it over; OPTIONAL so the first deposit creates
      * the file.
       SELECT OPTIONAL DepositsFile ASSIGN TO "deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DepositAccountId
               FILE STATUS IS WS-DEPOSITS-STATUS.
      * the customer master, keyed on customer id: one record per
      * customer carrying the name fields that used to ride on
      * every AccountRecord, and the mailing address and contact
      * fields, maintained through the OPEN_CUSTOMER, CHANGE_NAME
      * and CHANGE_ADDRESS maintenance transactions; OPTIONAL so
      * the first customer creates the file.
       SELECT OPTIONAL CustomersFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerId
               FILE STATUS IS WS-CUSTOMERS-STATUS.
      * the product master: one line per product per effective
      * date, carrying the loan rate a new account starts on, the
      * loan ceiling, and the deposit break penalty and longest
      * term. Held whole in storage; without it no account can be
      * priced, so the run stops
       SELECT ProductsFile ASSIGN TO "products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRODUCTS-STATUS.
      * standing orders for recurring transfers, keyed on the
      * source account id alongside loanterms.dat: an ADD_ORDER
      * maintenance transaction writes (or replaces) the order
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LimitAccountId
               FILE STATUS IS WS-LIMITS-STATUS.
      * the cheque register, keyed on account id and cheque serial
      * alongside loanterms.dat: an ISSUE_CHEQUES maintenance
      * transaction writes every serial of a new cheque book here
      * as ISSUED, STOP_CHEQUE and CANCEL_STOP move one serial
      * between ISSUED and STOPPED, and the PAY_CHEQUE lines
      * Cheque-Presentment raises for the clearing house's
      * presented items mark it PAID; OPTIONAL so the first cheque
      * book creates the file.
       SELECT OPTIONAL ChequesFile ASSIGN TO "cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ChequeKey
               FILE STATUS IS WS-CHEQUES-STATUS.
      * rotating pre-posting snapshots of accounts.dat, one
      * generation per fresh run, so a bad input file or a corrupt
      * index can be backed out with Accounts-Restore; the
       FILE SECTION.
      *The FILE DESCRIPTION (FD) for the AccountsFile.
       FD AccountsFile
      *    A line (RECORD) contains 70 characters.
           RECORD CONTAINS 70 CHARACTERS.
       01 AccountRecord.
      *    The PICTURE clause (PIC) defines the type of the variable
      *    PIC 9(4):       A 4-digit integer.
      *    run reads it, and the SET_RATE maintenance transaction
      *    changes it.
           02 AccountLoanRate      PIC X(6).
           02 Filler               PIC X.
      *    The product the account is sold under, a code on the
      *    product master (products.dat); set by OPEN_ACCOUNT and
      *    changed by the CHANGE_PRODUCT maintenance transaction.
      *    The posting, accrual, service-charge and dormancy runs
      *    all price the account from the product version in force.
           02 AccountProduct       PIC X(4).

      * use X(80) as the actions and amounts keep a variable length;
      * columns 81-88 carry the keying operator's id and 89-96 the
      * approving operator's, stamped by Batch-Edit on a line it
      * released from the pending-approval file. Head-office feeds
      * raised by the scheduled runs carry neither.
       FD TransactionsFile
           RECORD CONTAINS 96 CHARACTERS.
           01 TransactionLine      PIC X(96).

       FD ReportFile
           RECORD CONTAINS 80 CHARACTERS.
      * picks both back up together instead of resuming the line
      * count with the trailer counts reset to zero.
       FD CheckpointFile
           RECORD CONTAINS 283 CHARACTERS.
       01 CheckpointRecord.
           02 CheckpointLine             PIC 9(7).
           02 CheckpointCountAddAmount   PIC 9(7).
           02 CheckpointBr3Rejected      PIC 9(7).
           02 CheckpointBrxApplied       PIC 9(7).
           02 CheckpointBrxRejected      PIC 9(7).
           02 CheckpointCountReverse     PIC 9(7).
           02 CheckpointCountOpenDeposit PIC 9(7).
           02 CheckpointCountBreakDeposit PIC 9(7).
           02 CheckpointCountMatureDeposit PIC 9(7).
           02 CheckpointCountChangeProduct PIC 9(7).
           02 CheckpointCountChargeOff   PIC 9(7).
           02 CheckpointCountRecovery    PIC 9(7).
           02 CheckpointCountChangeAddress PIC 9(7).
           02 CheckpointCountIssueCheques PIC 9(7).
           02 CheckpointCountStopCheque  PIC 9(7).
           02 CheckpointCountCancelStop  PIC 9(7).
           02 CheckpointCountPayCheque   PIC 9(7).

       FD CsvReportFile
           RECORD CONTAINS 80 CHARACTERS.
           01 CsvReportLine        PIC X(200).

       FD JournalFile
           RECORD CONTAINS 285 CHARACTERS.
           01 JournalLine          PIC X(285).

       FD JournalLookupFile
           RECORD CONTAINS 285 CHARACTERS.
           01 JournalLookupLine    PIC X(285).

       FD LoanTermsFile
           RECORD CONTAINS 53 CHARACTERS.
           02 Filler               PIC X.
      *    'Y' once a scheduled repayment has been missed; cleared
      *    by hand (or a fresh ADD_LOAN) when collections settles.
      *    'W' once the loan has been charged off: the schedule
      *    stays on file, so a RECOVERY can be told from a normal
      *    debit, but Loan-Schedule collects nothing more on it.
           02 LoanPastDueFlag      PIC X.
              88 LoanWrittenOff        VALUE 'W'.
           02 Filler               PIC X.
      *    Cumulative amount of missed repayments while past due.
           02 LoanMissedAmount     PIC X(15).
      *    cannot collect or step arrears twice.
           02 LoanLastPeriod       PIC X(6).

       FD DepositsFile
           RECORD CONTAINS 58 CHARACTERS.
       01 DepositRecord.
           02 DepositAccountId     PIC 9(4).
           02 Filler               PIC X.
      *    Principal held on deposit, same zero-padded shape as the
      *    account balances; a rollover adds the interest to it.
           02 DepositPrincipal     PIC X(15).
           02 Filler               PIC X.
      *    Agreed annual interest rate, percent, edited "99.999".
           02 DepositRate          PIC X(6).
           02 Filler               PIC X.
      *    Day the current term started (YYYYMMDD) and its length.
           02 DepositStartDate     PIC X(8).
           02 Filler               PIC X.
           02 DepositTermMonths    PIC 9(3).
           02 Filler               PIC X.
      *    Day the current term ends (YYYYMMDD); the Deposit-Maturity
      *    run raises the MATURE_DEPOSIT line on or after it.
           02 DepositMaturityDate  PIC X(8).
           02 Filler               PIC X.
      *    What happens at maturity: PAY principal and interest back
      *    to AccountMoney, or ROLLOVER both into a fresh term.
           02 DepositInstruction   PIC X(8).
              88 DepositPayAtMaturity  VALUE "PAY".
              88 DepositRollOver       VALUE "ROLLOVER".

       FD CustomersFile
           RECORD CONTAINS 197 CHARACTERS.
       01 CustomerRecord.
           02 CustomerId           PIC 9(4).
           02 Filler               PIC X.
           02 CustomerFirstName    PIC X(20).
           02 Filler               PIC X.
           02 CustomerSecondName   PIC X(20).
      *    Mailing address and contact fields, kept by OPEN_CUSTOMER
      *    and CHANGE_ADDRESS; spaces wherever nothing has been
      *    keyed. A letter needs at least the first address line,
      *    the town and the postcode.
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

      * one version of one product: the code accounts carry, the
      * date this version takes effect (yyyymmdd - a rate change
      * is loaded ahead as a new line with a later date), and its
      * terms. Rates are monthly percent "99.999" except the break
      * penalty, which is percent of the principal; money is
      * 9(12).99. A deposit tier applies its rate to the whole
      * money balance once the balance reaches its floor; a tier
      * with a blank floor is not used.
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

       FD StandingOrdersFile
           RECORD CONTAINS 35 CHARACTERS.
      *    Debits already applied against the cap on that day.
           02 LimitUsedAmount      PIC X(15).

       FD ChequesFile
           RECORD CONTAINS 54 CHARACTERS.
       01 ChequeRecord.
      *    Account id and cheque serial run together as the key, so
      *    a START on an account's first serial walks its cheques in
      *    serial order.
           02 ChequeKey.
              03 ChequeAccountId   PIC 9(4).
              03 ChequeNumber      PIC 9(6).
           02 Filler               PIC X.
      *    ISSUED once the book is issued, STOPPED while a stop is
      *    in force, PAID once the cheque has been presented and
      *    paid - a paid cheque never changes again.
           02 ChequeStatus         PIC X(8).
              88 ChequeIssued          VALUE "ISSUED".
              88 ChequeStopped         VALUE "STOPPED".
              88 ChequePaid            VALUE "PAID".
           02 Filler               PIC X.
      *    Day the book holding the cheque was issued (YYYYMMDD).
           02 ChequeIssueDate      PIC X(8).
           02 Filler               PIC X.
      *    Day the status last changed - the issue, the stop or its
      *    cancellation, or the payment.
           02 ChequeStatusDate     PIC X(8).
           02 Filler               PIC X.
      *    The amount the cheque was paid for, zero until it is.
           02 ChequePaidAmount     PIC X(15).

       FD BackupFile1
           RECORD CONTAINS 70 CHARACTERS.
           01 BackupLine1          PIC X(70).

       FD BackupFile2
           RECORD CONTAINS 70 CHARACTERS.
           01 BackupLine2          PIC X(70).

       FD BackupFile3
           RECORD CONTAINS 70 CHARACTERS.
           01 BackupLine3          PIC X(70).

       FD BackupControlFile
           RECORD CONTAINS 17 CHARACTERS.
       01 WS-LIMITS-STATUS        PIC XX.
           88 WS-LIMITS-OK              VALUE "00".

       01 WS-CHEQUES-STATUS       PIC XX.
           88 WS-CHEQUES-OK             VALUE "00".

       01 WS-DEPOSITS-STATUS      PIC XX.
           88 WS-DEPOSITS-OK            VALUE "00".

       01 WS-CUSTOMERS-STATUS     PIC XX.
           88 WS-CUSTOMERS-OK           VALUE "00".

       01 WS-PRODUCTS-STATUS      PIC XX.
           88 WS-PRODUCTS-OK            VALUE "00".
       01 EOF-PRODUCTS-FLAG       PIC X VALUE 'F'.

      *The product master, every version of every product, loaded
      *whole by Load-Products. Find-Product looks up the code in
      *WS-PRODUCT-WANTED and leaves WS-PRODUCT-SUB on the version
      *in force on the run date - the latest one whose effective
      *date has arrived - or at zero when there is none.
       01 WS-PRODUCT-MAX          PIC 9(4) VALUE 500.
       01 WS-PRODUCT-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-PRODUCT-TABLE.
           05 WS-PR-ENTRY OCCURS 500 TIMES.
               10 WS-PR-CODE          PIC X(4).
               10 WS-PR-EFFECTIVE     PIC X(8).
               10 WS-PR-LOAN-RATE     PIC X(6).
               10 WS-PR-LOAN-CEILING  PIC 9(13)V99.
               10 WS-PR-BREAK-PENALTY PIC 9(2)V9(3).
               10 WS-PR-MAX-TERM      PIC 9(3).
       01 WS-PR-SUB               PIC 9(4).
       01 WS-PRODUCT-SUB          PIC 9(4).
       01 WS-PRODUCT-WANTED       PIC X(4).

      *Product an OPEN_ACCOUNT line that names none is opened
      *under - the house current account, the one every account
      *on the book was moved onto when product codes arrived.
       01 WS-DEFAULT-PRODUCT      PIC X(4) VALUE "STD".

      *The looked-up name of whichever customer owns the account
      *in the AccountRecord buffer, filled by Read-Customer-Name
      *for the report, CSV and transfer lines; the fallback text
      *report line; set before PERFORM Write-Customer-Report.
       01 WS-CUSTOMER-ACTION      PIC X(15).

      *Address and contact fields keyed on a customer line: after
      *the fixed tokens (the names, on OPEN_CUSTOMER; the dummy
      *amount, on CHANGE_ADDRESS) the line carries one or more
      *pairs of a field tag and its value -
      *    ADDR1 ADDR2 TOWN POSTCODE PHONE EMAIL
      *- each value a single token with _ standing for a space
      *(12_HIGH_STREET), or a lone - to clear the field. The pair
      *tokens are re-read off the line with a POINTER, since the
      *e-mail value is wider than the name tokens. Every pair is
      *proved before any is applied, so a bad pair leaves the
      *customer as it was; WS-ADDRESS-REASON holds the first
      *problem found, spaces when the line is good.
       01 WS-ADDRESS-FIELDS.
           05 WS-AF-POINTER       PIC 9(3).
           05 WS-AF-SKIP          PIC X(20).
           05 WS-AF-SKIP-COUNT    PIC 9.
           05 WS-AF-TAG           PIC X(10).
           05 WS-AF-TAG-LEN       PIC 9(3).
           05 WS-AF-VALUE         PIC X(40).
           05 WS-AF-VALUE-LEN     PIC 9(3).
           05 WS-AF-WIDTH         PIC 9(3).
           05 WS-AF-PAIRS         PIC 9(3).
           05 WS-AF-APPLY-FLAG    PIC X.
              88 WS-AF-APPLYING         VALUE 'Y'.
       01 WS-ADDRESS-REASON       PIC X(40).

      *Daily-limit working fields. The cap and used amounts parse
      *wider than WS-AMOUNT-NUM because a day's cap covers many
      *transactions, not one. WS-LIMIT-APPLIES is set by
       01 WS-LIMIT-BREACH-FLAG    PIC X VALUE 'N'.
           88 WS-LIMIT-BREACHED         VALUE 'Y'.

      *Cheque-register working fields. The serial (or, on an
      *ISSUE_CHEQUES, the first and last serials of the book) off
      *the line's fifth and sixth tokens; the EVALUATE branch
      *decides what the register needs (WS-CHEQUE-ACTION) and
      *Apply-Cheque-Change carries it out once the account REWRITE
      *has landed, so a replayed line can redo it safely. The
      *serial is a digit wider than a cheque number so the issue
      *loop can step past the last serial of the range.
       01 WS-CHEQUE-SERIAL        PIC 9(7).
       01 WS-CHEQUE-FIRST         PIC 9(7).
       01 WS-CHEQUE-LAST          PIC 9(7).
       01 WS-CHEQUE-ACTION        PIC X VALUE SPACE.
           88 WS-CHEQUE-ISSUING         VALUE 'I'.
           88 WS-CHEQUE-STOPPING        VALUE 'S'.
           88 WS-CHEQUE-UNSTOPPING      VALUE 'C'.
           88 WS-CHEQUE-PAYING          VALUE 'P'.
       01 WS-CHEQUE-HELD-FLAG     PIC X VALUE 'N'.
           88 WS-CHEQUE-HELD            VALUE 'Y'.
       01 WS-CHEQUE-NAMED-FLAG    PIC X VALUE 'N'.
           88 WS-CHEQUE-NAMED           VALUE 'Y'.
       01 WS-CHEQUE-AMOUNT-OUT    PIC 9(12).99.

      *Most cheques one ISSUE_CHEQUES line may put on the register;
      *kept in step by hand with the same item in batch_edit.cbl.
       01 WS-CHEQUE-BOOK-MAX      PIC 9(7) VALUE 500.

      *Re-edited money field for the standing-order record, same
      *zero-padded shape as the account balances.
       01 WS-ORDER-AMOUNT-OUT     PIC 9(12).99.
       01 WS-LOAN-PAYMENT-OUT     PIC 9(12).99.
       01 WS-LOAN-MISSED-OUT      PIC 9(12).99.

      *Largest amount a single transaction line may carry, the
      *house limit on one posting; kept in step by hand with the
      *same item in batch_edit.cbl, report_generator.cbl,
      *settlement_load.cbl, deposit_maturity.cbl and
      *cheque_presentment.cbl.
       01 WS-MAX-LINE-AMOUNT      PIC 9(13)V99 VALUE 999999999.99.

      *Loan charge-off working fields. Read-Loan-Terms notes whether
      *the line's account has a schedule on file; a CHARGE_OFF
      *decides in the EVALUATE that the schedule is to be marked
      *written off (WS-WRITE-OFF-PENDING), and Mark-Written-Off
      *carries it out once the account REWRITE has landed, the same
      *way the deposit file follows the master.
       01 WS-LOAN-TERMS-FLAG      PIC X VALUE 'N'.
           88 WS-LOAN-TERMS-HELD        VALUE 'Y'.
       01 WS-WRITE-OFF-FLAG       PIC X VALUE 'N'.
           88 WS-WRITE-OFF-PENDING      VALUE 'Y'.
       01 WS-CHARGE-OFF-BALANCE   PIC 9(13)V99.

      *Term-deposit working fields. The EVALUATE branch decides what
      *the deposit file needs (WS-DEPOSIT-ACTION) and the balances
      *it moves between; Apply-Deposit-Change carries it out once
      *the account REWRITE has landed, so a replayed line can redo
      *it safely.
       01 WS-DEPOSIT-HELD-FLAG    PIC X VALUE 'N'.
           88 WS-DEPOSIT-HELD           VALUE 'Y'.
       01 WS-DEPOSIT-ACTION       PIC X VALUE SPACE.
           88 WS-DEPOSIT-OPENING        VALUE 'O'.
           88 WS-DEPOSIT-CLOSING        VALUE 'D'.
           88 WS-DEPOSIT-ROLLING        VALUE 'R'.
       01 WS-DEP-PRINCIPAL        PIC 9(13)V99.
       01 WS-DEP-NEW-PRINCIPAL    PIC 9(13)V99.
       01 WS-DEP-PENALTY          PIC 9(13)V99.
       01 WS-DEP-RATE             PIC 9(2)V9(3).
       01 WS-DEPOSIT-MONEY-OUT    PIC 9(12).99.
       01 WS-DEPOSIT-RATE-OUT     PIC 99.999.

      *Maturity-date arithmetic: a start date stepped on by a whole
      *number of months, the day clamped to the last day of the
      *month it lands in.
       01 WS-MATURITY-DATE.
           05 WS-MAT-YYYY         PIC 9(4).
           05 WS-MAT-MM           PIC 9(2).
           05 WS-MAT-DD           PIC 9(2).
       01 WS-MAT-MONTHS           PIC 9(5).
       01 WS-MAT-YEARS            PIC 9(4).
       01 WS-MAT-MONTH-REM        PIC 9(2).
       01 WS-MONTH-END-DAY        PIC 9(2).
       01 WS-LEAP-QUOTIENT        PIC 9(4).
       01 WS-LEAP-REMAINDER       PIC 9(4).

      *Numeric working copies of the AccountMoney/AccountLoan of
      *whichever AccountRecord is currently in the FD buffer, since
      *those fields are stored as edited text on disk.
           05 WS-DEST-MONEY       PIC 9(15)V99.
           05 WS-DEST-LOAN        PIC 9(15)V99.

      *Loan balance an ADD_LOAN would leave, held against the
      *ceiling of the account's product.
       01 WS-NEW-LOAN-AMOUNT      PIC 9(15)V99.

      *End-of-File flag; reused by Write-Trailer's end-of-run
      *    Wide enough for the longest transaction code,
      *    TRANSFER_AMOUNT (15 characters).
           05 WS-TT-TYPE       PIC X(15).
      *    Wide enough for an amount at the house line limit in
      *    the same zero-padded shape as the balances; the short
      *    tokens keyed before it was widened parse unchanged.
           05 WS-TT-AMOUNT     PIC X(15).
      *    Destination account id, present only on TRANSFER_AMOUNT
      *    lines; copied from the head of WS-TT-NAME-1 after the
      *    UNSTRING, and left at spaces for every other transaction
      *    owning customer id on OPEN_ACCOUNT lines, or the
      *    first/second name on OPEN_CUSTOMER and CHANGE_NAME
      *    lines (where they are the fifth and sixth tokens, after
      *    the dummy amount; address fields following the names,
      *    and those on a CHANGE_ADDRESS line, are read through
      *    WS-ADDRESS-FIELDS instead); UNSTRING leaves them at
      *    spaces for every other type. An OPEN_DEPOSIT carries its
      *    term and rate here and its maturity instruction in
      *    WS-TT-NAME-3.
      *    An OPEN_ACCOUNT may name its product in WS-TT-NAME-2; a
      *    CHANGE_PRODUCT names the new one in WS-TT-NAME-1.
           05 WS-TT-NAME-1     PIC X(20).
           05 WS-TT-NAME-2     PIC X(20).
           05 WS-TT-NAME-3     PIC X(20).

       01 WS-CALCULATION-FIELDS.
           05 WS-AMOUNT-NUM    PIC 9(13)V99.
      *    SET_RATE reparses the amount token at rate precision -
      *    three decimals - since WS-AMOUNT-NUM would drop the
      *    third decimal of a rate like 1.125.

      * use Z to suppress leading zeros in display
       01 WS-DISPLAY.
           05 WS-DISPLAY-OLD-MONEY      PIC Z(11)9.99.
           05 WS-DISPLAY-NEW-MONEY      PIC Z(11)9.99.
           05 WS-DISPLAY-OLD-LOAN       PIC Z(11)9.99.
           05 WS-DISPLAY-NEW-LOAN       PIC Z(11)9.99.
           05 WS-DISPLAY-OLD-MONEY-DEST PIC Z(11)9.99.
           05 WS-DISPLAY-NEW-MONEY-DEST PIC Z(11)9.99.

       01 WS-REPORT-LINE          PIC X(200).

           05 WS-COUNT-TRANSFER        PIC 9(7) VALUE ZERO.
           05 WS-COUNT-SET-STATUS      PIC 9(7) VALUE ZERO.
           05 WS-COUNT-SET-RATE        PIC 9(7) VALUE ZERO.
           05 WS-COUNT-CHANGE-PRODUCT  PIC 9(7) VALUE ZERO.
           05 WS-COUNT-OPEN-ACCOUNT    PIC 9(7) VALUE ZERO.
           05 WS-COUNT-CLOSE-ACCOUNT   PIC 9(7) VALUE ZERO.
           05 WS-COUNT-CHANGE-NAME     PIC 9(7) VALUE ZERO.
           05 WS-COUNT-SET-LIMIT       PIC 9(7) VALUE ZERO.
           05 WS-COUNT-EXT-DEBIT       PIC 9(7) VALUE ZERO.
           05 WS-COUNT-EXT-CREDIT      PIC 9(7) VALUE ZERO.
           05 WS-COUNT-REVERSE         PIC 9(7) VALUE ZERO.
           05 WS-COUNT-OPEN-DEPOSIT    PIC 9(7) VALUE ZERO.
           05 WS-COUNT-BREAK-DEPOSIT   PIC 9(7) VALUE ZERO.
           05 WS-COUNT-MATURE-DEPOSIT  PIC 9(7) VALUE ZERO.
           05 WS-COUNT-CHARGE-OFF      PIC 9(7) VALUE ZERO.
           05 WS-COUNT-RECOVERY        PIC 9(7) VALUE ZERO.
           05 WS-COUNT-CHANGE-ADDRESS  PIC 9(7) VALUE ZERO.
           05 WS-COUNT-ISSUE-CHEQUES   PIC 9(7) VALUE ZERO.
           05 WS-COUNT-STOP-CHEQUE     PIC 9(7) VALUE ZERO.
           05 WS-COUNT-CANCEL-STOP     PIC 9(7) VALUE ZERO.
           05 WS-COUNT-PAY-CHEQUE      PIC 9(7) VALUE ZERO.
           05 WS-COUNT-REJECTED        PIC 9(7) VALUE ZERO.
           05 WS-SUM-AMOUNT-APPLIED    PIC 9(15)V99 VALUE ZERO.
           05 WS-GRAND-MONEY           PIC 9(17)V99 VALUE ZERO.
      *general-ledger and reconciliation programs can pick fields
      *straight out of it. WS-JR-DISPOSITION is 'A' for an applied
      *posting, 'R' for a rejection (reason in WS-JR-REASON); the
      *original transaction line rides along at the end, followed by
      *the operator who keyed it and the one who approved it when it
      *went through maker-checker.
       01 WS-JOURNAL-REC.
           05 WS-JR-RUN-ID        PIC X(14).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-JR-REASON        PIC X(40).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-JR-TRANS-LINE    PIC X(80).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-JR-KEYER         PIC X(8) VALUE SPACES.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-JR-APPROVER      PIC X(8) VALUE SPACES.

      *One journal entry read back by the REVERSE lookup: the same
      *fixed positions as WS-JOURNAL-REC, money fields as text.
       01 WS-JOURNAL-LOOKUP-REC.
           05 WS-JL-RUN-ID        PIC X(14).
           05 FILLER              PIC X.
           05 WS-JL-DATE          PIC X(8).
           05 FILLER              PIC X.
           05 WS-JL-TIME          PIC X(6).
           05 FILLER              PIC X.
           05 WS-JL-LINE-NO       PIC 9(7).
           05 FILLER              PIC X.
           05 WS-JL-ACCOUNT-ID    PIC X(4).
           05 FILLER              PIC X.
           05 WS-JL-BRANCH        PIC X(3).
           05 FILLER              PIC X.
           05 WS-JL-TYPE          PIC X(15).
           05 FILLER              PIC X.
           05 WS-JL-AMOUNT        PIC X(15).
           05 FILLER              PIC X.
           05 WS-JL-OLD-MONEY     PIC X(15).
           05 FILLER              PIC X.
           05 WS-JL-NEW-MONEY     PIC X(15).
           05 FILLER              PIC X.
           05 WS-JL-OLD-LOAN      PIC X(15).
           05 FILLER              PIC X.
           05 WS-JL-NEW-LOAN      PIC X(15).
           05 FILLER              PIC X.
           05 WS-JL-DISPOSITION   PIC X.
           05 FILLER              PIC X.
           05 WS-JL-REASON        PIC X(40).
           05 FILLER              PIC X.
           05 WS-JL-TRANS-LINE    PIC X(80).
           05 FILLER              PIC X.
           05 WS-JL-KEYER         PIC X(8).
           05 FILLER              PIC X.
           05 WS-JL-APPROVER      PIC X(8).
       01 EOF-LOOKUP-FLAG         PIC X VALUE 'F'.

      *The posting a REVERSE line names (run id, line number and
      *posting type off the fifth to seventh tokens) and what the
      *journal says it did: one leg per account it moved - two for a
      *transfer - with the balance movement each leg took. The type
      *is needed because the accrual runs journal an account's
      *LOAN_INTEREST and DEP_INTEREST under the one run id and line
      *0. The reversal posts the exact opposite of every leg.
       01 WS-REVERSAL.
           05 WS-RV-LEG-COUNT     PIC 9 VALUE ZERO.
           05 WS-RV-SUB           PIC 9 VALUE ZERO.
           05 WS-RV-AMOUNT        PIC 9(13)V99.
           05 WS-RV-LEG OCCURS 2 TIMES.
              10 WS-RV-ACCOUNT-ID  PIC X(4).
              10 WS-RV-MONEY-DELTA PIC S9(13)V99.
              10 WS-RV-LOAN-DELTA  PIC S9(13)V99.
       01 WS-RV-ORIGINAL-FLAG     PIC X VALUE 'N'.
           88 WS-RV-NAMES-ACCOUNT       VALUE 'Y'.
       01 WS-RV-REVERSED-FLAG     PIC X VALUE 'N'.
           88 WS-RV-ALREADY-REVERSED    VALUE 'Y'.
       01 WS-RV-REPLAY-FLAG       PIC X VALUE 'N'.
           88 WS-RV-REPLAYED            VALUE 'Y'.

      *What goes in WS-JR-REASON on an applied posting: spaces for
      *ordinary business, and on each leg of a reversal the pointer
      *back to the original - its run id, line number and type, in
      *fixed positions so the statement, ledger and clearing runs
      *can pick them straight out of the reason field.
       01 WS-JOURNAL-POINTER.
           05 WS-JP-RUN-ID        PIC X(14).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-JP-LINE-NO       PIC 9(7).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-JP-TYPE          PIC X(15).
      *        the money-moving types a REVERSE may back out; the
      *        maintenance types move nothing, and an opening
      *        deposit is backed out by withdrawing and closing
              88 WS-JP-REVERSIBLE VALUE "ADD_AMOUNT"
                                  "REMOVE_AMOUNT"
                                  "ADD_LOAN"
                                  "REMOVE_LOAN"
                                  "TRANSFER_AMOUNT"
                                  "EXT_DEBIT"
                                  "EXT_CREDIT"
                                  "SERVICE_CHARGE"
                                  "LOAN_INTEREST"
                                  "DEP_INTEREST".

      *What goes in WS-JR-REASON instead on an applied deposit
      *posting: the deposit balance before and after, in the same
      *zero-padded shape as the account balances, so the ledger,
      *reconciliation and statement runs can see the deposit side
      *of the movement as well as the AccountMoney side.
       01 WS-DEPOSIT-MOVED-FLAG   PIC X VALUE 'N'.
           88 WS-DEPOSIT-MOVED          VALUE 'Y'.
       01 WS-DEPOSIT-MOVEMENT.
           05 WS-DM-OLD-DEPOSIT   PIC 9(12).99.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-DM-NEW-DEPOSIT   PIC 9(12).99.

      *What goes in WS-JR-REASON instead on an applied cheque line:
      *the serial it names - or, on an ISSUE_CHEQUES, the first and
      *last serials of the book - so the statement can show the
      *cheque number against the posting.
       01 WS-CHEQUE-POINTER.
           05 FILLER              PIC X(7) VALUE "CHEQUE ".
           05 WS-CP-FIRST         PIC 9(6).
           05 WS-CP-TO            PIC X(4).
           05 WS-CP-LAST          PIC X(6).

      *Backup-generation bookkeeping. The cycle width must match
      *the number of BackupFileN SELECTs above; the control record
      *    totals Read-Checkpoint just loaded back into WS-REPORT-
      *    TOTALS.
           PERFORM Read-Checkpoint
           PERFORM Load-Products
           OPEN I-O AccountsFile
      *    a fresh run snapshots the master before the first
      *    REWRITE can touch it; a resumed run must NOT - the
           END-IF
           OPEN EXTEND JournalFile
           OPEN I-O LoanTermsFile
           OPEN I-O DepositsFile
           OPEN I-O StandingOrdersFile
           OPEN I-O LimitsFile
           OPEN I-O ChequesFile
           OPEN I-O CustomersFile
           PERFORM Process-Transactions
           CLOSE ReportFile
           CLOSE CsvReportFile
           CLOSE JournalFile
           CLOSE LoanTermsFile
           CLOSE DepositsFile
           CLOSE StandingOrdersFile
           CLOSE LimitsFile
           CLOSE ChequesFile
           CLOSE CustomersFile
           CLOSE AccountsFile
           PERFORM Write-Run-Log
               + WS-COUNT-OPEN-CUSTOMER
               + WS-COUNT-ADD-ORDER + WS-COUNT-CANCEL-ORDER
               + WS-COUNT-SET-LIMIT + WS-COUNT-EXT-DEBIT
               + WS-COUNT-EXT-CREDIT + WS-COUNT-REVERSE
               + WS-COUNT-OPEN-DEPOSIT + WS-COUNT-BREAK-DEPOSIT
               + WS-COUNT-MATURE-DEPOSIT + WS-COUNT-CHANGE-PRODUCT
               + WS-COUNT-CHARGE-OFF + WS-COUNT-RECOVERY
               + WS-COUNT-CHANGE-ADDRESS
               + WS-COUNT-ISSUE-CHEQUES + WS-COUNT-STOP-CHEQUE
               + WS-COUNT-CANCEL-STOP + WS-COUNT-PAY-CHEQUE
           MOVE WS-TRANS-LINE-NO TO WS-RL-RECORDS-IN
           MOVE WS-RL-APPLIED TO WS-RL-RECORDS-OUT
           MOVE WS-COUNT-REJECTED TO WS-RL-REJECTS
                    MOVE 'N' TO WS-REPORT-WRITTEN-FLAG
                    MOVE 'N' TO WS-LIMIT-APPLIES-FLAG
                    MOVE 'N' TO WS-LIMIT-BREACH-FLAG
                    MOVE SPACES TO WS-JOURNAL-POINTER
                    MOVE 'N' TO WS-DEPOSIT-MOVED-FLAG
                    MOVE SPACE TO WS-DEPOSIT-ACTION
                    MOVE 'N' TO WS-WRITE-OFF-FLAG
                    MOVE SPACE TO WS-CHEQUE-ACTION
                    MOVE 'N' TO WS-CHEQUE-NAMED-FLAG
      * extract transaction details
                    UNSTRING TransactionLine(1:80)
                        DELIMITED BY ALL SPACES
                        INTO WS-TT-BRANCH
                             WS-TT-ID
                             WS-TT-AMOUNT
                             WS-TT-NAME-1
                             WS-TT-NAME-2
                             WS-TT-NAME-3
                    END-UNSTRING
                    IF WS-TT-TYPE = "TRANSFER_AMOUNT"
                       MOVE WS-TT-NAME-1 TO WS-TT-DEST-ID
                    END-IF
                    COMPUTE WS-AMOUNT-NUM =
                        FUNCTION NUMVAL(WS-TT-AMOUNT)
      * a line past the house limit is refused before any account
      * is read; Batch-Edit holds the branch feeds to it, and this
      * holds the head-office feeds that bypass the edit
                    IF WS-AMOUNT-NUM > WS-MAX-LINE-AMOUNT
                       DISPLAY "Amount rejected (over limit) "
                               WS-TT-ID
                       MOVE "AMOUNT OVER LINE LIMIT"
                           TO WS-EXCEPTION-REASON
                       PERFORM Write-Exception
                       ADD 1 TO WS-COUNT-REJECTED
                    ELSE
      * a same-account transfer must be rejected before either
      * account is read: crediting then re-debiting the one record
      * would otherwise net it down by the amount instead of leaving
                    IF WS-TT-TYPE = "CHANGE_NAME"
                       PERFORM Change-Customer-Name
                    ELSE
                    IF WS-TT-TYPE = "CHANGE_ADDRESS"
                       PERFORM Change-Customer-Address
                    ELSE
      * find account directly on AccountsFile by its key
                    MOVE WS-TT-ID TO AccountId
                    READ AccountsFile
                              IF AccountLastLine < WS-TRANS-LINE-NO
                              COMPUTE WS-NEW-LOAN-AMOUNT =
                                  WS-CUR-LOAN + WS-AMOUNT-NUM
      * the ceiling is the one on the account's product
                              PERFORM Find-Account-Product
                              IF WS-PRODUCT-SUB = ZERO
                                 PERFORM Reject-No-Product
                              ELSE
                              IF WS-NEW-LOAN-AMOUNT >
                                 WS-PR-LOAN-CEILING(WS-PRODUCT-SUB)
                                 DISPLAY "Loan ceiling exceeded for "
                                         WS-TT-ID
                                 MOVE 'Y' TO WS-REJECT-FLAG
                                 PERFORM Write-Exception
                                 ADD 1 TO WS-COUNT-REJECTED
                              ELSE
      * a scheduled payment goes out on the generated REMOVE_LOAN
      * as one line, held to the house line limit; a payment past
      * it would be refused at posting every month while the
      * schedule fell into arrears, so the booking rejects here
      * like the ceiling check above
                              IF WS-TT-NAME-1 NOT = SPACES
                                 AND FUNCTION NUMVAL(WS-TT-NAME-2)
                                     > WS-MAX-LINE-AMOUNT
                                 DISPLAY "Loan payment rejected "
                                         WS-TT-ID
                                 MOVE 'Y' TO WS-REJECT-FLAG
                                 END-IF
                              END-IF
                              END-IF
                              END-IF
                              ELSE
      * replay of a loan already posted by a prior abended run: the
      * money is in, but the abend may have landed before the
                                 PERFORM Write-Exception
                                 ADD 1 TO WS-COUNT-REJECTED
                              ELSE
      * a term deposit still held needs the account open to pay
      * back into, so it is broken or left to mature first
                              PERFORM Read-Deposit
                              IF WS-DEPOSIT-HELD
                                 DISPLAY "Close rejected (deposit) "
                                         WS-TT-ID
                                 MOVE 'Y' TO WS-REJECT-FLAG
                                 MOVE "CLOSE - TERM DEPOSIT HELD"
                                     TO WS-EXCEPTION-REASON
                                 PERFORM Write-Exception
                                 ADD 1 TO WS-COUNT-REJECTED
                              ELSE
      * closing marks the account CLOSED rather than deleting the
      * record, so its history stays addressable and the status gate
      * above rejects anything posted against it afterwards
                                 ADD 1 TO WS-COUNT-CLOSE-ACCOUNT
                                 PERFORM Count-Branch-Applied
                              END-IF
                              END-IF
                              ELSE
      * replayed line: already applied, still counts (see the
      * ADD_AMOUNT replay note)
                                 ADD 1 TO WS-COUNT-SET-RATE
                                 PERFORM Count-Branch-Applied
                              END-IF
                            WHEN "CHANGE_PRODUCT"
      * moves the account onto the product named by the fourth
      * token: it takes that product's loan rate (a SET_RATE can
      * price it individually again afterwards), and a loan already
      * above the new product's ceiling keeps it where it is
                              IF AccountLastLine < WS-TRANS-LINE-NO
                              MOVE WS-TT-NAME-1(1:4)
                                  TO WS-PRODUCT-WANTED
                              PERFORM Find-Product
                              IF WS-PRODUCT-SUB = ZERO
                                 OR WS-TT-NAME-1(5:16) NOT = SPACES
                                 DISPLAY "Product rejected (unknown) "
                                         WS-TT-ID
                                 MOVE 'Y' TO WS-REJECT-FLAG
                                 MOVE "CHANGE_PRODUCT - NOT ON FILE"
                                     TO WS-EXCEPTION-REASON
                                 PERFORM Write-Exception
                                 ADD 1 TO WS-COUNT-REJECTED
                              ELSE
                              IF WS-CUR-LOAN >
                                 WS-PR-LOAN-CEILING(WS-PRODUCT-SUB)
                                 DISPLAY "Product rejected (ceiling) "
                                         WS-TT-ID
                                 MOVE 'Y' TO WS-REJECT-FLAG
                                 MOVE
                                    "CHANGE_PRODUCT - LOAN OVER CEILING"
                                     TO WS-EXCEPTION-REASON
                                 PERFORM Write-Exception
                                 ADD 1 TO WS-COUNT-REJECTED
                              ELSE
                                 MOVE WS-PRODUCT-WANTED
                                     TO AccountProduct
                                 MOVE WS-PR-LOAN-RATE(WS-PRODUCT-SUB)
                                     TO AccountLoanRate
                                 ADD 1 TO WS-COUNT-CHANGE-PRODUCT
                                 PERFORM Count-Branch-Applied
                              END-IF
                              END-IF
                              ELSE
      * replayed line: already applied, still counts (see the
      * ADD_AMOUNT replay note)
                                 ADD 1 TO WS-COUNT-CHANGE-PRODUCT
                                 PERFORM Count-Branch-Applied
                              END-IF
                            WHEN "EXT_DEBIT"
      * a payment out to another institution: the money leaves the
      * book through the clearing interface, so the same funds and
                                 ADD 1 TO WS-COUNT-CANCEL-ORDER
                                 PERFORM Count-Branch-Applied
                              END-IF
                            WHEN "ISSUE_CHEQUES"
      * a new cheque book onto the register, its first and last
      * serials in the fifth and sixth tokens
                              PERFORM Issue-Cheques
                            WHEN "STOP_CHEQUE"
                              PERFORM Stop-Cheque
                            WHEN "CANCEL_STOP"
                              PERFORM Cancel-Stop
                            WHEN "PAY_CHEQUE"
      * a cheque presented by the clearing house and passed by
      * Cheque-Presentment, raised on its head-office feed; the
      * serial rides in the fifth token
                              PERFORM Pay-Cheque
                            WHEN "OPEN_DEPOSIT"
      * moves the line's amount out of AccountMoney into a new
      * fixed-term deposit: term in months, agreed annual rate and
      * maturity instruction (PAY or ROLLOVER) ride as the fourth
      * to sixth tokens. One deposit per account, keyed like the
      * loan schedules; the money stays the customer's, so the
      * daily debit cap does not apply
                              IF AccountLastLine < WS-TRANS-LINE-NO
                              PERFORM Find-Account-Product
                              IF WS-PRODUCT-SUB = ZERO
                                 PERFORM Reject-No-Product
                              ELSE
                                 PERFORM Check-Deposit-Terms
                              END-IF
                              IF NOT WS-TRANSACTION-REJECTED
                              IF WS-AMOUNT-NUM > WS-CUR-MONEY
                                 DISPLAY "Deposit rejected (funds) "
                                         WS-TT-ID
                                 MOVE 'Y' TO WS-REJECT-FLAG
                                 MOVE "DEPOSIT - INSUFFICIENT FUNDS"
                                     TO WS-EXCEPTION-REASON
                                 PERFORM Write-Exception
                                 ADD 1 TO WS-COUNT-REJECTED
                              ELSE
                              PERFORM Read-Deposit
                              IF WS-DEPOSIT-HELD
                                 DISPLAY "Deposit rejected (held) "
                                         WS-TT-ID
                                 MOVE 'Y' TO WS-REJECT-FLAG
                                 MOVE "OPEN_DEPOSIT - ALREADY HELD"
                                     TO WS-EXCEPTION-REASON
                                 PERFORM Write-Exception
                                 ADD 1 TO WS-COUNT-REJECTED
                              ELSE
                                 SUBTRACT WS-AMOUNT-NUM
                                     FROM WS-CUR-MONEY
                                 MOVE ZERO TO WS-DM-OLD-DEPOSIT
                                 MOVE WS-AMOUNT-NUM
                                     TO WS-DM-NEW-DEPOSIT
                                 MOVE 'Y' TO WS-DEPOSIT-MOVED-FLAG
                                 MOVE 'O' TO WS-DEPOSIT-ACTION
                                 ADD 1 TO WS-COUNT-OPEN-DEPOSIT
                                 PERFORM Count-Branch-Applied
                                 ADD WS-AMOUNT-NUM
                                     TO WS-SUM-AMOUNT-APPLIED
                              END-IF
                              END-IF
                              END-IF
                              ELSE
      * replay: the abend may have landed before the deposit reached
      * deposits.dat, so it is written again (Apply-Deposit-Change
      * leaves one already there alone); the line still counts as
      * applied (see the ADD_AMOUNT replay note)
                                 MOVE 'O' TO WS-DEPOSIT-ACTION
                                 ADD 1 TO WS-COUNT-OPEN-DEPOSIT
                                 PERFORM Count-Branch-Applied
                                 ADD WS-AMOUNT-NUM
                                     TO WS-SUM-AMOUNT-APPLIED
                              END-IF
                            WHEN "BREAK_DEPOSIT"
      * pays a deposit back before it matures: the principal comes
      * off the deposit record, not the line, and the early-break
      * penalty stays with the bank. A deposit already due is left
      * for the maturity run to pay with its interest
                              IF AccountLastLine < WS-TRANS-LINE-NO
                              PERFORM Read-Deposit
                              PERFORM Find-Account-Product
                              IF WS-PRODUCT-SUB = ZERO
                                 PERFORM Reject-No-Product
                              ELSE
                              IF NOT WS-DEPOSIT-HELD
                                 DISPLAY "Break rejected (none) "
                                         WS-TT-ID
                                 MOVE 'Y' TO WS-REJECT-FLAG
                                 MOVE "BREAK_DEPOSIT - NO DEPOSIT HELD"
                                     TO WS-EXCEPTION-REASON
                                 PERFORM Write-Exception
                                 ADD 1 TO WS-COUNT-REJECTED
                              ELSE
                              IF DepositMaturityDate <= WS-RUN-ID-DATE
                                 DISPLAY "Break rejected (matured) "
                                         WS-TT-ID
                                 MOVE 'Y' TO WS-REJECT-FLAG
                                 MOVE "BREAK_DEPOSIT - ALREADY MATURED"
                                     TO WS-EXCEPTION-REASON
                                 PERFORM Write-Exception
                                 ADD 1 TO WS-COUNT-REJECTED
                              ELSE
                                 COMPUTE WS-DEP-PRINCIPAL =
                                     FUNCTION NUMVAL(DepositPrincipal)
                                 COMPUTE WS-DEP-PENALTY ROUNDED =
                                     WS-DEP-PRINCIPAL
                                     * WS-PR-BREAK-PENALTY
                                       (WS-PRODUCT-SUB) / 100
                                 MOVE WS-DEP-PRINCIPAL TO WS-AMOUNT-NUM
                                 COMPUTE WS-CUR-MONEY = WS-CUR-MONEY
                                     + WS-DEP-PRINCIPAL - WS-DEP-PENALTY
                                 MOVE WS-DEP-PRINCIPAL
                                     TO WS-DM-OLD-DEPOSIT
                                 MOVE ZERO TO WS-DM-NEW-DEPOSIT
                                 MOVE 'Y' TO WS-DEPOSIT-MOVED-FLAG
                                 MOVE 'D' TO WS-DEPOSIT-ACTION
                                 ADD 1 TO WS-COUNT-BREAK-DEPOSIT
                                 PERFORM Count-Branch-Applied
                                 ADD WS-AMOUNT-NUM
                                     TO WS-SUM-AMOUNT-APPLIED
                              END-IF
                              END-IF
                              END-IF
                              ELSE
      * replay: the deposit is deleted again if the abend landed
      * before it went; the line still counts as applied (see the
      * ADD_AMOUNT replay note)
                                 PERFORM Read-Deposit
                                 IF WS-DEPOSIT-HELD
                                    COMPUTE WS-AMOUNT-NUM =
                                     FUNCTION NUMVAL(DepositPrincipal)
                                 END-IF
                                 MOVE 'D' TO WS-DEPOSIT-ACTION
                                 ADD 1 TO WS-COUNT-BREAK-DEPOSIT
                                 PERFORM Count-Branch-Applied
                                 ADD WS-AMOUNT-NUM
                                     TO WS-SUM-AMOUNT-APPLIED
                              END-IF
                            WHEN "MATURE_DEPOSIT"
      * raised only by the Deposit-Maturity run on the head-office
      * feed: the amount is the term's interest, the fourth token
      * the maturity date it was worked out for. It posts only
      * while the deposit still carries that date, so a feed run
      * twice, or a line outrun by a BREAK_DEPOSIT, moves nothing
                              IF AccountLastLine < WS-TRANS-LINE-NO
                              PERFORM Read-Deposit
                              IF NOT WS-DEPOSIT-HELD
                                 OR DepositMaturityDate
                                    NOT = WS-TT-NAME-1(1:8)
                                 DISPLAY "Maturity rejected (not due) "
                                         WS-TT-ID
                                 MOVE 'Y' TO WS-REJECT-FLAG
                                 MOVE "MATURE_DEPOSIT - NOT DUE ON FILE"
                                     TO WS-EXCEPTION-REASON
                                 PERFORM Write-Exception
                                 ADD 1 TO WS-COUNT-REJECTED
                              ELSE
                                 PERFORM Set-Maturity-Action
                                 IF WS-DEPOSIT-CLOSING
                                    COMPUTE WS-CUR-MONEY =
                                        WS-CUR-MONEY + WS-DEP-PRINCIPAL
                                        + WS-AMOUNT-NUM
                                 END-IF
                                 MOVE WS-DEP-PRINCIPAL
                                     TO WS-DM-OLD-DEPOSIT
                                 MOVE WS-DEP-NEW-PRINCIPAL
                                     TO WS-DM-NEW-DEPOSIT
                                 MOVE 'Y' TO WS-DEPOSIT-MOVED-FLAG
                                 ADD 1 TO WS-COUNT-MATURE-DEPOSIT
                                 PERFORM Count-Branch-Applied
                                 ADD WS-AMOUNT-NUM
                                     TO WS-SUM-AMOUNT-APPLIED
                              END-IF
                              ELSE
      * replay: the money side is already in; the deposit side is
      * redone only while the record still shows the maturity this
      * line was raised for, i.e. the abend landed before it; the
      * line still counts as applied (see the ADD_AMOUNT replay
      * note)
                                 PERFORM Read-Deposit
                                 IF WS-DEPOSIT-HELD
                                    AND DepositMaturityDate
                                        = WS-TT-NAME-1(1:8)
                                    PERFORM Set-Maturity-Action
                                 END-IF
                                 ADD 1 TO WS-COUNT-MATURE-DEPOSIT
                                 PERFORM Count-Branch-Applied
                                 ADD WS-AMOUNT-NUM
                                     TO WS-SUM-AMOUNT-APPLIED
                              END-IF
                            WHEN "CHARGE_OFF"
      * raised only by the Loan-Provision run on the head-office
      * feed: writes the whole loan off against the loan-loss
      * reserve. The fourth token is the balance it was raised
      * for; the loan clears only while it still stands at that
      * figure and the schedule is not already written off, so a
      * feed run twice, or a line outrun by a repayment, moves
      * nothing. The money side is untouched
                              IF AccountLastLine < WS-TRANS-LINE-NO
                              PERFORM Read-Loan-Terms
                              IF NOT WS-LOAN-TERMS-HELD
                                 OR LoanWrittenOff
                                 DISPLAY "Charge-off rejected (none) "
                                         WS-TT-ID
                                 MOVE 'Y' TO WS-REJECT-FLAG
                                 MOVE "CHARGE_OFF - NO SCHEDULE ON FILE"
                                     TO WS-EXCEPTION-REASON
                                 PERFORM Write-Exception
                                 ADD 1 TO WS-COUNT-REJECTED
                              ELSE
                              IF WS-CUR-LOAN = ZERO
                                 OR WS-CUR-LOAN NOT =
                                    FUNCTION NUMVAL(WS-TT-NAME-1)
                                 DISPLAY "Charge-off rejected (moved) "
                                         WS-TT-ID
                                 MOVE 'Y' TO WS-REJECT-FLAG
                                 MOVE "CHARGE_OFF - BALANCE CHANGED"
                                     TO WS-EXCEPTION-REASON
                                 PERFORM Write-Exception
                                 ADD 1 TO WS-COUNT-REJECTED
                              ELSE
                                 MOVE WS-CUR-LOAN
                                     TO WS-CHARGE-OFF-BALANCE
      * the balance cleared is what the journal and report carry
      * as the line's amount, the way a break carries its principal
                                 MOVE WS-CHARGE-OFF-BALANCE
                                     TO WS-AMOUNT-NUM
                                 MOVE ZERO TO WS-CUR-LOAN
                                 MOVE 'Y' TO WS-WRITE-OFF-FLAG
                                 ADD 1 TO WS-COUNT-CHARGE-OFF
                                 PERFORM Count-Branch-Applied
                                 ADD WS-CHARGE-OFF-BALANCE
                                     TO WS-SUM-AMOUNT-APPLIED
                              END-IF
                              END-IF
                              ELSE
      * replay: the loan is already cleared; the schedule is marked
      * again in case the abend landed before the mark reached the
      * terms file; the line still counts as applied (see the
      * ADD_AMOUNT replay note)
                                 COMPUTE WS-CHARGE-OFF-BALANCE =
                                     FUNCTION NUMVAL(WS-TT-NAME-1)
                                 MOVE WS-CHARGE-OFF-BALANCE
                                     TO WS-AMOUNT-NUM
                                 MOVE 'Y' TO WS-WRITE-OFF-FLAG
                                 ADD 1 TO WS-COUNT-CHARGE-OFF
                                 PERFORM Count-Branch-Applied
                                 ADD WS-CHARGE-OFF-BALANCE
                                     TO WS-SUM-AMOUNT-APPLIED
                              END-IF
                            WHEN "RECOVERY"
      * money received against a loan already charged off: it is
      * paid in at the branch, so it comes out of AccountMoney like
      * a REMOVE_LOAN, but the loan itself stays at zero - the
      * ledger takes it to recoveries income, not the loan book.
      * The bank's own collection, so no daily debit cap applies
                              IF AccountLastLine < WS-TRANS-LINE-NO
                              PERFORM Read-Loan-Terms
                              IF NOT WS-LOAN-TERMS-HELD
                                 OR NOT LoanWrittenOff
                                 DISPLAY "Recovery rejected (none) "
                                         WS-TT-ID
                                 MOVE 'Y' TO WS-REJECT-FLAG
                                 MOVE "RECOVERY - NO LOAN WRITTEN OFF"
                                     TO WS-EXCEPTION-REASON
                                 PERFORM Write-Exception
                                 ADD 1 TO WS-COUNT-REJECTED
                              ELSE
                              IF WS-AMOUNT-NUM > WS-CUR-MONEY
                                 DISPLAY "Recovery rejected (funds) "
                                         WS-TT-ID
                                 MOVE 'Y' TO WS-REJECT-FLAG
                                 MOVE "RECOVERY - INSUFFICIENT FUNDS"
                                     TO WS-EXCEPTION-REASON
                                 PERFORM Write-Exception
                                 ADD 1 TO WS-COUNT-REJECTED
                              ELSE
                                 SUBTRACT WS-AMOUNT-NUM
                                     FROM WS-CUR-MONEY
                                 ADD 1 TO WS-COUNT-RECOVERY
                                 PERFORM Count-Branch-Applied
                                 ADD WS-AMOUNT-NUM
                                     TO WS-SUM-AMOUNT-APPLIED
                              END-IF
                              END-IF
                              ELSE
      * replayed line: already applied, still counts (see the
      * ADD_AMOUNT replay note)
                                 ADD 1 TO WS-COUNT-RECOVERY
                                 PERFORM Count-Branch-Applied
                                 ADD WS-AMOUNT-NUM
                                     TO WS-SUM-AMOUNT-APPLIED
                              END-IF
                            WHEN "REVERSE"
      * backs out a posting already on the journal, named by its
      * run id, line number and posting type in the fifth to
      * seventh tokens; the line's own account must be one the
      * original moved. Every leg writes its own report line, the
      * way a transfer does
                              PERFORM Reverse-Posting
                            WHEN OTHER
                              DISPLAY "Unknown transaction type"
                              MOVE 'Y' TO WS-REJECT-FLAG
                             MOVE WS-ACCOUNT-LOAN-OUT TO AccountLoan
                             MOVE WS-TRANS-LINE-NO TO AccountLastLine
                             PERFORM Rewrite-Account
      * the deposit file follows the master, never leads it: an
      * abend between the two leaves a replayable line that redoes
      * the deposit side, where the other order would leave a
      * deposit with the money still in AccountMoney
                             IF WS-DEPOSIT-ACTION NOT = SPACE
                                PERFORM Apply-Deposit-Change
                             END-IF
      * the written-off mark follows the master on the same terms
                             IF WS-WRITE-OFF-PENDING
                                PERFORM Mark-Written-Off
                             END-IF
      * and so does the cheque register
                             IF WS-CHEQUE-ACTION NOT = SPACE
                                PERFORM Apply-Cheque-Change
                             END-IF
                             PERFORM Write-Report
                          END-IF
                    END-READ
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                    MOVE WS-TRANS-LINE-NO TO CheckpointLine
                    PERFORM Write-Checkpoint
                    END-IF
                      MOVE CheckpointBr3Rejected TO WS-BR3-REJECTED
                      MOVE CheckpointBrxApplied TO WS-BRX-APPLIED
                      MOVE CheckpointBrxRejected TO WS-BRX-REJECTED
                      MOVE CheckpointCountReverse
                          TO WS-COUNT-REVERSE
                      MOVE CheckpointCountOpenDeposit
                          TO WS-COUNT-OPEN-DEPOSIT
                      MOVE CheckpointCountBreakDeposit
                          TO WS-COUNT-BREAK-DEPOSIT
                      MOVE CheckpointCountMatureDeposit
                          TO WS-COUNT-MATURE-DEPOSIT
                      MOVE CheckpointCountChangeProduct
                          TO WS-COUNT-CHANGE-PRODUCT
                      MOVE CheckpointCountChargeOff
                          TO WS-COUNT-CHARGE-OFF
                      MOVE CheckpointCountRecovery
                          TO WS-COUNT-RECOVERY
                      MOVE CheckpointCountChangeAddress
                          TO WS-COUNT-CHANGE-ADDRESS
                      MOVE CheckpointCountIssueCheques
                          TO WS-COUNT-ISSUE-CHEQUES
                      MOVE CheckpointCountStopCheque
                          TO WS-COUNT-STOP-CHEQUE
                      MOVE CheckpointCountCancelStop
                          TO WS-COUNT-CANCEL-STOP
                      MOVE CheckpointCountPayCheque
                          TO WS-COUNT-PAY-CHEQUE
                   END-IF
              END-READ
              CLOSE CheckpointFile
           MOVE WS-BR3-REJECTED TO CheckpointBr3Rejected
           MOVE WS-BRX-APPLIED TO CheckpointBrxApplied
           MOVE WS-BRX-REJECTED TO CheckpointBrxRejected
           MOVE WS-COUNT-REVERSE TO CheckpointCountReverse
           MOVE WS-COUNT-OPEN-DEPOSIT TO CheckpointCountOpenDeposit
           MOVE WS-COUNT-BREAK-DEPOSIT TO CheckpointCountBreakDeposit
           MOVE WS-COUNT-MATURE-DEPOSIT
               TO CheckpointCountMatureDeposit
           MOVE WS-COUNT-CHANGE-PRODUCT
               TO CheckpointCountChangeProduct
           MOVE WS-COUNT-CHARGE-OFF TO CheckpointCountChargeOff
           MOVE WS-COUNT-RECOVERY TO CheckpointCountRecovery
           MOVE WS-COUNT-CHANGE-ADDRESS
               TO CheckpointCountChangeAddress
           MOVE WS-COUNT-ISSUE-CHEQUES
               TO CheckpointCountIssueCheques
           MOVE WS-COUNT-STOP-CHEQUE TO CheckpointCountStopCheque
           MOVE WS-COUNT-CANCEL-STOP TO CheckpointCountCancelStop
           MOVE WS-COUNT-PAY-CHEQUE TO CheckpointCountPayCheque
           OPEN OUTPUT CheckpointFile
           WRITE CheckpointRecord
           CLOSE CheckpointFile.
              STOP RUN
           END-IF.

      * read the whole product master into storage; a missing file
      * stops the run, since no account could be priced, and so
      * does a line without a usable effective date - it could
      * never be told apart from the versions around it.
       Load-Products.
           OPEN INPUT ProductsFile
           IF NOT WS-PRODUCTS-OK
              DISPLAY "Product file open failed, status "
                      WS-PRODUCTS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'F' TO EOF-PRODUCTS-FLAG
           PERFORM UNTIL EOF-PRODUCTS-FLAG = 'T'
               READ ProductsFile
                 AT END
                    MOVE 'T' TO EOF-PRODUCTS-FLAG
                 NOT AT END
                    IF ProductCode NOT = SPACES
                       PERFORM Load-One-Product
                    END-IF
               END-READ
           END-PERFORM
           CLOSE ProductsFile.

       Load-One-Product.
           IF ProductEffective NOT NUMERIC
              DISPLAY "Product " ProductCode
                      " effective date invalid: " ProductEffective
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-PRODUCT-COUNT >= WS-PRODUCT-MAX
              DISPLAY "Product table full at "
                      WS-PRODUCT-MAX " lines"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-PRODUCT-COUNT
           MOVE ProductCode TO WS-PR-CODE(WS-PRODUCT-COUNT)
           MOVE ProductEffective TO WS-PR-EFFECTIVE(WS-PRODUCT-COUNT)
           MOVE ProductLoanRate TO WS-PR-LOAN-RATE(WS-PRODUCT-COUNT)
           MOVE ZERO TO WS-PR-LOAN-CEILING(WS-PRODUCT-COUNT)
           IF ProductLoanCeiling NOT = SPACES
              COMPUTE WS-PR-LOAN-CEILING(WS-PRODUCT-COUNT) =
                  FUNCTION NUMVAL(ProductLoanCeiling)
           END-IF
           MOVE ZERO TO WS-PR-BREAK-PENALTY(WS-PRODUCT-COUNT)
           IF ProductBreakPenalty NOT = SPACES
              COMPUTE WS-PR-BREAK-PENALTY(WS-PRODUCT-COUNT) =
                  FUNCTION NUMVAL(ProductBreakPenalty)
           END-IF
           MOVE ZERO TO WS-PR-MAX-TERM(WS-PRODUCT-COUNT)
           IF ProductMaxTerm NUMERIC
              MOVE ProductMaxTerm TO WS-PR-MAX-TERM(WS-PRODUCT-COUNT)
           END-IF.

      * the version of product WS-PRODUCT-WANTED in force on the
      * run date: of the versions whose effective date has
      * arrived, the latest. WS-PRODUCT-SUB stays zero when the
      * code is unknown or none of its versions is in force yet.
       Find-Product.
           MOVE ZERO TO WS-PRODUCT-SUB
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PRODUCT-COUNT
               IF WS-PR-CODE(WS-PR-SUB) = WS-PRODUCT-WANTED
                  AND WS-PR-EFFECTIVE(WS-PR-SUB) <= WS-RUN-ID-DATE
                  IF WS-PRODUCT-SUB = ZERO
                     MOVE WS-PR-SUB TO WS-PRODUCT-SUB
                  ELSE
                  IF WS-PR-EFFECTIVE(WS-PR-SUB) >
                     WS-PR-EFFECTIVE(WS-PRODUCT-SUB)
                     MOVE WS-PR-SUB TO WS-PRODUCT-SUB
                  END-IF
                  END-IF
               END-IF
           END-PERFORM.

      * the product of the account in the AccountRecord buffer.
       Find-Account-Product.
           MOVE AccountProduct TO WS-PRODUCT-WANTED
           PERFORM Find-Product.

      * rejection bookkeeping for a line that needs the account's
      * product terms when its product is not in force on file.
       Reject-No-Product.
           DISPLAY "Product not on file " WS-TT-ID " "
                   AccountProduct
           MOVE 'Y' TO WS-REJECT-FLAG
           MOVE "PRODUCT NOT ON FILE" TO WS-EXCEPTION-REASON
           PERFORM Write-Exception
           ADD 1 TO WS-COUNT-REJECTED.

      * post an OPEN_ACCOUNT maintenance transaction: the line's
      * amount is the opening AccountMoney, the fourth token the
      * id of the customer the account belongs to (who must exist
      * on the customer master - open the customer first), the
      * optional fifth the product it is sold under (the house
      * default when left off), which must be in force on the
      * product master; the loan starts at zero, at the product's
      * loan rate. The account must not already exist - except on
      * a restart, where a replayed line that already created it
      * (AccountLastLine shows this very line) is carried through
      * to the report unchanged instead of rejected as a duplicate.
       Open-Account.
           MOVE WS-TT-NAME-2(1:4) TO WS-PRODUCT-WANTED
           IF WS-PRODUCT-WANTED = SPACES
              MOVE WS-DEFAULT-PRODUCT TO WS-PRODUCT-WANTED
           END-IF
           PERFORM Find-Product
           IF WS-PRODUCT-SUB = ZERO
              OR WS-TT-NAME-2(5:16) NOT = SPACES
              DISPLAY "Open rejected (no product) " WS-TT-ID
              MOVE "OPEN - PRODUCT NOT ON FILE"
                  TO WS-EXCEPTION-REASON
              PERFORM Write-Exception
              ADD 1 TO WS-COUNT-REJECTED
           ELSE
              MOVE WS-TT-NAME-1(1:4) TO CustomerId
              READ CustomersFile
                INVALID KEY
                   DISPLAY "Open rejected (no customer) " WS-TT-ID
                   MOVE "OPEN - CUSTOMER NOT FOUND"
                       TO WS-EXCEPTION-REASON
                   PERFORM Write-Exception
                   ADD 1 TO WS-COUNT-REJECTED
                NOT INVALID KEY
                   PERFORM Open-Account-For-Customer
              END-READ
           END-IF.

       Open-Account-For-Customer.
           MOVE WS-TT-ID TO AccountId
                MOVE WS-ACCOUNT-LOAN-OUT TO AccountLoan
                MOVE WS-TRANS-LINE-NO TO AccountLastLine
                MOVE "ACTIVE" TO AccountStatus
                MOVE WS-PR-LOAN-RATE(WS-PRODUCT-SUB)
                    TO AccountLoanRate
                MOVE WS-PRODUCT-WANTED TO AccountProduct
                WRITE AccountRecord
                  INVALID KEY
                     DISPLAY "Account " WS-TT-ID

      * post an OPEN_CUSTOMER maintenance transaction: the line's
      * id token is the new customer id, the fourth token a dummy
      * amount, the fifth and sixth the first/second name, and any
      * address fields that fit on the line may follow as tag/value
      * pairs (the rest are keyed afterwards as CHANGE_ADDRESS). A
      * replayed line that already created the customer with the
      * same names passes through again instead of rejecting as a
      * duplicate - creating a customer is idempotent the way a
           MOVE WS-TT-ID TO CustomerId
           READ CustomersFile
             INVALID KEY
                MOVE SPACES TO CustomerRecord
                MOVE WS-TT-ID TO CustomerId
                MOVE WS-TT-NAME-1 TO CustomerFirstName
                MOVE WS-TT-NAME-2 TO CustomerSecondName
                MOVE 6 TO WS-AF-SKIP-COUNT
                PERFORM Take-Address-Fields
                IF WS-ADDRESS-REASON NOT = SPACES
                   DISPLAY "Customer open rejected (address) "
                           WS-TT-ID
                   MOVE WS-ADDRESS-REASON TO WS-EXCEPTION-REASON
                   PERFORM Write-Exception
                   ADD 1 TO WS-COUNT-REJECTED
                ELSE
                WRITE CustomerRecord
                  INVALID KEY
                     DISPLAY "Customer " WS-TT-ID
                PERFORM Write-Customer-Journal
                MOVE "CUSTOMER OPENED" TO WS-CUSTOMER-ACTION
                PERFORM Write-Customer-Report
                END-IF
             NOT INVALID KEY
                IF CustomerFirstName = WS-TT-NAME-1
                   AND CustomerSecondName = WS-TT-NAME-2
                PERFORM Write-Customer-Report
           END-READ.

      * post a CHANGE_ADDRESS maintenance transaction against the
      * customer master: the tag/value pairs after the dummy amount
      * replace just the fields they name, and the rest of the
      * address stays as it was. Nothing changes unless every pair
      * on the line proves out.
       Change-Customer-Address.
           MOVE WS-TT-ID TO CustomerId
           READ CustomersFile
             INVALID KEY
                DISPLAY "Address change rejected " WS-TT-ID
                MOVE "CHANGE_ADDRESS - CUSTOMER NOT FOUND"
                    TO WS-EXCEPTION-REASON
                PERFORM Write-Exception
                ADD 1 TO WS-COUNT-REJECTED
             NOT INVALID KEY
                MOVE 4 TO WS-AF-SKIP-COUNT
                PERFORM Take-Address-Fields
                IF WS-ADDRESS-REASON = SPACES
                   AND WS-AF-PAIRS = ZERO
                   MOVE "CHANGE_ADDRESS - NO FIELDS GIVEN"
                       TO WS-ADDRESS-REASON
                END-IF
                IF WS-ADDRESS-REASON NOT = SPACES
                   DISPLAY "Address change rejected " WS-TT-ID
                   MOVE WS-ADDRESS-REASON TO WS-EXCEPTION-REASON
                   PERFORM Write-Exception
                   ADD 1 TO WS-COUNT-REJECTED
                ELSE
                   REWRITE CustomerRecord
                   IF NOT WS-CUSTOMERS-OK
                      DISPLAY "Customer " WS-TT-ID
                              " rewrite failed, status "
                              WS-CUSTOMERS-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-COUNT-CHANGE-ADDRESS
                   PERFORM Count-Branch-Applied
                   PERFORM Write-Customer-Journal
                   MOVE "ADDRESS CHANGED" TO WS-CUSTOMER-ACTION
                   PERFORM Write-Customer-Report
                END-IF
           END-READ.

      * prove, then apply, the address tag/value pairs that follow
      * the first WS-AF-SKIP-COUNT tokens of the line (see
      * WS-ADDRESS-FIELDS). The first walk only checks; the
      * CustomerRecord buffer takes the values on a second walk,
      * and only when the first found nothing wrong.
       Take-Address-Fields.
           MOVE SPACES TO WS-ADDRESS-REASON
           MOVE 'N' TO WS-AF-APPLY-FLAG
           PERFORM Walk-Address-Pairs
           IF WS-ADDRESS-REASON = SPACES
              MOVE 'Y' TO WS-AF-APPLY-FLAG
              PERFORM Walk-Address-Pairs
           END-IF.

      * step over the fixed tokens, then take pairs until the line
      * runs out or one of them is refused.
       Walk-Address-Pairs.
           MOVE 1 TO WS-AF-POINTER
           MOVE ZERO TO WS-AF-PAIRS
           PERFORM WS-AF-SKIP-COUNT TIMES
               UNSTRING TransactionLine(1:80)
                   DELIMITED BY ALL SPACES
                   INTO WS-AF-SKIP
                   WITH POINTER WS-AF-POINTER
               END-UNSTRING
           END-PERFORM
           PERFORM UNTIL WS-AF-POINTER > 80
               OR WS-ADDRESS-REASON NOT = SPACES
               PERFORM Take-Address-Pair
           END-PERFORM.

      * one tag and its value: the tag must be known, the value
      * present and no wider than the field it goes into.
       Take-Address-Pair.
           MOVE SPACES TO WS-AF-TAG
           MOVE SPACES TO WS-AF-VALUE
           MOVE ZERO TO WS-AF-TAG-LEN
           MOVE ZERO TO WS-AF-VALUE-LEN
           UNSTRING TransactionLine(1:80)
               DELIMITED BY ALL SPACES
               INTO WS-AF-TAG COUNT IN WS-AF-TAG-LEN
                    WS-AF-VALUE COUNT IN WS-AF-VALUE-LEN
               WITH POINTER WS-AF-POINTER
           END-UNSTRING
           EVALUATE WS-AF-TAG
             WHEN "ADDR1"
                MOVE 30 TO WS-AF-WIDTH
             WHEN "ADDR2"
                MOVE 30 TO WS-AF-WIDTH
             WHEN "TOWN"
                MOVE 20 TO WS-AF-WIDTH
             WHEN "POSTCODE"
                MOVE 10 TO WS-AF-WIDTH
             WHEN "PHONE"
                MOVE 15 TO WS-AF-WIDTH
             WHEN "EMAIL"
                MOVE 40 TO WS-AF-WIDTH
             WHEN OTHER
                MOVE ZERO TO WS-AF-WIDTH
           END-EVALUATE
           IF WS-AF-WIDTH = ZERO OR WS-AF-TAG-LEN > 10
              MOVE "ADDRESS - UNKNOWN FIELD TAG"
                  TO WS-ADDRESS-REASON
           ELSE
           IF WS-AF-VALUE = SPACES
              MOVE "ADDRESS - FIELD VALUE MISSING"
                  TO WS-ADDRESS-REASON
           ELSE
           IF WS-AF-VALUE-LEN > WS-AF-WIDTH
              MOVE "ADDRESS - FIELD VALUE TOO LONG"
                  TO WS-ADDRESS-REASON
           ELSE
              ADD 1 TO WS-AF-PAIRS
              IF WS-AF-APPLYING
                 PERFORM Apply-Address-Pair
              END-IF
           END-IF
           END-IF
           END-IF.

      * move one proved value into its field: a lone - clears it,
      * and in the address lines, town and postcode each _ becomes
      * the space the token could not carry (phone and e-mail
      * values never hold a space, and an e-mail may hold an _).
       Apply-Address-Pair.
           IF WS-AF-VALUE = "-"
              MOVE SPACES TO WS-AF-VALUE
           ELSE
              IF WS-AF-TAG NOT = "PHONE"
                 AND WS-AF-TAG NOT = "EMAIL"
                 INSPECT WS-AF-VALUE REPLACING ALL "_" BY SPACE
              END-IF
           END-IF
           EVALUATE WS-AF-TAG
             WHEN "ADDR1"
                MOVE WS-AF-VALUE TO CustomerAddress1
             WHEN "ADDR2"
                MOVE WS-AF-VALUE TO CustomerAddress2
             WHEN "TOWN"
                MOVE WS-AF-VALUE TO CustomerTown
             WHEN "POSTCODE"
                MOVE WS-AF-VALUE TO CustomerPostcode
             WHEN "PHONE"
                MOVE WS-AF-VALUE TO CustomerPhone
             WHEN "EMAIL"
                MOVE WS-AF-VALUE TO CustomerEmail
           END-EVALUATE.

      * one report line per customer-level maintenance posting;
      * no CSV row and no balances - nothing moved. The names are
      * the customer's as they stand after the posting.
       Write-Customer-Report.
           INITIALIZE WS-REPORT-LINE
           STRING WS-TT-BRANCH DELIMITED BY SIZE
                  " CUST " DELIMITED BY SIZE
                  WS-TT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CustomerFirstName DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CustomerSecondName DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUSTOMER-ACTION DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              STOP RUN
           END-IF.

      * the terms an OPEN_DEPOSIT must carry before any money
      * moves: a principal, a term of whole months up to the
      * longest the account's product offers (Find-Account-Product
      * has run), an annual rate the rate picture can hold, and a
      * maturity instruction the maturity run understands.
       Check-Deposit-Terms.
           IF WS-AMOUNT-NUM = ZERO
              MOVE "OPEN_DEPOSIT - NO PRINCIPAL"
                  TO WS-EXCEPTION-REASON
              PERFORM Reject-Deposit
           ELSE
           IF WS-TT-NAME-1 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-TT-NAME-1) NOT = ZERO
              OR FUNCTION NUMVAL(WS-TT-NAME-1) < 1
              OR FUNCTION NUMVAL(WS-TT-NAME-1) >
                 WS-PR-MAX-TERM(WS-PRODUCT-SUB)
              MOVE "OPEN_DEPOSIT - INVALID TERM"
                  TO WS-EXCEPTION-REASON
              PERFORM Reject-Deposit
           ELSE
           IF WS-TT-NAME-2 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-TT-NAME-2) NOT = ZERO
              OR FUNCTION NUMVAL(WS-TT-NAME-2) > 99.999
              MOVE "OPEN_DEPOSIT - INVALID RATE"
                  TO WS-EXCEPTION-REASON
              PERFORM Reject-Deposit
           ELSE
           IF WS-TT-NAME-3 NOT = "PAY"
              AND WS-TT-NAME-3 NOT = "ROLLOVER"
              MOVE "OPEN_DEPOSIT - INVALID INSTRUCTION"
                  TO WS-EXCEPTION-REASON
              PERFORM Reject-Deposit
           END-IF
           END-IF
           END-IF
           END-IF.

      * rejection bookkeeping for Check-Deposit-Terms; the caller
      * has set WS-EXCEPTION-REASON.
       Reject-Deposit.
           DISPLAY "Deposit rejected " WS-TT-ID " "
                   WS-EXCEPTION-REASON
           MOVE 'Y' TO WS-REJECT-FLAG
           PERFORM Write-Exception
           ADD 1 TO WS-COUNT-REJECTED.

      * look for a deposit held by the line's account; the record,
      * when there is one, stays in the DepositRecord buffer.
       Read-Deposit.
           MOVE 'N' TO WS-DEPOSIT-HELD-FLAG
           MOVE WS-TT-ID TO DepositAccountId
           READ DepositsFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-DEPOSIT-HELD-FLAG
           END-READ.

      * the repayment schedule for the line's account, if it has
      * one, into the LoanTermsRecord buffer.
       Read-Loan-Terms.
           MOVE 'N' TO WS-LOAN-TERMS-FLAG
           MOVE WS-TT-ID TO LoanAccountId
           READ LoanTermsFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-LOAN-TERMS-FLAG
           END-READ.

      * mark the charged-off loan's schedule written off, after the
      * account REWRITE. Re-read first - the buffer may have been
      * reused since the EVALUATE - and leave the arrears as they
      * stood, for the record of how far behind the loan got. A
      * schedule already marked is simply marked again, so a
      * replay can repeat it safely.
       Mark-Written-Off.
           PERFORM Read-Loan-Terms
           IF WS-LOAN-TERMS-HELD
              MOVE 'W' TO LoanPastDueFlag
              REWRITE LoanTermsRecord
              IF NOT WS-LOANTERMS-OK
                 DISPLAY "Loan terms for " WS-TT-ID
                         " write-off failed, status "
                         WS-LOANTERMS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      * what a due deposit does at maturity, for the record in the
      * DepositRecord buffer: paid out, it closes; rolled over, the
      * interest joins the principal for another term.
       Set-Maturity-Action.
           COMPUTE WS-DEP-PRINCIPAL = FUNCTION NUMVAL(DepositPrincipal)
           IF DepositRollOver
              COMPUTE WS-DEP-NEW-PRINCIPAL =
                  WS-DEP-PRINCIPAL + WS-AMOUNT-NUM
              MOVE 'R' TO WS-DEPOSIT-ACTION
           ELSE
              MOVE ZERO TO WS-DEP-NEW-PRINCIPAL
              MOVE 'D' TO WS-DEPOSIT-ACTION
           END-IF.

      * carry out on deposits.dat what the posting decided, after
      * the account REWRITE. Each action is safe to repeat on a
      * replayed line: an opening already written is left alone, a
      * deposit already deleted is not missed, and a rollover is
      * only ever reached while the record still shows the old
      * maturity date.
       Apply-Deposit-Change.
           EVALUATE TRUE
             WHEN WS-DEPOSIT-OPENING
               MOVE SPACES TO DepositRecord
               MOVE WS-TT-ID TO DepositAccountId
               MOVE WS-AMOUNT-NUM TO WS-DEPOSIT-MONEY-OUT
               MOVE WS-DEPOSIT-MONEY-OUT TO DepositPrincipal
               COMPUTE WS-DEP-RATE = FUNCTION NUMVAL(WS-TT-NAME-2)
               MOVE WS-DEP-RATE TO WS-DEPOSIT-RATE-OUT
               MOVE WS-DEPOSIT-RATE-OUT TO DepositRate
               MOVE WS-RUN-ID-DATE TO DepositStartDate
               COMPUTE DepositTermMonths =
                   FUNCTION NUMVAL(WS-TT-NAME-1)
               MOVE WS-RUN-ID-DATE TO WS-MATURITY-DATE
               MOVE DepositTermMonths TO WS-MAT-MONTHS
               PERFORM Compute-Maturity-Date
               MOVE WS-MATURITY-DATE TO DepositMaturityDate
               MOVE WS-TT-NAME-3 TO DepositInstruction
               WRITE DepositRecord
                 INVALID KEY
                    CONTINUE
               END-WRITE
               IF NOT WS-DEPOSITS-OK
                  AND WS-DEPOSITS-STATUS NOT = "22"
                  PERFORM Deposit-Write-Failed
               END-IF
             WHEN WS-DEPOSIT-CLOSING
               MOVE WS-TT-ID TO DepositAccountId
               DELETE DepositsFile
                 INVALID KEY
                    CONTINUE
               END-DELETE
               IF NOT WS-DEPOSITS-OK
                  AND WS-DEPOSITS-STATUS NOT = "23"
                  PERFORM Deposit-Write-Failed
               END-IF
             WHEN WS-DEPOSIT-ROLLING
      *        the new term runs on from the old maturity date, not
      *        from the day the line happened to post
               MOVE WS-DEP-NEW-PRINCIPAL TO WS-DEPOSIT-MONEY-OUT
               MOVE WS-DEPOSIT-MONEY-OUT TO DepositPrincipal
               MOVE DepositMaturityDate TO DepositStartDate
               MOVE DepositMaturityDate TO WS-MATURITY-DATE
               MOVE DepositTermMonths TO WS-MAT-MONTHS
               PERFORM Compute-Maturity-Date
               MOVE WS-MATURITY-DATE TO DepositMaturityDate
               REWRITE DepositRecord
               IF NOT WS-DEPOSITS-OK
                  PERFORM Deposit-Write-Failed
               END-IF
           END-EVALUATE.

      * a deposit-file update that did not land stops the run, the
      * same contract as Rewrite-Account: the checkpoint must not
      * advance past a line whose deposit side never reached disk.
       Deposit-Write-Failed.
           DISPLAY "Deposit for " WS-TT-ID
                   " update failed, status " WS-DEPOSITS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * put a new cheque book on the register: every serial from
      * the first to the last goes on as ISSUED once the account
      * REWRITE has landed. A range that overlaps any serial the
      * account already holds is refused whole, so a book cannot
      * be issued twice or bring a paid or stopped cheque back.
       Issue-Cheques.
           IF AccountLastLine < WS-TRANS-LINE-NO
              PERFORM Take-Cheque-Range
              IF NOT WS-TRANSACTION-REJECTED
                 PERFORM Check-Cheque-Range
              END-IF
              IF NOT WS-TRANSACTION-REJECTED
                 MOVE 'I' TO WS-CHEQUE-ACTION
                 ADD 1 TO WS-COUNT-ISSUE-CHEQUES
                 PERFORM Count-Branch-Applied
              END-IF
           ELSE
      *       replay: the serials the prior run already wrote are
      *       stepped over (see Issue-One-Cheque) and the rest
      *       written; the line still counts as applied (see the
      *       ADD_AMOUNT replay note)
              PERFORM Take-Cheque-Range
              MOVE 'I' TO WS-CHEQUE-ACTION
              ADD 1 TO WS-COUNT-ISSUE-CHEQUES
              PERFORM Count-Branch-Applied
           END-IF.

      * stop one cheque: only a cheque the register holds as ISSUED
      * can be stopped - a paid one has already gone, and one never
      * issued could not be presented anyway.
       Stop-Cheque.
           IF AccountLastLine < WS-TRANS-LINE-NO
              PERFORM Take-Cheque-Serial
              IF NOT WS-TRANSACTION-REJECTED
                 PERFORM Read-Cheque
                 IF NOT WS-CHEQUE-HELD
                    MOVE "STOP_CHEQUE - CHEQUE NOT ISSUED"
                        TO WS-EXCEPTION-REASON
                    PERFORM Reject-Cheque
                 ELSE
                 IF ChequePaid
                    MOVE "STOP_CHEQUE - CHEQUE ALREADY PAID"
                        TO WS-EXCEPTION-REASON
                    PERFORM Reject-Cheque
                 ELSE
                 IF ChequeStopped
                    MOVE "STOP_CHEQUE - ALREADY STOPPED"
                        TO WS-EXCEPTION-REASON
                    PERFORM Reject-Cheque
                 ELSE
                    MOVE 'S' TO WS-CHEQUE-ACTION
                    ADD 1 TO WS-COUNT-STOP-CHEQUE
                    PERFORM Count-Branch-Applied
                 END-IF
                 END-IF
                 END-IF
              END-IF
           ELSE
      *       replay: re-marking the stop is harmless (see
      *       Apply-Cheque-Change); still counts as applied
              PERFORM Take-Cheque-Serial
              MOVE 'S' TO WS-CHEQUE-ACTION
              ADD 1 TO WS-COUNT-STOP-CHEQUE
              PERFORM Count-Branch-Applied
           END-IF.

      * lift a stop: the cheque goes back to ISSUED and may be
      * presented and paid again.
       Cancel-Stop.
           IF AccountLastLine < WS-TRANS-LINE-NO
              PERFORM Take-Cheque-Serial
              IF NOT WS-TRANSACTION-REJECTED
                 PERFORM Read-Cheque
                 IF NOT WS-CHEQUE-HELD
                    MOVE "CANCEL_STOP - CHEQUE NOT ISSUED"
                        TO WS-EXCEPTION-REASON
                    PERFORM Reject-Cheque
                 ELSE
                 IF NOT ChequeStopped
                    MOVE "CANCEL_STOP - CHEQUE NOT STOPPED"
                        TO WS-EXCEPTION-REASON
                    PERFORM Reject-Cheque
                 ELSE
                    MOVE 'C' TO WS-CHEQUE-ACTION
                    ADD 1 TO WS-COUNT-CANCEL-STOP
                    PERFORM Count-Branch-Applied
                 END-IF
                 END-IF
              END-IF
           ELSE
      *       replay: still counts as applied
              PERFORM Take-Cheque-Serial
              MOVE 'C' TO WS-CHEQUE-ACTION
              ADD 1 TO WS-COUNT-CANCEL-STOP
              PERFORM Count-Branch-Applied
           END-IF.

      * pay a presented cheque out of AccountMoney. Cheque-
      * Presentment has already returned anything the register or
      * the balance would refuse, but the register is checked again
      * here - a stop keyed in the same run, or a second feed
      * carrying the same item, must not pay - and the funds test is
      * the one REMOVE_AMOUNT applies. A cheque is paid on the
      * clearing house's presentment, not drawn at the counter, so
      * the daily debit cap is not applied to it.
       Pay-Cheque.
           IF AccountLastLine < WS-TRANS-LINE-NO
              PERFORM Take-Cheque-Serial
              IF NOT WS-TRANSACTION-REJECTED
                 PERFORM Read-Cheque
                 IF WS-AMOUNT-NUM = ZERO
                    MOVE "PAY_CHEQUE - NO AMOUNT"
                        TO WS-EXCEPTION-REASON
                    PERFORM Reject-Cheque
                 ELSE
                 IF NOT WS-CHEQUE-HELD
                    MOVE "PAY_CHEQUE - CHEQUE NOT ISSUED"
                        TO WS-EXCEPTION-REASON
                    PERFORM Reject-Cheque
                 ELSE
                 IF ChequePaid
                    MOVE "PAY_CHEQUE - CHEQUE ALREADY PAID"
                        TO WS-EXCEPTION-REASON
                    PERFORM Reject-Cheque
                 ELSE
                 IF ChequeStopped
                    MOVE "PAY_CHEQUE - CHEQUE STOPPED"
                        TO WS-EXCEPTION-REASON
                    PERFORM Reject-Cheque
                 ELSE
                 IF WS-AMOUNT-NUM > WS-CUR-MONEY
                    MOVE "PAY_CHEQUE - INSUFFICIENT FUNDS"
                        TO WS-EXCEPTION-REASON
                    PERFORM Reject-Cheque
                 ELSE
                    SUBTRACT WS-AMOUNT-NUM FROM WS-CUR-MONEY
                    MOVE 'P' TO WS-CHEQUE-ACTION
                    ADD 1 TO WS-COUNT-PAY-CHEQUE
                    PERFORM Count-Branch-Applied
                    ADD WS-AMOUNT-NUM TO WS-SUM-AMOUNT-APPLIED
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
              END-IF
           ELSE
      *       replay: already debited, the register marked again if
      *       the abend beat it there; still counts as applied (see
      *       the ADD_AMOUNT replay note)
              PERFORM Take-Cheque-Serial
              MOVE 'P' TO WS-CHEQUE-ACTION
              ADD 1 TO WS-COUNT-PAY-CHEQUE
              PERFORM Count-Branch-Applied
              ADD WS-AMOUNT-NUM TO WS-SUM-AMOUNT-APPLIED
           END-IF.

      * the one serial a STOP_CHEQUE, CANCEL_STOP or PAY_CHEQUE
      * names in its fifth token: a whole number from 1 to 999999.
       Take-Cheque-Serial.
           IF WS-TT-NAME-1 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-TT-NAME-1) NOT = ZERO
              OR FUNCTION NUMVAL(WS-TT-NAME-1) < 1
              OR FUNCTION NUMVAL(WS-TT-NAME-1) > 999999
              MOVE SPACES TO WS-EXCEPTION-REASON
              STRING WS-TT-TYPE DELIMITED BY SPACE
                     " - INVALID SERIAL" DELIMITED BY SIZE
                     INTO WS-EXCEPTION-REASON
              END-STRING
              PERFORM Reject-Cheque
           ELSE
              COMPUTE WS-CHEQUE-SERIAL =
                  FUNCTION NUMVAL(WS-TT-NAME-1)
              MOVE WS-CHEQUE-SERIAL TO WS-CP-FIRST
              MOVE SPACES TO WS-CP-TO
              MOVE SPACES TO WS-CP-LAST
              MOVE 'Y' TO WS-CHEQUE-NAMED-FLAG
           END-IF.

      * the first and last serials of the book an ISSUE_CHEQUES
      * puts on the register, in its fifth and sixth tokens; the
      * last may not come before the first, and one line may not
      * issue more than WS-CHEQUE-BOOK-MAX cheques.
       Take-Cheque-Range.
           IF WS-TT-NAME-1 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-TT-NAME-1) NOT = ZERO
              OR FUNCTION NUMVAL(WS-TT-NAME-1) < 1
              OR FUNCTION NUMVAL(WS-TT-NAME-1) > 999999
              OR WS-TT-NAME-2 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-TT-NAME-2) NOT = ZERO
              OR FUNCTION NUMVAL(WS-TT-NAME-2) < 1
              OR FUNCTION NUMVAL(WS-TT-NAME-2) > 999999
              MOVE "ISSUE_CHEQUES - INVALID SERIAL"
                  TO WS-EXCEPTION-REASON
              PERFORM Reject-Cheque
           ELSE
              COMPUTE WS-CHEQUE-FIRST =
                  FUNCTION NUMVAL(WS-TT-NAME-1)
              COMPUTE WS-CHEQUE-LAST =
                  FUNCTION NUMVAL(WS-TT-NAME-2)
              IF WS-CHEQUE-LAST < WS-CHEQUE-FIRST
                 MOVE "ISSUE_CHEQUES - INVALID RANGE"
                     TO WS-EXCEPTION-REASON
                 PERFORM Reject-Cheque
              ELSE
              IF WS-CHEQUE-LAST - WS-CHEQUE-FIRST + 1
                 > WS-CHEQUE-BOOK-MAX
                 MOVE "ISSUE_CHEQUES - RANGE TOO LARGE"
                     TO WS-EXCEPTION-REASON
                 PERFORM Reject-Cheque
              ELSE
                 MOVE WS-CHEQUE-FIRST TO WS-CP-FIRST
                 MOVE " TO " TO WS-CP-TO
                 MOVE WS-CHEQUE-LAST(2:6) TO WS-CP-LAST
                 MOVE 'Y' TO WS-CHEQUE-NAMED-FLAG
              END-IF
              END-IF
           END-IF.

      * refuse the book when the account already holds any serial
      * in its range: the first register entry at or after the
      * first serial is the only one that can fall inside it.
       Check-Cheque-Range.
           MOVE WS-TT-ID TO ChequeAccountId
           MOVE WS-CHEQUE-FIRST TO ChequeNumber
           START ChequesFile KEY IS NOT LESS THAN ChequeKey
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                READ ChequesFile NEXT RECORD
                  AT END
                     CONTINUE
                  NOT AT END
                     IF ChequeAccountId = WS-TT-ID
                        AND ChequeNumber NOT > WS-CHEQUE-LAST
                        MOVE "ISSUE_CHEQUES - SERIAL ALREADY ISSUED"
                            TO WS-EXCEPTION-REASON
                        PERFORM Reject-Cheque
                     END-IF
                END-READ
           END-START.

      * look up the line's account and WS-CHEQUE-SERIAL on the
      * register; the record, when there is one, stays in the
      * ChequeRecord buffer.
       Read-Cheque.
           MOVE 'N' TO WS-CHEQUE-HELD-FLAG
           MOVE WS-TT-ID TO ChequeAccountId
           MOVE WS-CHEQUE-SERIAL TO ChequeNumber
           READ ChequesFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-CHEQUE-HELD-FLAG
           END-READ.

      * rejection bookkeeping for the cheque lines; the caller has
      * set WS-EXCEPTION-REASON.
       Reject-Cheque.
           DISPLAY "Cheque rejected " WS-TT-ID " "
                   WS-EXCEPTION-REASON
           MOVE 'Y' TO WS-REJECT-FLAG
           PERFORM Write-Exception
           ADD 1 TO WS-COUNT-REJECTED.

      * carry out on the register what the EVALUATE decided, after
      * the account REWRITE. Every change re-reads the cheque and
      * only moves it on from the status it was checked in, so a
      * replay that finds the change already made leaves it be.
       Apply-Cheque-Change.
           EVALUATE TRUE
             WHEN WS-CHEQUE-ISSUING
               MOVE WS-CHEQUE-FIRST TO WS-CHEQUE-SERIAL
               PERFORM Issue-One-Cheque
                   UNTIL WS-CHEQUE-SERIAL > WS-CHEQUE-LAST
             WHEN WS-CHEQUE-STOPPING
               PERFORM Read-Cheque
               IF WS-CHEQUE-HELD AND ChequeIssued
                  MOVE "STOPPED" TO ChequeStatus
                  MOVE WS-RUN-ID-DATE TO ChequeStatusDate
                  PERFORM Rewrite-Cheque
               END-IF
             WHEN WS-CHEQUE-UNSTOPPING
               PERFORM Read-Cheque
               IF WS-CHEQUE-HELD AND ChequeStopped
                  MOVE "ISSUED" TO ChequeStatus
                  MOVE WS-RUN-ID-DATE TO ChequeStatusDate
                  PERFORM Rewrite-Cheque
               END-IF
             WHEN WS-CHEQUE-PAYING
               PERFORM Read-Cheque
               IF WS-CHEQUE-HELD AND NOT ChequePaid
                  MOVE "PAID" TO ChequeStatus
                  MOVE WS-RUN-ID-DATE TO ChequeStatusDate
                  MOVE WS-AMOUNT-NUM TO WS-CHEQUE-AMOUNT-OUT
                  MOVE WS-CHEQUE-AMOUNT-OUT TO ChequePaidAmount
                  PERFORM Rewrite-Cheque
               END-IF
           END-EVALUATE.

      * one serial of a new book onto the register as ISSUED; a
      * serial already there can only be one a replayed line's
      * prior run wrote, and is stepped over.
       Issue-One-Cheque.
           MOVE SPACES TO ChequeRecord
           MOVE WS-TT-ID TO ChequeAccountId
           MOVE WS-CHEQUE-SERIAL TO ChequeNumber
           MOVE "ISSUED" TO ChequeStatus
           MOVE WS-RUN-ID-DATE TO ChequeIssueDate
           MOVE WS-RUN-ID-DATE TO ChequeStatusDate
           MOVE ZERO TO WS-CHEQUE-AMOUNT-OUT
           MOVE WS-CHEQUE-AMOUNT-OUT TO ChequePaidAmount
           WRITE ChequeRecord
             INVALID KEY
                CONTINUE
           END-WRITE
           IF NOT WS-CHEQUES-OK
              AND WS-CHEQUES-STATUS NOT = "22"
              PERFORM Cheque-Write-Failed
           END-IF
           ADD 1 TO WS-CHEQUE-SERIAL.

       Rewrite-Cheque.
           REWRITE ChequeRecord
           IF NOT WS-CHEQUES-OK
              PERFORM Cheque-Write-Failed
           END-IF.

      * a register update that did not land stops the run, the same
      * contract as Deposit-Write-Failed.
       Cheque-Write-Failed.
           DISPLAY "Cheque " WS-TT-ID " " WS-CHEQUE-SERIAL
                   " update failed, status " WS-CHEQUES-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * step WS-MATURITY-DATE on by WS-MAT-MONTHS calendar months; a
      * day the month it lands in does not have (the 31st, or the
      * 29th of February) falls back to that month's last day.
       Compute-Maturity-Date.
           COMPUTE WS-MAT-MONTHS = WS-MAT-MONTHS + WS-MAT-MM - 1
           DIVIDE WS-MAT-MONTHS BY 12
               GIVING WS-MAT-YEARS
               REMAINDER WS-MAT-MONTH-REM
           ADD WS-MAT-YEARS TO WS-MAT-YYYY
           COMPUTE WS-MAT-MM = WS-MAT-MONTH-REM + 1
           EVALUATE WS-MAT-MM
             WHEN 01
             WHEN 03
             WHEN 05
             WHEN 07
             WHEN 08
             WHEN 10
             WHEN 12
               MOVE 31 TO WS-MONTH-END-DAY
             WHEN 04
             WHEN 06
             WHEN 09
             WHEN 11
               MOVE 30 TO WS-MONTH-END-DAY
             WHEN 02
               MOVE 28 TO WS-MONTH-END-DAY
               DIVIDE WS-MAT-YYYY BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                  MOVE 29 TO WS-MONTH-END-DAY
                  DIVIDE WS-MAT-YYYY BY 100
                      GIVING WS-LEAP-QUOTIENT
                      REMAINDER WS-LEAP-REMAINDER
                  IF WS-LEAP-REMAINDER = ZERO
                     DIVIDE WS-MAT-YYYY BY 400
                         GIVING WS-LEAP-QUOTIENT
                         REMAINDER WS-LEAP-REMAINDER
                     IF WS-LEAP-REMAINDER NOT = ZERO
                        MOVE 28 TO WS-MONTH-END-DAY
                     END-IF
                  END-IF
               END-IF
           END-EVALUATE
           IF WS-MAT-DD > WS-MONTH-END-DAY
              MOVE WS-MONTH-END-DAY TO WS-MAT-DD
           END-IF.

      * step the originating branch's applied count; performed from
      * every branch of the EVALUATE that actually posts something,
      * right where the per-type counts step.
      * gate the current transaction on the status of the account in
      * the AccountRecord buffer: CLOSED rejects everything, FROZEN
      * rejects everything except the SET_STATUS that would lift the
      * freeze (and a head-office CHARGE_OFF - a frozen account's bad
      * loan still has to come off the book), NODEBITS rejects only
      * the types that take money out of the account (the transfer
      * source leg debits, so the whole transfer is stopped here; a
      * NODEBITS destination can still receive). The status word
      * itself goes out as the exception reason so ops can see why
      * the line bounced.
       Check-Account-Status.
      * a line AccountLastLine shows as already posted by a prior
      * abended run has been through this gate once already;
      * re-gating it against the status it may itself have changed
      * (a replayed CLOSE_ACCOUNT now reads CLOSED) would turn the
      * replay into a spurious rejection, so it passes straight
      * through to the EVALUATE's own replay handling. Taking a
      * standing order or a debit cap off an account only removes
      * something, whatever the account's status - it is how
      * Integrity-Sweep's clean-up lines clear them from a closed
      * or frozen account - so CANCEL_ORDER, and SET_LIMIT with a
      * cap of zero, pass straight through as well; so does
      * STOP_CHEQUE, since a customer whose account is held must
      * still be able to stop a cheque
           IF AccountLastLine >= WS-TRANS-LINE-NO
              CONTINUE
           ELSE
           IF WS-TT-TYPE = "CANCEL_ORDER"
              OR WS-TT-TYPE = "STOP_CHEQUE"
              OR (WS-TT-TYPE = "SET_LIMIT"
                  AND WS-AMOUNT-NUM = ZERO)
              CONTINUE
           ELSE
           IF AccountClosed
              MOVE "ACCOUNT CLOSED" TO WS-EXCEPTION-REASON
              PERFORM Reject-For-Status
           ELSE
           IF AccountFrozen
              AND WS-TT-TYPE NOT = "SET_STATUS"
              AND WS-TT-TYPE NOT = "CHARGE_OFF"
              MOVE "ACCOUNT FROZEN" TO WS-EXCEPTION-REASON
              PERFORM Reject-For-Status
           ELSE
              AND (WS-TT-TYPE = "REMOVE_AMOUNT"
                   OR WS-TT-TYPE = "REMOVE_LOAN"
                   OR WS-TT-TYPE = "TRANSFER_AMOUNT"
                   OR WS-TT-TYPE = "EXT_DEBIT"
                   OR WS-TT-TYPE = "PAY_CHEQUE"
                   OR WS-TT-TYPE = "OPEN_DEPOSIT"
                   OR WS-TT-TYPE = "RECOVERY")
              MOVE "ACCOUNT POST-NO-DEBITS" TO WS-EXCEPTION-REASON
              PERFORM Reject-For-Status
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * common rejection bookkeeping for Check-Account-Status and the
                END-IF
           END-READ.

      * post a REVERSE line: find the original on the journal, prove
      * it can be backed out - a reversible type, not reversed
      * already, and every leg's account still able to take the
      * opposite movement - and only then post each leg. All legs
      * are checked before any is rewritten, so a reversal never
      * lands half-done the way a transfer never does.
       Reverse-Posting.
           MOVE WS-TT-NAME-1(1:14) TO WS-JP-RUN-ID
           COMPUTE WS-JP-LINE-NO = FUNCTION NUMVAL(WS-TT-NAME-2)
           MOVE WS-TT-NAME-3 TO WS-JP-TYPE
           MOVE ZERO TO WS-RV-LEG-COUNT
           MOVE ZERO TO WS-RV-AMOUNT
           MOVE 'N' TO WS-RV-ORIGINAL-FLAG
           MOVE 'N' TO WS-RV-REVERSED-FLAG
           MOVE 'N' TO WS-RV-REPLAY-FLAG
      *    a line AccountLastLine shows as already posted was
      *    journaled by the prior abended run too, so the reversal
      *    the lookup finds is this very line's own, not an
      *    earlier one
           IF AccountLastLine >= WS-TRANS-LINE-NO
              MOVE 'Y' TO WS-RV-REPLAY-FLAG
           END-IF
           PERFORM Find-Original-Posting
           IF NOT WS-JP-REVERSIBLE
              MOVE "REVERSE - TYPE NOT REVERSIBLE"
                  TO WS-EXCEPTION-REASON
              PERFORM Reject-Reversal
           ELSE
           IF WS-RV-LEG-COUNT = ZERO
              OR NOT WS-RV-NAMES-ACCOUNT
              MOVE "REVERSE - ORIGINAL NOT FOUND"
                  TO WS-EXCEPTION-REASON
              PERFORM Reject-Reversal
           ELSE
           IF WS-RV-ALREADY-REVERSED
              AND NOT WS-RV-REPLAYED
              MOVE "REVERSE - ALREADY REVERSED"
                  TO WS-EXCEPTION-REASON
              PERFORM Reject-Reversal
           ELSE
              PERFORM Check-Reversal-Leg
                  VARYING WS-RV-SUB FROM 1 BY 1
                  UNTIL WS-RV-SUB > WS-RV-LEG-COUNT
              IF NOT WS-TRANSACTION-REJECTED
      *          the journal and report carry the original's
      *          amount, so the pair reads as the same money both
      *          ways
                 MOVE WS-RV-AMOUNT TO WS-AMOUNT-NUM
                 PERFORM Post-Reversal-Leg
                     VARYING WS-RV-SUB FROM 1 BY 1
                     UNTIL WS-RV-SUB > WS-RV-LEG-COUNT
                 MOVE 'Y' TO WS-REPORT-WRITTEN-FLAG
                 ADD 1 TO WS-COUNT-REVERSE
                 PERFORM Count-Branch-Applied
                 ADD WS-AMOUNT-NUM TO WS-SUM-AMOUNT-APPLIED
              END-IF
           END-IF
           END-IF
           END-IF.

      * one pass over the journal as it stands on disk: the applied,
      * non-flat entries of the named run, line and type are the
      * legs of the original - both legs of a transfer, otherwise
      * the one entry on the line's own account (the accrual and fee
      * runs journal every account under line 0 of one run id) - and
      * an applied REVERSE on the line's own account carrying the
      * same pointer means the original has been backed out already;
      * a reversal journals a leg on every account the original
      * moved, so the line's own account always carries one.
       Find-Original-Posting.
           CLOSE JournalFile
           OPEN INPUT JournalLookupFile
           MOVE 'F' TO EOF-LOOKUP-FLAG
           PERFORM UNTIL EOF-LOOKUP-FLAG = 'T'
               READ JournalLookupFile INTO WS-JOURNAL-LOOKUP-REC
                 AT END
                    MOVE 'T' TO EOF-LOOKUP-FLAG
                 NOT AT END
                    IF WS-JL-DISPOSITION = 'A'
                       IF WS-JL-TYPE = "REVERSE"
                          IF WS-JL-REASON(1:38)
                             = WS-JOURNAL-POINTER(1:38)
                             AND WS-JL-ACCOUNT-ID = WS-TT-ID
                             MOVE 'Y' TO WS-RV-REVERSED-FLAG
                          END-IF
                       ELSE
                       IF WS-JL-RUN-ID = WS-JP-RUN-ID
                          AND WS-JL-LINE-NO = WS-JP-LINE-NO
                          AND WS-JL-TYPE = WS-JP-TYPE
                          PERFORM Collect-Original-Leg
                       END-IF
                       END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE JournalLookupFile
           OPEN EXTEND JournalFile.

       Collect-Original-Leg.
           IF FUNCTION NUMVAL(WS-JL-NEW-MONEY)
              NOT = FUNCTION NUMVAL(WS-JL-OLD-MONEY)
              OR FUNCTION NUMVAL(WS-JL-NEW-LOAN)
              NOT = FUNCTION NUMVAL(WS-JL-OLD-LOAN)
              IF (WS-JL-TYPE = "TRANSFER_AMOUNT"
                  OR WS-JL-ACCOUNT-ID = WS-TT-ID)
                 AND WS-RV-LEG-COUNT < 2
                 ADD 1 TO WS-RV-LEG-COUNT
                 MOVE WS-JL-ACCOUNT-ID
                     TO WS-RV-ACCOUNT-ID(WS-RV-LEG-COUNT)
                 COMPUTE WS-RV-MONEY-DELTA(WS-RV-LEG-COUNT) =
                     FUNCTION NUMVAL(WS-JL-NEW-MONEY)
                     - FUNCTION NUMVAL(WS-JL-OLD-MONEY)
                 COMPUTE WS-RV-LOAN-DELTA(WS-RV-LEG-COUNT) =
                     FUNCTION NUMVAL(WS-JL-NEW-LOAN)
                     - FUNCTION NUMVAL(WS-JL-OLD-LOAN)
                 COMPUTE WS-RV-AMOUNT =
                     FUNCTION NUMVAL(WS-JL-AMOUNT)
                 IF WS-JL-ACCOUNT-ID = WS-TT-ID
                    MOVE 'Y' TO WS-RV-ORIGINAL-FLAG
                 END-IF
              END-IF
           END-IF.

      * one leg's account must still be on file, open to movement,
      * and hold enough to give back what the original gave it; a
      * leg AccountLastLine shows as already reversed by a prior
      * abended run is not checked again.
       Check-Reversal-Leg.
           IF NOT WS-TRANSACTION-REJECTED
              MOVE WS-RV-ACCOUNT-ID(WS-RV-SUB) TO AccountId
              READ AccountsFile
                INVALID KEY
                   MOVE "REVERSE - ACCOUNT NOT FOUND"
                       TO WS-EXCEPTION-REASON
                   PERFORM Reject-Reversal
                NOT INVALID KEY
                   IF AccountLastLine < WS-TRANS-LINE-NO
                      IF AccountClosed
                         MOVE "REVERSE - ACCOUNT CLOSED"
                             TO WS-EXCEPTION-REASON
                         PERFORM Reject-Reversal
                      ELSE
                      IF AccountFrozen
                         MOVE "REVERSE - ACCOUNT FROZEN"
                             TO WS-EXCEPTION-REASON
                         PERFORM Reject-Reversal
                      ELSE
                      IF FUNCTION NUMVAL(AccountMoney)
                         < WS-RV-MONEY-DELTA(WS-RV-SUB)
                         OR FUNCTION NUMVAL(AccountLoan)
                         < WS-RV-LOAN-DELTA(WS-RV-SUB)
                         MOVE "REVERSE - INSUFFICIENT FUNDS"
                             TO WS-EXCEPTION-REASON
                         PERFORM Reject-Reversal
                      END-IF
                      END-IF
                      END-IF
                   END-IF
              END-READ
           END-IF.

      * post the opposite of one leg and report/journal it with the
      * pointer back to the original; a leg already posted by a
      * prior abended run carries its balance forward flat, the way
      * Transfer-Dest-Leg settles a replayed transfer.
       Post-Reversal-Leg.
           MOVE WS-RV-ACCOUNT-ID(WS-RV-SUB) TO AccountId
           READ AccountsFile
             INVALID KEY
                DISPLAY "Reversal account " AccountId
                        " vanished mid-update"
                MOVE 16 TO RETURN-CODE
                STOP RUN
             NOT INVALID KEY
                COMPUTE WS-CUR-MONEY = FUNCTION NUMVAL(AccountMoney)
                COMPUTE WS-CUR-LOAN = FUNCTION NUMVAL(AccountLoan)
                MOVE WS-CUR-MONEY TO WS-OLD-MONEY
                MOVE WS-CUR-LOAN TO WS-OLD-LOAN
                IF AccountLastLine < WS-TRANS-LINE-NO
                   COMPUTE WS-CUR-MONEY =
                       WS-CUR-MONEY - WS-RV-MONEY-DELTA(WS-RV-SUB)
                   COMPUTE WS-CUR-LOAN =
                       WS-CUR-LOAN - WS-RV-LOAN-DELTA(WS-RV-SUB)
                   MOVE WS-CUR-MONEY TO WS-ACCOUNT-MONEY-OUT
                   MOVE WS-ACCOUNT-MONEY-OUT TO AccountMoney
                   MOVE WS-CUR-LOAN TO WS-ACCOUNT-LOAN-OUT
                   MOVE WS-ACCOUNT-LOAN-OUT TO AccountLoan
                   MOVE WS-TRANS-LINE-NO TO AccountLastLine
                   PERFORM Rewrite-Account
                END-IF
                PERFORM Write-Report
           END-READ.

      * rejection bookkeeping for a REVERSE line; the caller has set
      * WS-EXCEPTION-REASON.
       Reject-Reversal.
           DISPLAY "Reversal rejected " WS-TT-ID " "
                   WS-EXCEPTION-REASON
           MOVE 'Y' TO WS-REJECT-FLAG
           PERFORM Write-Exception
           ADD 1 TO WS-COUNT-REJECTED.

      * output with the required format; the customer's name comes
      * off the customer master, not the account record.
       Write-Report.
                  WS-DISPLAY-OLD-LOAN DELIMITED BY SIZE
                  " --> " DELIMITED BY SIZE
                  WS-DISPLAY-NEW-LOAN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AccountProduct DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AccountLoanRate DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ReportLine FROM WS-REPORT-LINE
           MOVE WS-OLD-LOAN TO WS-JR-OLD-LOAN
           MOVE WS-CUR-LOAN TO WS-JR-NEW-LOAN
           MOVE 'A' TO WS-JR-DISPOSITION
           IF WS-DEPOSIT-MOVED
              MOVE WS-DEPOSIT-MOVEMENT TO WS-JR-REASON
           ELSE
           IF WS-CHEQUE-NAMED
              MOVE WS-CHEQUE-POINTER TO WS-JR-REASON
           ELSE
              MOVE WS-JOURNAL-POINTER TO WS-JR-REASON
           END-IF
           END-IF
           PERFORM Write-Journal.

      * output both legs of a TRANSFER_AMOUNT together on one report
                  " " DELIMITED BY SIZE
                  WS-TT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TransactionLine(1:80) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
                  INTO WS-EXCEPTION-LINE
      * append one entry to the permanent posting journal; the
      * caller has set the account id, before/after balances,
      * disposition and reason, and this paragraph stamps the rest
      * (run id, posting date/time, line number, type, amount, the
      * original transaction line and its keyer and approver).
       Write-Journal.
           ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
           ACCEPT WS-POST-TIME-RAW FROM TIME
           MOVE WS-TT-BRANCH TO WS-JR-BRANCH
           MOVE WS-TT-TYPE TO WS-JR-TYPE
           MOVE WS-AMOUNT-NUM TO WS-JR-AMOUNT
           MOVE TransactionLine(1:80) TO WS-JR-TRANS-LINE
           MOVE TransactionLine(81:8) TO WS-JR-KEYER
           MOVE TransactionLine(89:8) TO WS-JR-APPROVER
           WRITE JournalLine FROM WS-JOURNAL-REC.

      * control-total trailer written to report.dat after all
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-CHANGE-PRODUCT TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "CHANGE_PRODUCT COUNT:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-TRAILER-LINE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-OPEN-ACCOUNT TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "OPEN_ACCOUNT COUNT:    " DELIMITED BY SIZE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-CHANGE-ADDRESS TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "CHANGE_ADDRESS COUNT:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-TRAILER-LINE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-OPEN-CUSTOMER TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "OPEN_CUSTOMER COUNT:   " DELIMITED BY SIZE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-REVERSE TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "REVERSE COUNT:         " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-TRAILER-LINE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-ADD-ORDER TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "ADD_ORDER COUNT:       " DELIMITED BY SIZE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-ISSUE-CHEQUES TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "ISSUE_CHEQUES COUNT:   " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-TRAILER-LINE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-STOP-CHEQUE TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "STOP_CHEQUE COUNT:     " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-TRAILER-LINE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-CANCEL-STOP TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "CANCEL_STOP COUNT:     " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-TRAILER-LINE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-PAY-CHEQUE TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "PAY_CHEQUE COUNT:      " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-TRAILER-LINE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-OPEN-DEPOSIT TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "OPEN_DEPOSIT COUNT:    " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-TRAILER-LINE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-BREAK-DEPOSIT TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "BREAK_DEPOSIT COUNT:   " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-TRAILER-LINE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-MATURE-DEPOSIT TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "MATURE_DEPOSIT COUNT:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-TRAILER-LINE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-CHARGE-OFF TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "CHARGE_OFF COUNT:      " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-TRAILER-LINE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-RECOVERY TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "RECOVERY COUNT:        " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-TRAILER-LINE
           END-STRING
           WRITE ReportLine FROM WS-TRAILER-LINE

           MOVE WS-COUNT-REJECTED TO WS-DISPLAY-COUNT
           INITIALIZE WS-TRAILER-LINE
           STRING "REJECTED COUNT:        " DELIMITED BY SIZE
