      *the month, it walks every account on the indexed
      *accounts.dat and, for each account that is not CLOSED:
      *
      *  - assesses the monthly maintenance fee of the account's
      *    product (products.dat, the version in force on the run
      *    date) plus the product's per-item charge for each
      *    posting that moved money on the account this month
      *    (counted off the permanent journal - maintenance
      *    transactions and the bank's own interest and fee
      *    postings are not items);
      *  - waives the fee entirely when the account's money balance
      *    sits below the product's waiver minimum - the tariff
      *    does not chase balances that could not bear it;
      *  - caps the fee at the money balance, since balances do
      *    not go negative on this book.
      *
      *An account whose product is not in force on the product
      *master is not charged: it is listed on the report as
      *unpriced so it can be put right before the next month.
      *
      *Nothing moves silently: every charge is REWRITTEN to the
      *master, reported with old --> new balances and control
      *totals on fee_report.dat, and journaled to the permanent
       SELECT OPTIONAL ControlFile ASSIGN TO "feectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the product master, held whole in storage for the fee
      * tariffs; without it no account can be priced, so the run
      * stops
       SELECT ProductsFile ASSIGN TO "products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRODUCTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AccountsFile
           RECORD CONTAINS 70 CHARACTERS.
       01 AccountRecord.
           02 AccountId            PIC 9(4).
           02 Filler               PIC X.
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

       FD JournalFile
           RECORD CONTAINS 285 CHARACTERS.
           01 JournalLine          PIC X(285).

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

       FD ReportFile
           RECORD CONTAINS 80 CHARACTERS.
           01 ReportLine           PIC X(200).

       FD BackupFile
           RECORD CONTAINS 70 CHARACTERS.
           01 BackupLine           PIC X(70).

       FD ControlFile
           RECORD CONTAINS 49 CHARACTERS.
       01 WS-CUST-FIRST-NAME      PIC X(20).
       01 WS-CUST-SECOND-NAME     PIC X(20).

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
               10 WS-PR-MONTHLY-FEE   PIC 9(5)V99.
               10 WS-PR-ITEM-FEE      PIC 9(5)V99.
               10 WS-PR-WAIVE-BALANCE PIC 9(15)V99.
       01 WS-PR-SUB               PIC 9(4).
       01 WS-PRODUCT-SUB          PIC 9(4).
       01 WS-PRODUCT-WANTED       PIC X(4).

      *The fee tariff of the current account's product: the flat
      *monthly maintenance fee, the charge per money-moving
      *posting, and the money balance below which the whole fee is
      *waived. A product with zero fees is not charged.
       01 WS-MONTHLY-FEE          PIC 9(5)V99.
       01 WS-PER-ITEM-FEE         PIC 9(5)V99.
       01 WS-WAIVE-MIN-BALANCE    PIC 9(15)V99.
       01 WS-DISPLAY-FEE          PIC Z(4)9.99.
       01 WS-DISPLAY-ITEM-FEE     PIC Z(4)9.99.

       01 EOF-DATA-FLAG           PIC X VALUE 'F'.
       01 EOF-JOURNAL-FLAG        PIC X VALUE 'F'.
           05 WS-JD-REASON        PIC X(40).
           05 FILLER              PIC X.
           05 WS-JD-TRANS-LINE    PIC X(80).
           05 FILLER              PIC X.
           05 WS-JD-KEYER         PIC X(8).
           05 FILLER              PIC X.
           05 WS-JD-APPROVER      PIC X(8).

      *Money-moved test for the item count, new minus old: a
      *maintenance transaction or a replayed posting journaled

      * use Z to suppress leading zeros in display
       01 WS-DISPLAY.
           05 WS-DISPLAY-OLD-MONEY     PIC Z(11)9.99.
           05 WS-DISPLAY-NEW-MONEY     PIC Z(11)9.99.
           05 WS-DISPLAY-COUNT         PIC Z(6)9.
           05 WS-DISPLAY-SUM           PIC Z(14)9.99.

           05 WS-JR-REASON        PIC X(40).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-JR-TRANS-LINE    PIC X(80).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-JR-KEYER         PIC X(8) VALUE SPACES.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-JR-APPROVER      PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       Main-Logic.
                      " already assessed - nothing to do"
              STOP RUN
           END-IF
           PERFORM Load-Products
           PERFORM Count-Month-Items
           OPEN I-O AccountsFile
           OPEN INPUT CustomersFile

      * one pass over the journal, counting the month's
      * money-moving applied postings per account; bank-initiated
      * postings (interest, fees, loan write-offs, deposit
      * maturities) and corrections (reversals) are not chargeable
      * items.
       Count-Month-Items.
           MOVE ZERO TO WS-ACCT-SUB
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       AND WS-JD-TYPE NOT = "LOAN_INTEREST"
                       AND WS-JD-TYPE NOT = "DEP_INTEREST"
                       AND WS-JD-TYPE NOT = "SERVICE_CHARGE"
                       AND WS-JD-TYPE NOT = "REVERSE"
                       AND WS-JD-TYPE NOT = "CHARGE_OFF"
                       AND WS-JD-TYPE NOT = "MATURE_DEPOSIT"
                       AND WS-JD-ACCOUNT-ID NUMERIC
                       PERFORM Count-One-Item
                    END-IF
               END-IF
           END-PERFORM.

      * assess the current record: its product's flat fee plus the
      * month's items at the product's item rate, waived outright
      * below the product's waiver balance, capped at the money on
      * the book. An account whose product is not in force is not
      * charged but listed. A CLOSED account
      * is skipped entirely; FROZEN and NODEBITS accounts are
      * still assessed - a hold stops the customer moving money,
      * not the tariff.
       Charge-One-Account.
           MOVE AccountProduct TO WS-PRODUCT-WANTED
           PERFORM Find-Product
           IF AccountClosed
              CONTINUE
           ELSE
           IF WS-PRODUCT-SUB = ZERO
              PERFORM Write-Unpriced
           ELSE
              MOVE WS-PR-MONTHLY-FEE(WS-PRODUCT-SUB) TO WS-MONTHLY-FEE
              MOVE WS-PR-ITEM-FEE(WS-PRODUCT-SUB) TO WS-PER-ITEM-FEE
              MOVE WS-PR-WAIVE-BALANCE(WS-PRODUCT-SUB)
                  TO WS-WAIVE-MIN-BALANCE
              COMPUTE WS-CUR-MONEY = FUNCTION NUMVAL(AccountMoney)
              COMPUTE WS-CUR-LOAN = FUNCTION NUMVAL(AccountLoan)
              MOVE WS-CUR-MONEY TO WS-OLD-MONEY
                 PERFORM Write-Report
              END-IF
              END-IF
           END-IF
           END-IF.

      * an account the product master cannot price is listed, not
      * skipped silently.
       Write-Unpriced.
           DISPLAY "Account " AccountId " product " AccountProduct
                   " not on file - not charged"
           INITIALIZE WS-REPORT-LINE
           STRING AccountId DELIMITED BY SIZE
                  " PRODUCT " DELIMITED BY SIZE
                  AccountProduct DELIMITED BY SIZE
                  " NOT ON FILE - NOT CHARGED" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ReportLine FROM WS-REPORT-LINE.


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
           MOVE ZERO TO WS-PR-MONTHLY-FEE(WS-PRODUCT-COUNT)
           IF ProductMonthlyFee NOT = SPACES
              COMPUTE WS-PR-MONTHLY-FEE(WS-PRODUCT-COUNT) =
                  FUNCTION NUMVAL(ProductMonthlyFee)
           END-IF
           MOVE ZERO TO WS-PR-ITEM-FEE(WS-PRODUCT-COUNT)
           IF ProductItemFee NOT = SPACES
              COMPUTE WS-PR-ITEM-FEE(WS-PRODUCT-COUNT) =
                  FUNCTION NUMVAL(ProductItemFee)
           END-IF
           MOVE ZERO TO WS-PR-WAIVE-BALANCE(WS-PRODUCT-COUNT)
           IF ProductWaiveBalance NOT = SPACES
              COMPUTE WS-PR-WAIVE-BALANCE(WS-PRODUCT-COUNT) =
                  FUNCTION NUMVAL(ProductWaiveBalance)
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

      * look up the name of the customer owning the account in
      * the AccountRecord buffer; a missing customer record does
           END-IF.

      * one report line per charged account, old --> new money,
      * the item count, product and tariff alongside so the charge
      * can be re-derived.
       Write-Report.
           PERFORM Read-Customer-Name
           MOVE WS-OLD-MONEY TO WS-DISPLAY-OLD-MONEY
           MOVE WS-CUR-MONEY TO WS-DISPLAY-NEW-MONEY
           MOVE WS-ITEM-COUNT(WS-ACCT-SUB) TO WS-DISPLAY-COUNT
           MOVE WS-MONTHLY-FEE TO WS-DISPLAY-FEE
           MOVE WS-PER-ITEM-FEE TO WS-DISPLAY-ITEM-FEE

           INITIALIZE WS-REPORT-LINE
           STRING AccountId DELIMITED BY SIZE
                  WS-DISPLAY-NEW-MONEY DELIMITED BY SIZE
                  " ITEMS " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AccountProduct DELIMITED BY SIZE
                  " FEE " DELIMITED BY SIZE
                  WS-DISPLAY-FEE DELIMITED BY SIZE
                  " + " DELIMITED BY SIZE
                  WS-DISPLAY-ITEM-FEE DELIMITED BY SIZE
                  "/ITEM" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ReportLine FROM WS-REPORT-LINE.
