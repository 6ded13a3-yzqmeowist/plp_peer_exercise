      *    per account by the SET_RATE transaction) and capitalizes
      *    it onto the loan balance;
      *  - credits deposit interest on a nonzero AccountMoney at the
      *    deposit rate of the account's product (products.dat), in
      *    the version in force on the run date: the rate of the
      *    highest balance tier the money balance reaches applies
      *    to the whole balance. An account whose product is not in
      *    force on file accrues its loan interest but is credited
      *    no deposit interest, and is listed on the report as
      *    unpriced so it can be put right.
      *
      *Nothing moves silently: every accrual is REWRITTEN to the
      *master, reported with old --> new balances and control totals
       SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the product master, held whole in storage for the
      * deposit rate tiers; without it no account can be priced,
      * so the run stops
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

       FD JournalFile
           RECORD CONTAINS 285 CHARACTERS.
           01 JournalLine          PIC X(285).

       FD BackupFile
           RECORD CONTAINS 70 CHARACTERS.
           01 BackupLine           PIC X(70).

       FD ControlFile
           RECORD CONTAINS 65 CHARACTERS.
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
               10 WS-PR-TIER OCCURS 3 TIMES.
                   15 WS-PR-TIER-USED  PIC X.
                   15 WS-PR-TIER-FLOOR PIC 9(13)V99.
                   15 WS-PR-TIER-RATE  PIC 9(2)V9(3).
       01 WS-PR-SUB               PIC 9(4).
       01 WS-PRODUCT-SUB          PIC 9(4).
       01 WS-PRODUCT-WANTED       PIC X(4).
       01 WS-TIER-SUB             PIC 9.
       01 WS-TIER-FLOOR-MET       PIC 9(13)V99.

      *Deposit interest rate, monthly percent, priced per account
      *by Price-Deposit-Rate from the product's balance tiers.
       01 WS-DEPOSIT-RATE         PIC 9(2)V9(3).
       01 WS-DISPLAY-LOAN-RATE    PIC Z9.999.
       01 WS-DISPLAY-DEP-RATE     PIC Z9.999.

      *Accounts met this run whose product is not in force on the
      *product master; credited no deposit interest.
       01 WS-COUNT-UNPRICED       PIC 9(7) VALUE ZERO.

       01 EOF-DATA-FLAG           PIC X VALUE 'F'.


      * use Z to suppress leading zeros in display
       01 WS-DISPLAY.
           05 WS-DISPLAY-OLD-MONEY     PIC Z(11)9.99.
           05 WS-DISPLAY-NEW-MONEY     PIC Z(11)9.99.
           05 WS-DISPLAY-OLD-LOAN      PIC Z(11)9.99.
           05 WS-DISPLAY-NEW-LOAN      PIC Z(11)9.99.
           05 WS-DISPLAY-COUNT         PIC Z(6)9.
           05 WS-DISPLAY-SUM           PIC Z(14)9.99.
           05 WS-DISPLAY-GRAND-MONEY   PIC Z(16)9.99.
           05 WS-JR-REASON        PIC X(40).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-JR-TRANS-LINE    PIC X(80).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-JR-KEYER         PIC X(8) VALUE SPACES.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-JR-APPROVER      PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       Main-Logic.
              PERFORM Write-Run-Log
              STOP RUN
           END-IF
           PERFORM Load-Products
           OPEN I-O AccountsFile
           OPEN INPUT CustomersFile
      *    a fresh run snapshots the master before the first
           MOVE WS-COUNT-WALKED TO WS-RL-RECORDS-IN
           COMPUTE WS-RL-RECORDS-OUT =
               WS-COUNT-LOAN-ACCRUED + WS-COUNT-DEP-CREDITED
           MOVE WS-COUNT-UNPRICED TO WS-RL-REJECTS
           ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RL-TIME-RAW FROM TIME
           MOVE WS-RL-TIME-RAW(1:6) TO WS-RL-TIME

      * accrue the current record: loan interest capitalized onto
      * the loan at the account's own rate, then deposit interest
      * credited to the money balance at its product's rate. A CLOSED
      * account is skipped entirely; FROZEN and NODEBITS accounts
      * still accrue - a hold stops the customer moving money, not
      * the passage of time on the book.
                 COMPUTE WS-LOAN-INTEREST ROUNDED =
                     WS-CUR-LOAN * WS-LOAN-RATE / 100
              END-IF
              PERFORM Price-Deposit-Rate
              IF WS-CUR-MONEY > ZERO AND WS-DEPOSIT-RATE > ZERO
                 COMPUTE WS-DEPOSIT-INTEREST ROUNDED =
                     WS-CUR-MONEY * WS-DEPOSIT-RATE / 100
                 PERFORM Rewrite-Account
                 PERFORM Write-Report
              END-IF
              IF WS-PRODUCT-SUB = ZERO
                 PERFORM Write-Unpriced
              END-IF
           END-IF.

      * the deposit rate for the current record: of its product's
      * tiers, the one with the highest floor the money balance
      * reaches sets the rate for the whole balance; no tier
      * reached, or no product in force, pays nothing.
       Price-Deposit-Rate.
           MOVE ZERO TO WS-DEPOSIT-RATE
           MOVE AccountProduct TO WS-PRODUCT-WANTED
           PERFORM Find-Product
           IF WS-PRODUCT-SUB > ZERO
              MOVE ZERO TO WS-TIER-FLOOR-MET
              PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                  UNTIL WS-TIER-SUB > 3
                  IF WS-PR-TIER-USED(WS-PRODUCT-SUB, WS-TIER-SUB)
                         = 'Y'
                     AND WS-CUR-MONEY >=
                         WS-PR-TIER-FLOOR(WS-PRODUCT-SUB, WS-TIER-SUB)
                     AND WS-PR-TIER-FLOOR(WS-PRODUCT-SUB, WS-TIER-SUB)
                         >= WS-TIER-FLOOR-MET
                     MOVE WS-PR-TIER-FLOOR(WS-PRODUCT-SUB,
                                           WS-TIER-SUB)
                         TO WS-TIER-FLOOR-MET
                     MOVE WS-PR-TIER-RATE(WS-PRODUCT-SUB, WS-TIER-SUB)
                         TO WS-DEPOSIT-RATE
                  END-IF
              END-PERFORM
           END-IF.

      * an account the product master cannot price is listed, not
      * skipped silently; its loan interest (at the account's own
      * rate) has still accrued above.
       Write-Unpriced.
           ADD 1 TO WS-COUNT-UNPRICED
           DISPLAY "Account " AccountId " product " AccountProduct
                   " not on file - no deposit interest"
           INITIALIZE WS-REPORT-LINE
           STRING AccountId DELIMITED BY SIZE
                  " PRODUCT " DELIMITED BY SIZE
                  AccountProduct DELIMITED BY SIZE
                  " NOT ON FILE - NO DEPOSIT INTEREST"
                      DELIMITED BY SIZE
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
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 3
               MOVE 'N' TO WS-PR-TIER-USED(WS-PRODUCT-COUNT,
                                           WS-TIER-SUB)
               MOVE ZERO TO WS-PR-TIER-FLOOR(WS-PRODUCT-COUNT,
                                             WS-TIER-SUB)
               MOVE ZERO TO WS-PR-TIER-RATE(WS-PRODUCT-COUNT,
                                            WS-TIER-SUB)
               IF ProductTierFloor(WS-TIER-SUB) NOT = SPACES
                  MOVE 'Y' TO WS-PR-TIER-USED(WS-PRODUCT-COUNT,
                                              WS-TIER-SUB)
                  COMPUTE WS-PR-TIER-FLOOR(WS-PRODUCT-COUNT,
                                           WS-TIER-SUB) =
                      FUNCTION NUMVAL(ProductTierFloor(WS-TIER-SUB))
                  IF ProductTierRate(WS-TIER-SUB) NOT = SPACES
                     COMPUTE WS-PR-TIER-RATE(WS-PRODUCT-COUNT,
                                             WS-TIER-SUB) =
                         FUNCTION NUMVAL(ProductTierRate(WS-TIER-SUB))
                  END-IF
               END-IF
           END-PERFORM.

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

      * one report line per accrued account, old --> new balances,
      * same shape as the posting report so ops read it the same
      * way, then the product and the loan and deposit rates the
      * accrual was priced at.
       Write-Report.
           PERFORM Read-Customer-Name
           MOVE WS-OLD-MONEY TO WS-DISPLAY-OLD-MONEY
           MOVE WS-CUR-MONEY TO WS-DISPLAY-NEW-MONEY
           MOVE WS-OLD-LOAN TO WS-DISPLAY-OLD-LOAN
           MOVE WS-CUR-LOAN TO WS-DISPLAY-NEW-LOAN
           MOVE WS-LOAN-RATE TO WS-DISPLAY-LOAN-RATE
           MOVE WS-DEPOSIT-RATE TO WS-DISPLAY-DEP-RATE

           INITIALIZE WS-REPORT-LINE
           STRING AccountId DELIMITED BY SIZE
                  WS-DISPLAY-OLD-LOAN DELIMITED BY SIZE
                  " --> " DELIMITED BY SIZE
                  WS-DISPLAY-NEW-LOAN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AccountProduct DELIMITED BY SIZE
                  " LOAN " DELIMITED BY SIZE
                  WS-DISPLAY-LOAN-RATE DELIMITED BY SIZE
                  " DEP " DELIMITED BY SIZE
                  WS-DISPLAY-DEP-RATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ReportLine FROM WS-REPORT-LINE.
