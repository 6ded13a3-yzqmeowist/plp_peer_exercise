      *own postings (LOAN_INTEREST / DEP_INTEREST / SERVICE_CHARGE)
      *do not count as customer activity - they land on accounts
      *every month regardless, and counting them would mean no
      *account ever goes dormant - and nor does a CHARGE_OFF or a
      *MATURE_DEPOSIT, which head office raises without the
      *customer (a rolled-over deposit would otherwise keep its
      *account awake for ever).
      *
      *A second pass walks accounts.dat: every ACTIVE account with
      *no customer activity inside the review window goes on
      *longer ACTIVE, so a rerun of the review does not raise them
      *again.
      *
      *The window is priced per account from its product on
      *products.dat (ProductDormantMonths of the version in force
      *today): a product with a zero window is exempt, and an
      *account whose product is not on file is listed as unpriced
      *and not held. dormparm.dat - a single line holding a number
      *of months - overrides every product's window for the run
      *when it is present, for a one-off house-wide sweep. The
      *archive scan reaches back over the widest window in use.
      *
      *Compilation:
      *cobc -x dormancy_review.cbl
       SELECT DormFeedFile ASSIGN TO "dormfeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * optional single-line parameter file holding the months,
      * overriding every product's window when present
       SELECT OPTIONAL ParameterFile ASSIGN TO "dormparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the product master, for each account's dormancy window
       SELECT ProductsFile ASSIGN TO "products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRODUCTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JournalFile
           RECORD CONTAINS 285 CHARACTERS.
           01 JournalLine          PIC X(285).

       FD ArchiveFile
           RECORD CONTAINS 285 CHARACTERS.
           01 ArchiveLine          PIC X(285).

       FD AccountsFile
           RECORD CONTAINS 70 CHARACTERS.
       01 AccountRecord.
           02 AccountId            PIC 9(4).
           02 Filler               PIC X.
              88 AccountActive         VALUE "ACTIVE".
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

       FD DormancyReportFile
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 3 CHARACTERS.
           01 ParameterRecord      PIC X(3).

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

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS      PIC XX.
           88 WS-ACCOUNTS-OK            VALUE "00".
           05 WS-JR-REASON        PIC X(40).
           05 FILLER              PIC X.
           05 WS-JR-TRANS-LINE    PIC X(80).
           05 FILLER              PIC X.
           05 WS-JR-KEYER         PIC X(8).
           05 FILLER              PIC X.
           05 WS-JR-APPROVER      PIC X(8).

       01 EOF-JOURNAL-FLAG        PIC X VALUE 'F'.
       01 EOF-ARCHIVE-FLAG        PIC X VALUE 'F'.
       01 EOF-DATA-FLAG           PIC X VALUE 'F'.

      *Months without customer activity before an account is
      *dormant. WS-OVERRIDE-MONTHS is dormparm.dat's window, used
      *for every account when present; otherwise each account
      *takes its product's window into WS-DORMANT-MONTHS.
      *WS-WIDEST-MONTHS is the longest window in use, which sets
      *how far back the archive scan reaches.
       01 WS-OVERRIDE-MONTHS      PIC 9(3) VALUE ZERO.
       01 WS-OVERRIDE-FLAG        PIC X VALUE 'N'.
           88 WS-WINDOW-OVERRIDDEN      VALUE 'Y'.
       01 WS-DORMANT-MONTHS       PIC 9(3).
       01 WS-WIDEST-MONTHS        PIC 9(3) VALUE ZERO.

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
               10 WS-PR-DORMANT-MONTHS PIC 9(3).
       01 WS-PR-SUB               PIC 9(4).
       01 WS-PRODUCT-SUB          PIC 9(4).
       01 WS-PRODUCT-WANTED       PIC X(4).

      *Last customer-initiated activity date per AccountId, filled
      *by the journal pass; spaces where no activity was ever
       01 WS-ACCT-SUB             PIC 9(5).

      *The review cutoff, YYYYMM: activity in or after this month
      *keeps the account live. WS-SCAN-PERIOD is the cutoff of the
      *widest window, where the archive scan starts.
       01 WS-TODAY                PIC X(8).
       01 WS-CUTOFF-PERIOD        PIC X(6).
       01 WS-SCAN-PERIOD          PIC X(6).
       01 WS-CUTOFF-MONTHS        PIC 9(7).
       01 WS-CUTOFF-YYYY          PIC 9(4).
       01 WS-CUTOFF-MM            PIC 9(2).
      *Control totals for the run.
       01 WS-COUNT-REVIEWED       PIC 9(7) VALUE ZERO.
       01 WS-COUNT-DORMANT        PIC 9(7) VALUE ZERO.
       01 WS-COUNT-EXEMPT         PIC 9(7) VALUE ZERO.
       01 WS-COUNT-UNPRICED       PIC 9(7) VALUE ZERO.
       01 WS-DISPLAY-MONTHS       PIC ZZ9.
       01 WS-DISPLAY-COUNT        PIC Z(6)9.

       01 WS-REPORT-LINE          PIC X(200).
       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Read-Parameter
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM Load-Products
           PERFORM Compute-Scan-Window
           PERFORM Scan-Journal-Activity
           OPEN INPUT AccountsFile
           IF NOT WS-ACCOUNTS-OK
           DISPLAY "Dormant accounts found: " WS-DISPLAY-COUNT
           STOP RUN.

      * review window override: dormparm.dat when present; absent,
      * each account's product sets its window.
       Read-Parameter.
           OPEN INPUT ParameterFile
           READ ParameterFile
                CONTINUE
             NOT AT END
                IF ParameterRecord NOT = SPACES
                   COMPUTE WS-OVERRIDE-MONTHS =
                       FUNCTION NUMVAL(ParameterRecord)
      *    a zero window would hold every account in the book the
      *    same night; refuse it as a mis-keyed parameter
                   IF WS-OVERRIDE-MONTHS = ZERO
                      DISPLAY "Dormancy window of zero months refused"
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-OVERRIDE-FLAG
                END-IF
           END-READ
           CLOSE ParameterFile.

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
           MOVE ProductDormantMonths
               TO WS-PR-DORMANT-MONTHS(WS-PRODUCT-COUNT).

      * the version of product WS-PRODUCT-WANTED in force on the
      * run date: of the versions whose effective date has
      * arrived, the latest. WS-PRODUCT-SUB stays zero when the
      * code is unknown or none of its versions is in force yet.
       Find-Product.
           MOVE ZERO TO WS-PRODUCT-SUB
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PRODUCT-COUNT
               IF WS-PR-CODE(WS-PR-SUB) = WS-PRODUCT-WANTED
                  AND WS-PR-EFFECTIVE(WS-PR-SUB) <= WS-TODAY
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

      * the archive scan reaches back over the widest window any
      * account can be reviewed under: the override when there is
      * one, else the longest product window on file.
       Compute-Scan-Window.
           COMPUTE WS-CURRENT-MONTHS =
               FUNCTION NUMVAL(WS-TODAY(1:4)) * 12
               + FUNCTION NUMVAL(WS-TODAY(5:2))
           IF WS-WINDOW-OVERRIDDEN
              MOVE WS-OVERRIDE-MONTHS TO WS-WIDEST-MONTHS
           ELSE
              PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                  UNTIL WS-PR-SUB > WS-PRODUCT-COUNT
                  IF WS-PR-DORMANT-MONTHS(WS-PR-SUB) > WS-WIDEST-MONTHS
                     MOVE WS-PR-DORMANT-MONTHS(WS-PR-SUB)
                         TO WS-WIDEST-MONTHS
                  END-IF
              END-PERFORM
           END-IF
           MOVE WS-WIDEST-MONTHS TO WS-DORMANT-MONTHS
           PERFORM Compute-Cutoff
           MOVE WS-CUTOFF-MONTHS TO WS-SCAN-MONTHS
           MOVE WS-CUTOFF-PERIOD TO WS-SCAN-PERIOD.

      * the first month still inside a WS-DORMANT-MONTHS window:
      * today's month minus the window, via whole-month arithmetic.
       Compute-Cutoff.
           COMPUTE WS-CUTOFF-MONTHS =
               WS-CURRENT-MONTHS - WS-DORMANT-MONTHS
           COMPUTE WS-CUTOFF-YYYY = (WS-CUTOFF-MONTHS - 1) / 12
       Scan-Journal-Activity.
           MOVE SPACES TO WS-ACTIVITY-TABLE
           PERFORM Scan-One-Archive
               VARYING WS-SCAN-MONTHS FROM WS-SCAN-MONTHS BY 1
               UNTIL WS-SCAN-MONTHS > WS-CURRENT-MONTHS
           OPEN INPUT JournalFile
           MOVE 'F' TO EOF-JOURNAL-FLAG
                       AND WS-JR-TYPE NOT = "LOAN_INTEREST"
                       AND WS-JR-TYPE NOT = "DEP_INTEREST"
                       AND WS-JR-TYPE NOT = "SERVICE_CHARGE"
                       AND WS-JR-TYPE NOT = "CHARGE_OFF"
                       AND WS-JR-TYPE NOT = "MATURE_DEPOSIT"
                       AND WS-JR-TYPE NOT = "OPEN_CUSTOMER"
                       AND WS-JR-TYPE NOT = "CHANGE_NAME"
                       AND WS-JR-TYPE NOT = "CHANGE_ADDRESS"
                       AND WS-JR-ACCOUNT-ID NUMERIC
                       PERFORM Note-Account-Activity
                    END-IF
                       AND WS-JR-TYPE NOT = "LOAN_INTEREST"
                       AND WS-JR-TYPE NOT = "DEP_INTEREST"
                       AND WS-JR-TYPE NOT = "SERVICE_CHARGE"
                       AND WS-JR-TYPE NOT = "CHARGE_OFF"
                       AND WS-JR-TYPE NOT = "MATURE_DEPOSIT"
                       AND WS-JR-TYPE NOT = "OPEN_CUSTOMER"
                       AND WS-JR-TYPE NOT = "CHANGE_NAME"
                       AND WS-JR-TYPE NOT = "CHANGE_ADDRESS"
                       AND WS-JR-ACCOUNT-ID NUMERIC
                       PERFORM Note-Account-Activity
                    END-IF
           END-PERFORM.

      * dormant when the last customer activity is older than the
      * cutoff month of the account's window - or when nothing was
      * ever journaled at all. An account with no product in force
      * cannot be given a window, so it is listed and left alone;
      * a product with a zero window never goes dormant.
       Review-One-Account.
           COMPUTE WS-ACCT-SUB = AccountId + 1
           MOVE AccountProduct TO WS-PRODUCT-WANTED
           PERFORM Find-Product
           IF WS-PRODUCT-SUB = ZERO
              PERFORM Report-Unpriced-Account
           ELSE
              IF WS-WINDOW-OVERRIDDEN
                 MOVE WS-OVERRIDE-MONTHS TO WS-DORMANT-MONTHS
              ELSE
                 MOVE WS-PR-DORMANT-MONTHS(WS-PRODUCT-SUB)
                     TO WS-DORMANT-MONTHS
              END-IF
              IF WS-DORMANT-MONTHS = ZERO
                 ADD 1 TO WS-COUNT-EXEMPT
              ELSE
                 PERFORM Compute-Cutoff
                 IF WS-LAST-ACTIVITY(WS-ACCT-SUB) = SPACES
                    OR WS-LAST-ACTIVITY(WS-ACCT-SUB)(1:6)
                       < WS-CUTOFF-PERIOD
                    PERFORM Report-Dormant-Account
                    PERFORM Generate-Status-Hold
                 END-IF
              END-IF
           END-IF.

       Report-Unpriced-Account.
           PERFORM Read-Customer-Name
           ADD 1 TO WS-COUNT-UNPRICED
           INITIALIZE WS-REPORT-LINE
           STRING AccountId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUST-FIRST-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUST-SECOND-NAME DELIMITED BY SIZE
                  " PRODUCT " DELIMITED BY SIZE
                  AccountProduct DELIMITED BY SIZE
                  " NOT ON FILE - NOT REVIEWED" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE DormancyReportLine FROM WS-REPORT-LINE.

       Report-Dormant-Account.
           PERFORM Read-Customer-Name
           ADD 1 TO WS-COUNT-DORMANT
           MOVE WS-DORMANT-MONTHS TO WS-DISPLAY-MONTHS
           INITIALIZE WS-REPORT-LINE
           IF WS-LAST-ACTIVITY(WS-ACCT-SUB) = SPACES
              STRING AccountId DELIMITED BY SIZE
                     WS-CUST-FIRST-NAME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-CUST-SECOND-NAME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     AccountProduct DELIMITED BY SIZE
                     " WINDOW " DELIMITED BY SIZE
                     WS-DISPLAY-MONTHS DELIMITED BY SIZE
                     " LAST ACTIVITY NONE" DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
                     WS-CUST-FIRST-NAME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-CUST-SECOND-NAME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     AccountProduct DELIMITED BY SIZE
                     " WINDOW " DELIMITED BY SIZE
                     WS-DISPLAY-MONTHS DELIMITED BY SIZE
                     " LAST ACTIVITY " DELIMITED BY SIZE
                     WS-LAST-ACTIVITY(WS-ACCT-SUB)
                         DELIMITED BY SIZE
           END-STRING
           WRITE DormFeedLine FROM WS-FEED-LINE.

      * one cutoff for the whole run under an override; otherwise
      * the window is per product and each line shows its own.
       Write-Review-Header.
           INITIALIZE WS-REPORT-LINE
           IF WS-WINDOW-OVERRIDDEN
              STRING "==== DORMANCY REVIEW - NO ACTIVITY SINCE "
                     DELIMITED BY SIZE
                     WS-SCAN-PERIOD DELIMITED BY SIZE
                     " ====" DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING "==== DORMANCY REVIEW - WINDOW BY PRODUCT,"
                     DELIMITED BY SIZE
                     " ACTIVITY SCANNED SINCE " DELIMITED BY SIZE
                     WS-SCAN-PERIOD DELIMITED BY SIZE
                     " ====" DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           END-IF
           WRITE DormancyReportLine FROM WS-REPORT-LINE.

       Write-Review-Trailer.
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE DormancyReportLine FROM WS-REPORT-LINE

           MOVE WS-COUNT-EXEMPT TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "EXEMPT BY PRODUCT:        " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE DormancyReportLine FROM WS-REPORT-LINE

           MOVE WS-COUNT-UNPRICED TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "PRODUCT NOT ON FILE:      " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE DormancyReportLine FROM WS-REPORT-LINE.
