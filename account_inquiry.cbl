      *  - the LoanTermsRecord when the account has one (term,
      *    payment, arrears, past-due flag, missed amount);
      *  - the daily debit limit when the account carries one;
      *  - the fixed-term deposit when the account holds one
      *    (principal, rate, term, maturity date and instruction);
      *  - the most recent postings for the account off the
      *    permanent journal, rejections included with their
      *    reasons, newest last.
      *the id, the same parameter-file convention the other
      *utilities use. A C-prefixed id ("C0012") asks for the
      *customer-level view instead: the customer's name and every
      *account they hold with its balances, status and any term
      *deposit, so a phone query about "my accounts" is one run,
      *not one per account.
      *There is no sensible default, so a missing or blank
      *parameter refuses the run with RETURN-CODE 8 rather than
      *guessing.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LoanAccountId
               FILE STATUS IS WS-LOANTERMS-STATUS.
      * fixed-term deposit, if the account holds one; OPTIONAL so
      * an installation that has never opened one still inquires
       SELECT OPTIONAL DepositsFile ASSIGN TO "deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DepositAccountId
               FILE STATUS IS WS-DEPOSITS-STATUS.
      * daily debit cap, if the account carries one
       SELECT OPTIONAL LimitsFile ASSIGN TO "limits.dat"
               ORGANIZATION IS INDEXED
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

      *    Same 53-character layout as LoanTermsRecord in
      *    report_generator.cbl - kept in step with it by hand.
           02 Filler               PIC X.
           02 LoanMonthsArrears    PIC 9(3).
           02 Filler               PIC X.
      *    N current, Y past due, W charged off.
           02 LoanPastDueFlag      PIC X.
           02 Filler               PIC X.
           02 LoanMissedAmount     PIC X(15).
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

       FD JournalFile
           RECORD CONTAINS 285 CHARACTERS.
           01 JournalLine          PIC X(285).

       FD ArchiveFile
           RECORD CONTAINS 285 CHARACTERS.
           01 ArchiveLine          PIC X(285).

       FD ParameterFile
           RECORD CONTAINS 12 CHARACTERS.
           88 WS-LIMITS-OK              VALUE "00".
       01 WS-CUSTOMERS-STATUS     PIC XX.
           88 WS-CUSTOMERS-OK           VALUE "00".
       01 WS-DEPOSITS-STATUS      PIC XX.
           88 WS-DEPOSITS-OK            VALUE "00".

      *The looked-up name of whichever customer owns the account
      *in the AccountRecord buffer, filled by Read-Customer-Name.
           05 WS-JR-REASON        PIC X(40).
           05 FILLER              PIC X.
           05 WS-JR-TRANS-LINE    PIC X(80).
           05 FILLER              PIC X.
           05 WS-JR-KEYER         PIC X(8).
           05 FILLER              PIC X.
           05 WS-JR-APPROVER      PIC X(8).

       01 EOF-JOURNAL-FLAG        PIC X VALUE 'F'.
       01 EOF-ARCHIVE-FLAG        PIC X VALUE 'F'.
              STOP RUN
           END-IF
           OPEN INPUT CustomersFile
           OPEN INPUT DepositsFile
           IF WS-CUSTOMER-VIEW
              PERFORM Write-Customer-View
              CLOSE DepositsFile
              CLOSE CustomersFile
              CLOSE AccountsFile
              CLOSE InquiryReportFile
                PERFORM Write-Account-Section
           END-READ
           PERFORM Write-Loan-Section
           PERFORM Write-Deposit-Section
           PERFORM Write-Limit-Section
           PERFORM Write-Journal-Section
           CLOSE DepositsFile
           CLOSE CustomersFile
           CLOSE AccountsFile
           CLOSE InquiryReportFile
                  AccountStatus DELIMITED BY SIZE
                  INTO WS-WORK-LINE
           END-STRING
           WRITE InquiryReportLine FROM WS-WORK-LINE
      *    a term deposit is the customer's money too, so it lists
      *    under the account that holds it
           MOVE AccountId TO DepositAccountId
           READ DepositsFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                COMPUTE WS-DISPLAY-AMOUNT =
                    FUNCTION NUMVAL(DepositPrincipal)
                INITIALIZE WS-WORK-LINE
                STRING "    TERM DEPOSIT " DELIMITED BY SIZE
                       WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                       "  MATURES " DELIMITED BY SIZE
                       DepositMaturityDate DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                END-STRING
                WRITE InquiryReportLine FROM WS-WORK-LINE
           END-READ.

       Write-Loan-Section.
           OPEN INPUT LoanTermsFile
           END-READ
           CLOSE LoanTermsFile.

       Write-Deposit-Section.
           MOVE WS-INQUIRY-ID TO DepositAccountId
           READ DepositsFile
             INVALID KEY
                INITIALIZE WS-WORK-LINE
                STRING "TERM DEPOSIT:  NONE" DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                END-STRING
                WRITE InquiryReportLine FROM WS-WORK-LINE
                END-WRITE
             NOT INVALID KEY
                COMPUTE WS-DISPLAY-AMOUNT =
                    FUNCTION NUMVAL(DepositPrincipal)
                INITIALIZE WS-WORK-LINE
                STRING "TERM DEPOSIT:  PRINCIPAL " DELIMITED BY SIZE
                       WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                       "  RATE " DELIMITED BY SIZE
                       DepositRate DELIMITED BY SIZE
                       "  TERM " DELIMITED BY SIZE
                       DepositTermMonths DELIMITED BY SIZE
                       " MONTHS" DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                END-STRING
                WRITE InquiryReportLine FROM WS-WORK-LINE

                INITIALIZE WS-WORK-LINE
                STRING "  STARTED " DELIMITED BY SIZE
                       DepositStartDate DELIMITED BY SIZE
                       "  MATURES " DELIMITED BY SIZE
                       DepositMaturityDate DELIMITED BY SIZE
                       "  AT MATURITY " DELIMITED BY SIZE
                       DepositInstruction DELIMITED BY SIZE
                       INTO WS-WORK-LINE
                END-STRING
                WRITE InquiryReportLine FROM WS-WORK-LINE
           END-READ.

       Write-Limit-Section.
           OPEN INPUT LimitsFile
           MOVE WS-INQUIRY-ID TO LimitAccountId
           IF WS-JR-ACCOUNT-ID = WS-INQUIRY-ID
              AND WS-JR-TYPE NOT = "OPEN_CUSTOMER"
              AND WS-JR-TYPE NOT = "CHANGE_NAME"
              AND WS-JR-TYPE NOT = "CHANGE_ADDRESS"
              AND (WS-INQUIRY-PERIOD = SPACES
                   OR WS-JR-DATE(1:6) = WS-INQUIRY-PERIOD)
              ADD 1 TO WS-JOURNAL-SEEN-COUNT
