      *
      *Statements are combined per CUSTOMER: for each customer
      *with applied activity in the requested period this program
      *writes one statement to statements.dat - a name and mailing
      *address header off the customer master, so the statement
      *can go straight into a window envelope, then one section
      *per account the
      *customer holds, each with its opening money/loan balance
      *(the before-balance of the account's first posting in the
      *period), one line per posting in date/time order with the
      *running balance after it, and the closing balance. A
      *customer with a deposit account and a loan account gets one
      *statement, not two envelopes. Fixed-term deposit postings
      *carry a second line with the deposit balance before and
      *after (and the break penalty or maturity interest), and an
      *account whose deposit moved in the period closes with the
      *deposit balance as well. Every account section that holds a
      *term deposit closes with the deposit as it stands on the
      *deposit file - principal, rate, maturity date and what
      *happens at maturity - whether or not it moved in the period,
      *so a deposit opened months ago is never missing from the
      *statement. A cheque paid, stopped or issued
      *carries a second line naming its cheque number (or the
      *serials of the book issued).
      *
      *The period comes from stmtparm.dat - a single line holding
      *YYYYMM. When the file is absent the current month is used,
               RECORD KEY IS AccountId
               FILE STATUS IS WS-ACCOUNTS-STATUS.
      * the customer master, read by key only to put the
      * customer's name and address on the statement header
       SELECT OPTIONAL CustomersFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerId
               FILE STATUS IS WS-CUSTOMERS-STATUS.
      * fixed-term deposits, read by key only to show the deposit
      * each account holds; OPTIONAL so an installation that has
      * never opened one still statements
       SELECT OPTIONAL DepositsFile ASSIGN TO "deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DepositAccountId
               FILE STATUS IS WS-DEPOSITS-STATUS.
      * the statements produced by this run; regenerated whole each
      * time, so a rerun for the same period just replaces it
       SELECT StatementFile ASSIGN TO "statements.dat"
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

       FD StatementFile
           RECORD CONTAINS 80 CHARACTERS.
           05 SortLineNo           PIC 9(7).
           05 Filler               PIC X.
           05 SortAccountId        PIC X(4).
           05 Filler               PIC X(242).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS      PIC XX.
       01 WS-CUSTOMERS-STATUS     PIC XX.
           88 WS-CUSTOMERS-OK           VALUE "00".

       01 WS-DEPOSITS-STATUS      PIC XX.
           88 WS-DEPOSITS-OK            VALUE "00".
      *    no deposit on the account, or no deposit file at all
           88 WS-DEPOSITS-NONE          VALUE "23" "35".
       01 WS-DEPOSITS-OPEN-FLAG   PIC X VALUE 'N'.
           88 WS-DEPOSITS-OPEN          VALUE 'Y'.

      *One sorted record as returned: the owning customer id up
      *front, the journal line behind it.
       01 WS-SORTED-ENTRY.
           05 WS-SE-CUST-ID       PIC X(4).
           05 FILLER              PIC X.
           05 WS-SE-JOURNAL       PIC X(285).

      *Same fixed positions as WS-JOURNAL-REC in report_generator.cbl
      *- kept in step with it by hand, the same way accounts_convert
           05 WS-JR-REASON        PIC X(40).
           05 FILLER              PIC X.
           05 WS-JR-TRANS-LINE    PIC X(80).
           05 FILLER              PIC X.
           05 WS-JR-KEYER         PIC X(8).
           05 FILLER              PIC X.
           05 WS-JR-APPROVER      PIC X(8).

      *Statement period, YYYYMM; from stmtparm.dat or, when that is
      *absent, the current month.
       01 WS-LAST-NEW-MONEY       PIC 9(15)V99.
       01 WS-LAST-NEW-LOAN        PIC 9(15)V99.

      *Term deposit balance after the latest deposit posting on the
      *account, and whether there has been one this period - the
      *deposit does not sit in the money or loan columns, so it
      *closes on its own line.
       01 WS-LAST-DEPOSIT         PIC 9(15)V99.
       01 WS-DEPOSIT-SEEN-FLAG    PIC X VALUE 'N'.
           88 WS-DEPOSIT-SEEN           VALUE 'Y'.
       01 WS-DEP-OLD              PIC 9(15)V99.
       01 WS-DEP-FIGURE           PIC S9(15)V99.

       01 WS-STATEMENT-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-DISPLAY-COUNT        PIC Z(6)9.

           05 WS-DISPLAY-AMOUNT        PIC Z(12)9.99.
           05 WS-DISPLAY-MONEY         PIC Z(12)9.99.
           05 WS-DISPLAY-LOAN          PIC Z(12)9.99.
           05 WS-DISPLAY-OLD-DEPOSIT   PIC Z(12)9.99.
           05 WS-DISPLAY-DEPOSIT       PIC Z(12)9.99.
           05 WS-DISPLAY-FIGURE        PIC Z(12)9.99.

       01 WS-STATEMENT-LINE       PIC X(200).

           PERFORM Read-Parameter
           OPEN INPUT AccountsFile
           OPEN INPUT CustomersFile
           OPEN INPUT DepositsFile
      *    "05" is an OPTIONAL file not there yet, opened empty; a
      *    file the open could not find at all just means no
      *    account holds a deposit
           IF WS-DEPOSITS-OK OR WS-DEPOSITS-STATUS = "05"
              MOVE 'Y' TO WS-DEPOSITS-OPEN-FLAG
           ELSE
           IF NOT WS-DEPOSITS-NONE
              DISPLAY "Deposits open failed, status "
                      WS-DEPOSITS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           END-IF
           OPEN OUTPUT StatementFile
      *    the period's applied journal entries, in customer then
      *    account then posting date/time/line order, make one
               INPUT PROCEDURE IS Select-Journal-Entries
               OUTPUT PROCEDURE IS Build-Statements
           CLOSE StatementFile
           IF WS-DEPOSITS-OPEN
              CLOSE DepositsFile
           END-IF
           CLOSE CustomersFile
           CLOSE AccountsFile
           MOVE WS-STATEMENT-COUNT TO WS-DISPLAY-COUNT
                       AND WS-JR-DATE(1:6) = WS-PERIOD
                       AND WS-JR-TYPE NOT = "OPEN_CUSTOMER"
                       AND WS-JR-TYPE NOT = "CHANGE_NAME"
                       AND WS-JR-TYPE NOT = "CHANGE_ADDRESS"
                       PERFORM Release-Sort-Record
                    END-IF
               END-READ
                       AND WS-JR-DATE(1:6) = WS-PERIOD
                       AND WS-JR-TYPE NOT = "OPEN_CUSTOMER"
                       AND WS-JR-TYPE NOT = "CHANGE_NAME"
                       AND WS-JR-TYPE NOT = "CHANGE_ADDRESS"
                       PERFORM Release-Sort-Record
                    END-IF
               END-READ
               END-RETURN
           END-PERFORM.

      * statement header: customer id, name and address looked up
      * on the customer master - one header per customer, however
      * many accounts follow under it.
       Start-New-Statement.
           MOVE WS-SE-CUST-ID TO WS-PREV-CUSTOMER
           MOVE SPACES TO WS-PREV-ACCOUNT
      *    just without a name, rather than stopping the whole
      *    monthly run
           IF NOT WS-CUSTOMERS-OK
              MOVE SPACES TO CustomerRecord
              MOVE "(NO CUSTOMER RECORD)" TO CustomerFirstName
           END-IF

           INITIALIZE WS-STATEMENT-LINE
                  INTO WS-STATEMENT-LINE
           END-STRING
           WRITE StatementLine FROM WS-STATEMENT-LINE
           PERFORM Write-Address-Block
           ADD 1 TO WS-STATEMENT-COUNT.

      * the mailing address under the name, one line per field
      * held; a blank field (a customer with no second address
      * line, or none keyed yet) prints no line at all, so the
      * block closes up.
       Write-Address-Block.
           IF CustomerAddress1 NOT = SPACES
              MOVE CustomerAddress1 TO WS-STATEMENT-LINE
              WRITE StatementLine FROM WS-STATEMENT-LINE
           END-IF
           IF CustomerAddress2 NOT = SPACES
              MOVE CustomerAddress2 TO WS-STATEMENT-LINE
              WRITE StatementLine FROM WS-STATEMENT-LINE
           END-IF
           IF CustomerTown NOT = SPACES
              MOVE CustomerTown TO WS-STATEMENT-LINE
              WRITE StatementLine FROM WS-STATEMENT-LINE
           END-IF
           IF CustomerPostcode NOT = SPACES
              MOVE CustomerPostcode TO WS-STATEMENT-LINE
              WRITE StatementLine FROM WS-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-STATEMENT-LINE
           WRITE StatementLine FROM WS-STATEMENT-LINE.

      * account section header: account id and the opening balance
      * - the before-balance of the account's first posting in the
      * period.
       Start-New-Account.
           MOVE WS-JR-ACCOUNT-ID TO WS-PREV-ACCOUNT
           MOVE 'N' TO WS-DEPOSIT-SEEN-FLAG
           MOVE ZERO TO WS-LAST-DEPOSIT
           INITIALIZE WS-STATEMENT-LINE
           STRING "ACCOUNT " WS-JR-ACCOUNT-ID
                  DELIMITED BY SIZE
                  DELIMITED BY SIZE
                  INTO WS-STATEMENT-LINE
           END-STRING
           WRITE StatementLine FROM WS-STATEMENT-LINE
      *    a reversal is a correction, not new business: a second
      *    line names the posting it backs out - its type and the
      *    date of the run that posted it, off the journal reason
           IF WS-JR-TYPE = "REVERSE"
              INITIALIZE WS-STATEMENT-LINE
              STRING "         REVERSAL OF "
                     WS-JR-REASON(24:15)
                     " POSTED " WS-JR-REASON(1:8)
                     DELIMITED BY SIZE
                     INTO WS-STATEMENT-LINE
              END-STRING
              WRITE StatementLine FROM WS-STATEMENT-LINE
           END-IF
      *    a term deposit posting moves money between the account
      *    and the deposit: a second line shows the deposit balance
      *    before and after, off the journal reason
           IF (WS-JR-TYPE = "OPEN_DEPOSIT"
              OR WS-JR-TYPE = "BREAK_DEPOSIT"
              OR WS-JR-TYPE = "MATURE_DEPOSIT")
              AND WS-JR-REASON NOT = SPACES
              PERFORM Write-Deposit-Detail
           END-IF
      *    a cheque line names its cheque - the serial paid or
      *    stopped, or the serials of the book issued - off the
      *    journal reason
           IF (WS-JR-TYPE = "PAY_CHEQUE"
              OR WS-JR-TYPE = "STOP_CHEQUE"
              OR WS-JR-TYPE = "CANCEL_STOP"
              OR WS-JR-TYPE = "ISSUE_CHEQUES")
              AND WS-JR-REASON NOT = SPACES
              INITIALIZE WS-STATEMENT-LINE
              STRING "         " WS-JR-REASON(1:23)
                     DELIMITED BY SIZE
                     INTO WS-STATEMENT-LINE
              END-STRING
              WRITE StatementLine FROM WS-STATEMENT-LINE
           END-IF.

      * deposit balance before and after the posting; a break also
      * shows the penalty kept (deposit given up less money paid
      * in) and a maturity the interest earned (money paid in plus
      * the growth of a rolled-over deposit).
       Write-Deposit-Detail.
           COMPUTE WS-DEP-OLD = FUNCTION NUMVAL(WS-JR-REASON(1:15))
           COMPUTE WS-LAST-DEPOSIT =
               FUNCTION NUMVAL(WS-JR-REASON(17:15))
           MOVE 'Y' TO WS-DEPOSIT-SEEN-FLAG
           MOVE WS-DEP-OLD TO WS-DISPLAY-OLD-DEPOSIT
           MOVE WS-LAST-DEPOSIT TO WS-DISPLAY-DEPOSIT
           INITIALIZE WS-STATEMENT-LINE
           EVALUATE WS-JR-TYPE
             WHEN "BREAK_DEPOSIT"
                COMPUTE WS-DEP-FIGURE = WS-DEP-OLD
                    - (FUNCTION NUMVAL(WS-JR-NEW-MONEY)
                       - FUNCTION NUMVAL(WS-JR-OLD-MONEY))
                MOVE WS-DEP-FIGURE TO WS-DISPLAY-FIGURE
                STRING "         TERM DEPOSIT "
                       WS-DISPLAY-OLD-DEPOSIT
                       " --> " WS-DISPLAY-DEPOSIT
                       "  PENALTY " WS-DISPLAY-FIGURE
                       DELIMITED BY SIZE
                       INTO WS-STATEMENT-LINE
                END-STRING
             WHEN "MATURE_DEPOSIT"
                COMPUTE WS-DEP-FIGURE =
                    FUNCTION NUMVAL(WS-JR-NEW-MONEY)
                    - FUNCTION NUMVAL(WS-JR-OLD-MONEY)
                    + WS-LAST-DEPOSIT - WS-DEP-OLD
                MOVE WS-DEP-FIGURE TO WS-DISPLAY-FIGURE
                STRING "         TERM DEPOSIT "
                       WS-DISPLAY-OLD-DEPOSIT
                       " --> " WS-DISPLAY-DEPOSIT
                       "  INTEREST " WS-DISPLAY-FIGURE
                       DELIMITED BY SIZE
                       INTO WS-STATEMENT-LINE
                END-STRING
             WHEN OTHER
                STRING "         TERM DEPOSIT "
                       WS-DISPLAY-OLD-DEPOSIT
                       " --> " WS-DISPLAY-DEPOSIT
                       DELIMITED BY SIZE
                       INTO WS-STATEMENT-LINE
                END-STRING
           END-EVALUATE
           WRITE StatementLine FROM WS-STATEMENT-LINE.

       Write-Statement-Trailer.
                  INTO WS-STATEMENT-LINE
           END-STRING
           WRITE StatementLine FROM WS-STATEMENT-LINE
           IF WS-DEPOSIT-SEEN
              MOVE WS-LAST-DEPOSIT TO WS-DISPLAY-DEPOSIT
              INITIALIZE WS-STATEMENT-LINE
              STRING "CLOSING TERM DEPOSIT   " WS-DISPLAY-DEPOSIT
                     DELIMITED BY SIZE
                     INTO WS-STATEMENT-LINE
              END-STRING
              WRITE StatementLine FROM WS-STATEMENT-LINE
           END-IF
           PERFORM Write-Deposit-Held
           MOVE SPACES TO WS-STATEMENT-LINE
           WRITE StatementLine FROM WS-STATEMENT-LINE.

      * the term deposit the account holds, as the deposit file has
      * it now: principal and rate, then the maturity date and the
      * instruction for it. No record (or no deposit file) means no
      * deposit, and the section closes without the lines.
       Write-Deposit-Held.
           IF WS-DEPOSITS-OPEN
              MOVE WS-PREV-ACCOUNT TO DepositAccountId
              READ DepositsFile
                INVALID KEY
                   CONTINUE
              END-READ
              IF WS-DEPOSITS-OK
                 COMPUTE WS-DISPLAY-DEPOSIT =
                     FUNCTION NUMVAL(DepositPrincipal)
                 INITIALIZE WS-STATEMENT-LINE
                 STRING "TERM DEPOSIT HELD  PRINCIPAL "
                        WS-DISPLAY-DEPOSIT
                        "  RATE " DepositRate
                        DELIMITED BY SIZE
                        INTO WS-STATEMENT-LINE
                 END-STRING
                 WRITE StatementLine FROM WS-STATEMENT-LINE
                 INITIALIZE WS-STATEMENT-LINE
                 STRING "  MATURES " DepositMaturityDate
                        "  AT MATURITY " DepositInstruction
                        DELIMITED BY SIZE
                        INTO WS-STATEMENT-LINE
                 END-STRING
                 WRITE StatementLine FROM WS-STATEMENT-LINE
              ELSE
              IF NOT WS-DEPOSITS-NONE
                 DISPLAY "Deposits read failed, status "
                         WS-DEPOSITS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              END-IF
           END-IF.
