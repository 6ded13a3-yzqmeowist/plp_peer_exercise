       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE-RUN.

      *=========================
      *Customer notice run. Turns what the other runs already know
      *into a print-ready letter stream, notices.dat, so customer
      *letters stop being typed by hand:
      *
      *    ARREARS       a loan repayment Loan-Schedule could not
      *                  collect - every account on the month's
      *                  delinquency_report.dat, with the months in
      *                  arrears and the total missed off the
      *                  loanterms.dat schedule;
      *    DORMANCY      an account Dormancy-Review found dormant,
      *                  once its SET_STATUS NODEBITS hold (the
      *                  head-office line on dormfeed.dat) has
      *                  posted to the journal;
      *    RATE CHANGE   a SET_RATE posted to the journal;
      *    CLOSURE       a CLOSE_ACCOUNT posted to the journal;
      *    MISSED ORDER  a standing order Standing-Order-Run could
      *                  not pay - the missed lines of
      *                  order_report.dat.
      *
      *Each notice is addressed to the customer owning the account,
      *off the customer master: name, address block, the account
      *and what has happened to it. A notice that cannot be mailed
      *- account or customer record gone, or no first address
      *line, town and postcode on file - is not printed but held,
      *and notice_control.dat, the control list, shows every
      *notice raised in the run, printed or held, with totals by
      *kind, so the print room can balance the stream and the
      *branches can chase the addresses.
      *
      *The run belongs in the overnight stream after the day's
      *posting. noticectl.dat remembers what has already been
      *noticed, so no customer gets the same letter twice:
      *    - the last journal date covered: each run takes the
      *      applied postings after it, up to the run date, so a
      *      night that was missed is caught up by the next one
      *      (the first run ever takes the run date only);
      *    - the last collection month noticed: arrears letters go
      *      out once per month, on the first run after schedctl.dat
      *      shows Loan-Schedule has completed the month;
      *    - the last standing-order day noticed: missed-order
      *      letters go out on the first run after soctl.dat shows
      *      that day's Standing-Order-Run has completed.
      *The control file is rewritten only once the whole run has
      *finished, so a run that fails part way is simply run again
      *and regenerates notices.dat whole; a second run on a date
      *already noticed is a no-op. To reprint a night's notices,
      *put the previous noticectl.dat back and run again.
      *
      *Compilation:
      *cobc -x notice_run.cbl
      *
      *Execution:
      *macOS:   ./notice_run
      *Windows: notice_run.exe
      *=========================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the permanent posting journal written by Report-Generator
       SELECT JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the months' archives cut by Journal-Archive (journal.YYYYMM)
      * between the last run and this one, read ahead of the live
      * journal; OPTIONAL - a month not yet rolled is not there
       SELECT OPTIONAL ArchiveFile ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * master file, read by key only for the owning customer
       SELECT AccountsFile ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AccountId
               FILE STATUS IS WS-ACCOUNTS-STATUS.
      * the customer master, read by key only for the name and
      * mailing address each notice goes to
       SELECT OPTIONAL CustomersFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerId
               FILE STATUS IS WS-CUSTOMERS-STATUS.
      * repayment schedules, read by key only for the arrears
      * figures on an arrears letter
       SELECT OPTIONAL LoanTermsFile ASSIGN TO "loanterms.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LoanAccountId
               FILE STATUS IS WS-LOANTERMS-STATUS.
      * the month's delinquency report written by Loan-Schedule
       SELECT OPTIONAL DelinquencyFile
               ASSIGN TO "delinquency_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the day's order report written by Standing-Order-Run
       SELECT OPTIONAL OrderReportFile ASSIGN TO "order_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * Loan-Schedule's rerun control: the month collected and
      * whether it completed
       SELECT OPTIONAL SchedControlFile ASSIGN TO "schedctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * Standing-Order-Run's rerun control: the day run and
      * whether it completed
       SELECT OPTIONAL OrderControlFile ASSIGN TO "soctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * this run's own control: what has been noticed already
       SELECT OPTIONAL ControlFile ASSIGN TO "noticectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the letter stream for the print room
       SELECT NoticeFile ASSIGN TO "notices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the control list of every notice raised
       SELECT NoticeControlFile ASSIGN TO "notice_control.dat"
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

       FD DelinquencyFile
           RECORD CONTAINS 80 CHARACTERS.
           01 DelinquencyLine      PIC X(200).

       FD OrderReportFile
           RECORD CONTAINS 80 CHARACTERS.
           01 OrderReportLine      PIC X(200).

       FD SchedControlFile
           RECORD CONTAINS 8 CHARACTERS.
           01 SchedControlLine     PIC X(8).

       FD OrderControlFile
           RECORD CONTAINS 10 CHARACTERS.
           01 OrderControlLine     PIC X(10).

       FD ControlFile
           RECORD CONTAINS 33 CHARACTERS.
           01 ControlLine          PIC X(33).

       FD NoticeFile
           RECORD CONTAINS 80 CHARACTERS.
           01 NoticeLine           PIC X(200).

       FD NoticeControlFile
           RECORD CONTAINS 80 CHARACTERS.
           01 NoticeControlLine    PIC X(200).

       FD RunLogFile
           RECORD CONTAINS 61 CHARACTERS.
           01 RunLogLine           PIC X(61).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS      PIC XX.
           88 WS-ACCOUNTS-OK            VALUE "00".
       01 WS-CUSTOMERS-STATUS     PIC XX.
           88 WS-CUSTOMERS-OK           VALUE "00".
       01 WS-LOANTERMS-STATUS     PIC XX.
           88 WS-LOANTERMS-OK           VALUE "00".

      *Same fixed positions as WS-JOURNAL-REC in report_generator.cbl
      *- kept in step with it by hand.
       01 WS-JOURNAL-REC.
           05 WS-JR-RUN-ID        PIC X(14).
           05 FILLER              PIC X.
           05 WS-JR-DATE          PIC X(8).
           05 FILLER              PIC X.
           05 WS-JR-TIME          PIC X(6).
           05 FILLER              PIC X.
           05 WS-JR-LINE-NO       PIC 9(7).
           05 FILLER              PIC X.
           05 WS-JR-ACCOUNT-ID    PIC X(4).
           05 FILLER              PIC X.
           05 WS-JR-BRANCH        PIC X(3).
           05 FILLER              PIC X.
           05 WS-JR-TYPE          PIC X(15).
           05 FILLER              PIC X.
           05 WS-JR-AMOUNT        PIC X(15).
           05 FILLER              PIC X.
           05 WS-JR-OLD-MONEY     PIC X(15).
           05 FILLER              PIC X.
           05 WS-JR-NEW-MONEY     PIC X(15).
           05 FILLER              PIC X.
           05 WS-JR-OLD-LOAN      PIC X(15).
           05 FILLER              PIC X.
           05 WS-JR-NEW-LOAN      PIC X(15).
           05 FILLER              PIC X.
           05 WS-JR-DISPOSITION   PIC X.
           05 FILLER              PIC X.
           05 WS-JR-REASON        PIC X(40).
           05 FILLER              PIC X.
           05 WS-JR-TRANS-LINE    PIC X(80).
           05 FILLER              PIC X.
           05 WS-JR-KEYER         PIC X(8).
           05 FILLER              PIC X.
           05 WS-JR-APPROVER      PIC X(8).

      *Tokens of the journaled transaction line, for the new rate
      *on a SET_RATE and the status word on a SET_STATUS.
       01 WS-JOURNAL-TOKENS.
           05 WS-JT-BRANCH        PIC X(3).
           05 WS-JT-ID            PIC X(4).
           05 WS-JT-TYPE          PIC X(15).
           05 WS-JT-AMOUNT        PIC X(15).
           05 WS-JT-WORD          PIC X(20).

      *A detail line of delinquency_report.dat, at the fixed
      *positions Loan-Schedule's Flag-Delinquent writes it - kept
      *in step with it by hand: account, name, the amount missed
      *this month, and the months in arrears.
       01 WS-DELINQ-LINE.
           05 WS-DL-ACCOUNT       PIC X(4).
           05 FILLER              PIC X(42).
           05 WS-DL-MISSED-TAG    PIC X(8).
           05 WS-DL-MISSED        PIC X(16).
           05 FILLER              PIC X(130).

      *A detail line of order_report.dat, at the fixed positions
      *Standing-Order-Run's Miss-This-Order writes it - kept in
      *step with it by hand: source, destination, amount and why
      *the order could not be paid.
       01 WS-ORDER-LINE.
           05 WS-OL-ACCOUNT       PIC X(4).
           05 FILLER              PIC X(4).
           05 WS-OL-DEST          PIC X(4).
           05 WS-OL-MISSED-TAG    PIC X(8).
           05 WS-OL-AMOUNT        PIC X(14).
           05 FILLER              PIC X.
           05 WS-OL-REASON        PIC X(30).
           05 FILLER              PIC X(135).

      *Loan-Schedule's and Standing-Order-Run's rerun control
      *records: the month or day each last ran, and 'Y' once that
      *run completed.
       01 WS-SCHED-CTL.
           05 WS-SC-PERIOD        PIC X(6).
           05 FILLER              PIC X.
           05 WS-SC-COMPLETE      PIC X.
       01 WS-SO-CTL.
           05 WS-SO-DATE          PIC X(8).
           05 FILLER              PIC X.
           05 WS-SO-COMPLETE      PIC X.

      *This run's control record: the date of the last completed
      *run, the last journal date it covered, the last collection
      *month and the last standing-order day it noticed.
       01 WS-NOTICE-CTL.
           05 WS-NC-RUN-DATE      PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-NC-JOURNAL-DATE  PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-NC-ARREARS-PERIOD PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-NC-ORDERS-DATE   PIC X(8).

       01 WS-TODAY                PIC X(8).

      *Journal postings after WS-JOURNAL-AFTER and up to the run
      *date are noticed. With no control file it is the day before
      *the run date as a plain number - a day 00 at the turn of a
      *month still sorts between the two months.
       01 WS-JOURNAL-AFTER        PIC X(8).
       01 WS-JOURNAL-AFTER-NUM    PIC 9(8).

       01 WS-ARREARS-DUE-FLAG     PIC X VALUE 'N'.
           88 WS-ARREARS-DUE            VALUE 'Y'.
       01 WS-ORDERS-DUE-FLAG      PIC X VALUE 'N'.
           88 WS-ORDERS-DUE             VALUE 'Y'.

      *Archive walk from the month of WS-JOURNAL-AFTER through the
      *current one, in whole-month numbers.
       01 WS-ARCHIVE-NAME         PIC X(14).
       01 WS-SCAN-MONTHS          PIC 9(7).
       01 WS-CURRENT-MONTHS       PIC 9(7).
       01 WS-SCAN-YYYY            PIC 9(4).
       01 WS-SCAN-MM              PIC 9(2).

       01 EOF-JOURNAL-FLAG        PIC X VALUE 'F'.
       01 EOF-ARCHIVE-FLAG        PIC X VALUE 'F'.
       01 EOF-DATA-FLAG           PIC X VALUE 'F'.

      *The notice being issued: filled by the caller before PERFORM
      *Issue-Notice - the account, the kind of notice, and up to
      *three lines of body text; blank body lines are not printed.
       01 WS-NOTICE-ACCOUNT       PIC X(4).
       01 WS-NOTICE-TITLE         PIC X(12).
       01 WS-NOTICE-BODY-1        PIC X(70).
       01 WS-NOTICE-BODY-2        PIC X(70).
       01 WS-NOTICE-BODY-3        PIC X(70).

      *Why the notice in hand cannot be mailed; spaces when it can.
       01 WS-HOLD-REASON          PIC X(26).
       01 WS-NOTICE-CUSTOMER      PIC X(4).
       01 WS-NOTICE-NO            PIC 9(7) VALUE ZERO.

      *Numeric working copies for the letter texts.
       01 WS-AMOUNT-NUM           PIC 9(13)V99.
       01 WS-ARREARS-MONTHS       PIC 9(3).

      *Control totals for the run.
       01 WS-NOTICE-TOTALS.
           05 WS-COUNT-ARREARS         PIC 9(7) VALUE ZERO.
           05 WS-COUNT-DORMANCY        PIC 9(7) VALUE ZERO.
           05 WS-COUNT-RATE            PIC 9(7) VALUE ZERO.
           05 WS-COUNT-CLOSURE         PIC 9(7) VALUE ZERO.
           05 WS-COUNT-ORDER           PIC 9(7) VALUE ZERO.
           05 WS-COUNT-PRINTED         PIC 9(7) VALUE ZERO.
           05 WS-COUNT-HELD            PIC 9(7) VALUE ZERO.

      * use Z to suppress leading zeros on the letters and list
       01 WS-DISPLAY.
           05 WS-DISPLAY-COUNT         PIC Z(6)9.
           05 WS-DISPLAY-AMOUNT        PIC Z(12)9.99.
           05 WS-DISPLAY-TOTAL         PIC Z(12)9.99.
           05 WS-DISPLAY-MONTHS        PIC ZZ9.

       01 WS-NOTICE-LINE          PIC X(200).
       01 WS-CONTROL-LINE         PIC X(200).

      *One run-log record: program, date/time stamp, records in
      *and out, rejects, and the return code being ended with -
      *fixed positions shared by every step of the stream.
       01 WS-RUNLOG-REC.
           05 WS-RL-PROGRAM       PIC X(18) VALUE "NOTICE-RUN".
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
           PERFORM Read-Control
      *    a date already noticed stays noticed - a scheduler retry
      *    must not overwrite the letters already sent to print
           IF WS-NC-RUN-DATE = WS-TODAY
              DISPLAY "Notices for " WS-TODAY
                      " already produced - nothing to do"
              STOP RUN
           END-IF
           PERFORM Read-Source-Controls
           OPEN INPUT AccountsFile
      *    an unopenable master must stop the run before any notice
      *    is raised - every one of them would be held, and the
      *    control file would still move on past them
           IF NOT WS-ACCOUNTS-OK
              DISPLAY "Accounts open failed, status "
                      WS-ACCOUNTS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CustomersFile
           OPEN INPUT LoanTermsFile
           OPEN OUTPUT NoticeFile
           OPEN OUTPUT NoticeControlFile
           PERFORM Write-Control-Header
           IF WS-ARREARS-DUE
              PERFORM Arrears-Notices
           END-IF
           PERFORM Journal-Notices
           IF WS-ORDERS-DUE
              PERFORM Missed-Order-Notices
           END-IF
           PERFORM Write-Control-Trailer
           CLOSE NoticeControlFile
           CLOSE NoticeFile
           CLOSE LoanTermsFile
           CLOSE CustomersFile
           CLOSE AccountsFile
           PERFORM Write-Control
           MOVE WS-COUNT-PRINTED TO WS-DISPLAY-COUNT
           DISPLAY "Notices printed:      " WS-DISPLAY-COUNT
           MOVE WS-COUNT-HELD TO WS-DISPLAY-COUNT
           DISPLAY "Notices held:         " WS-DISPLAY-COUNT
           PERFORM Write-Run-Log
           STOP RUN.

      * append this run's one line to the shared overnight run
      * log: notices raised, printed, and held for want of an
      * address.
       Write-Run-Log.
           COMPUTE WS-RL-RECORDS-IN =
               WS-COUNT-PRINTED + WS-COUNT-HELD
           MOVE WS-COUNT-PRINTED TO WS-RL-RECORDS-OUT
           MOVE WS-COUNT-HELD TO WS-RL-REJECTS
           ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RL-TIME-RAW FROM TIME
           MOVE WS-RL-TIME-RAW(1:6) TO WS-RL-TIME
           MOVE RETURN-CODE TO WS-RL-RETURN-CODE
           OPEN EXTEND RunLogFile
           WRITE RunLogLine FROM WS-RUNLOG-REC
           CLOSE RunLogFile.

      * what earlier runs have noticed; absent, this is the first
      * run, and the journal is taken for the run date alone.
       Read-Control.
           MOVE SPACES TO WS-NC-RUN-DATE
           MOVE SPACES TO WS-NC-ARREARS-PERIOD
           MOVE SPACES TO WS-NC-ORDERS-DATE
           COMPUTE WS-JOURNAL-AFTER-NUM =
               FUNCTION NUMVAL(WS-TODAY) - 1
           MOVE WS-JOURNAL-AFTER-NUM TO WS-NC-JOURNAL-DATE
           OPEN INPUT ControlFile
           READ ControlFile INTO WS-NOTICE-CTL
             AT END
                CONTINUE
           END-READ
           CLOSE ControlFile
           MOVE WS-NC-JOURNAL-DATE TO WS-JOURNAL-AFTER.

      * the loan collection and standing-order runs' own controls
      * say whether there is a finished month of arrears, or a
      * finished day of missed orders, not yet noticed.
       Read-Source-Controls.
           MOVE SPACES TO WS-SCHED-CTL
           OPEN INPUT SchedControlFile
           READ SchedControlFile INTO WS-SCHED-CTL
             AT END
                CONTINUE
           END-READ
           CLOSE SchedControlFile
           IF WS-SC-COMPLETE = 'Y'
              AND WS-SC-PERIOD > WS-NC-ARREARS-PERIOD
              MOVE 'Y' TO WS-ARREARS-DUE-FLAG
           END-IF
           MOVE SPACES TO WS-SO-CTL
           OPEN INPUT OrderControlFile
           READ OrderControlFile INTO WS-SO-CTL
             AT END
                CONTINUE
           END-READ
           CLOSE OrderControlFile
           IF WS-SO-COMPLETE = 'Y'
              AND WS-SO-DATE > WS-NC-ORDERS-DATE
              AND WS-SO-DATE NOT > WS-TODAY
              MOVE 'Y' TO WS-ORDERS-DUE-FLAG
           END-IF.

      * record what this run has noticed, once everything it
      * raised is safely on notices.dat.
       Write-Control.
           MOVE WS-TODAY TO WS-NC-RUN-DATE
           MOVE WS-TODAY TO WS-NC-JOURNAL-DATE
           IF WS-ARREARS-DUE
              MOVE WS-SC-PERIOD TO WS-NC-ARREARS-PERIOD
           END-IF
           IF WS-ORDERS-DUE
              MOVE WS-SO-DATE TO WS-NC-ORDERS-DATE
           END-IF
           OPEN OUTPUT ControlFile
           WRITE ControlLine FROM WS-NOTICE-CTL
           CLOSE ControlFile.

      * one arrears letter per loan on the month's delinquency
      * report; the header and trailer lines are passed over.
       Arrears-Notices.
           OPEN INPUT DelinquencyFile
           MOVE 'F' TO EOF-DATA-FLAG
           PERFORM UNTIL EOF-DATA-FLAG = 'T'
               READ DelinquencyFile INTO WS-DELINQ-LINE
                 AT END
                    MOVE 'T' TO EOF-DATA-FLAG
                 NOT AT END
                    IF WS-DL-MISSED-TAG = " MISSED "
                       AND WS-DL-ACCOUNT NUMERIC
                       PERFORM Arrears-One-Loan
                    END-IF
               END-READ
           END-PERFORM
           CLOSE DelinquencyFile.

      * this month's missed payment off the report line; the months
      * in arrears and the total missed off the schedule, which
      * the collection run stepped when it wrote the line.
       Arrears-One-Loan.
           MOVE WS-DL-ACCOUNT TO WS-NOTICE-ACCOUNT
           MOVE "ARREARS" TO WS-NOTICE-TITLE
           COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(WS-DL-MISSED)
           MOVE WS-AMOUNT-NUM TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-NOTICE-BODY-1
           MOVE SPACES TO WS-NOTICE-BODY-2
           MOVE SPACES TO WS-NOTICE-BODY-3
           STRING "WE COULD NOT COLLECT THIS MONTH'S LOAN REPAYMENT OF "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-AMOUNT) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-NOTICE-BODY-1
           END-STRING
           MOVE WS-DL-ACCOUNT TO LoanAccountId
           READ LoanTermsFile
             INVALID KEY
                CONTINUE
           END-READ
           IF WS-LOANTERMS-OK
              MOVE LoanMonthsArrears TO WS-ARREARS-MONTHS
              MOVE WS-ARREARS-MONTHS TO WS-DISPLAY-MONTHS
              COMPUTE WS-AMOUNT-NUM =
                  FUNCTION NUMVAL(LoanMissedAmount)
              MOVE WS-AMOUNT-NUM TO WS-DISPLAY-TOTAL
              STRING "THE LOAN IS NOW " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DISPLAY-MONTHS)
                         DELIMITED BY SIZE
                     " MONTH(S) IN ARREARS, WITH " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DISPLAY-TOTAL) DELIMITED BY SIZE
                     " MISSED IN ALL." DELIMITED BY SIZE
                     INTO WS-NOTICE-BODY-2
              END-STRING
           END-IF
           MOVE "PLEASE PAY THE ARREARS IN, OR CONTACT YOUR BRANCH."
               TO WS-NOTICE-BODY-3
           ADD 1 TO WS-COUNT-ARREARS
           PERFORM Issue-Notice.

      * the journal pass: every archive month from the last date
      * covered through the current one, then the live journal -
      * an archived month is out of the live file by construction,
      * so nothing is noticed twice.
       Journal-Notices.
           COMPUTE WS-CURRENT-MONTHS =
               FUNCTION NUMVAL(WS-TODAY(1:4)) * 12
               + FUNCTION NUMVAL(WS-TODAY(5:2))
           COMPUTE WS-SCAN-MONTHS =
               FUNCTION NUMVAL(WS-JOURNAL-AFTER(1:4)) * 12
               + FUNCTION NUMVAL(WS-JOURNAL-AFTER(5:2))
           PERFORM Scan-One-Archive
               VARYING WS-SCAN-MONTHS FROM WS-SCAN-MONTHS BY 1
               UNTIL WS-SCAN-MONTHS > WS-CURRENT-MONTHS
           OPEN INPUT JournalFile
           MOVE 'F' TO EOF-JOURNAL-FLAG
           PERFORM UNTIL EOF-JOURNAL-FLAG = 'T'
               READ JournalFile INTO WS-JOURNAL-REC
                 AT END
                    MOVE 'T' TO EOF-JOURNAL-FLAG
                 NOT AT END
                    PERFORM Consider-Journal-Entry
               END-READ
           END-PERFORM
           CLOSE JournalFile.

       Scan-One-Archive.
           COMPUTE WS-SCAN-YYYY = (WS-SCAN-MONTHS - 1) / 12
           COMPUTE WS-SCAN-MM =
               WS-SCAN-MONTHS - (WS-SCAN-YYYY * 12)
           INITIALIZE WS-ARCHIVE-NAME
           STRING "journal." DELIMITED BY SIZE
                  WS-SCAN-YYYY DELIMITED BY SIZE
                  WS-SCAN-MM DELIMITED BY SIZE
                  INTO WS-ARCHIVE-NAME
           END-STRING
           OPEN INPUT ArchiveFile
           MOVE 'F' TO EOF-ARCHIVE-FLAG
           PERFORM UNTIL EOF-ARCHIVE-FLAG = 'T'
               READ ArchiveFile INTO WS-JOURNAL-REC
                 AT END
                    MOVE 'T' TO EOF-ARCHIVE-FLAG
                 NOT AT END
                    PERFORM Consider-Journal-Entry
               END-READ
           END-PERFORM
           CLOSE ArchiveFile.

      * applied postings inside the window that the customer must
      * be told of: a rate change, a closure, and a dormancy hold -
      * a head-office SET_STATUS NODEBITS, which only the
      * Dormancy-Review feed raises. A hold keyed by a branch was
      * asked for at the counter and gets no letter.
       Consider-Journal-Entry.
           IF WS-JR-DISPOSITION = 'A'
              AND WS-JR-DATE > WS-JOURNAL-AFTER
              AND WS-JR-DATE NOT > WS-TODAY
              MOVE SPACES TO WS-JOURNAL-TOKENS
              UNSTRING WS-JR-TRANS-LINE
                  DELIMITED BY ALL SPACES
                  INTO WS-JT-BRANCH
                       WS-JT-ID
                       WS-JT-TYPE
                       WS-JT-AMOUNT
                       WS-JT-WORD
              END-UNSTRING
              EVALUATE WS-JR-TYPE
                WHEN "SET_RATE"
                   PERFORM Rate-Change-Notice
                WHEN "CLOSE_ACCOUNT"
                   PERFORM Closure-Notice
                WHEN "SET_STATUS"
                   IF WS-JR-BRANCH = "HO"
                      AND WS-JT-WORD = "NODEBITS"
                      PERFORM Dormancy-Notice
                   END-IF
              END-EVALUATE
           END-IF.

       Rate-Change-Notice.
           MOVE WS-JR-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
           MOVE "RATE CHANGE" TO WS-NOTICE-TITLE
           MOVE SPACES TO WS-NOTICE-BODY-1
           MOVE SPACES TO WS-NOTICE-BODY-2
           MOVE SPACES TO WS-NOTICE-BODY-3
           MOVE "THE MONTHLY INTEREST RATE ON THIS ACCOUNT'S LOAN HAS"
               TO WS-NOTICE-BODY-1
           STRING "BEEN CHANGED TO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JT-AMOUNT) DELIMITED BY SIZE
                  " PER CENT WITH EFFECT FROM " DELIMITED BY SIZE
                  WS-JR-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-NOTICE-BODY-2
           END-STRING
           ADD 1 TO WS-COUNT-RATE
           PERFORM Issue-Notice.

       Closure-Notice.
           MOVE WS-JR-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
           MOVE "CLOSURE" TO WS-NOTICE-TITLE
           MOVE SPACES TO WS-NOTICE-BODY-1
           MOVE SPACES TO WS-NOTICE-BODY-2
           MOVE SPACES TO WS-NOTICE-BODY-3
           STRING "THIS ACCOUNT WAS CLOSED ON " DELIMITED BY SIZE
                  WS-JR-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-NOTICE-BODY-1
           END-STRING
           MOVE "IF YOU DID NOT ASK FOR THIS, PLEASE CONTACT YOUR"
               TO WS-NOTICE-BODY-2
           MOVE "BRANCH." TO WS-NOTICE-BODY-3
           ADD 1 TO WS-COUNT-CLOSURE
           PERFORM Issue-Notice.

       Dormancy-Notice.
           MOVE WS-JR-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
           MOVE "DORMANCY" TO WS-NOTICE-TITLE
           MOVE "THIS ACCOUNT HAS HAD NO ACTIVITY FOR SOME TIME, SO"
               TO WS-NOTICE-BODY-1
           MOVE "IT IS NOW DORMANT AND PAYMENTS OUT OF IT ARE HELD."
               TO WS-NOTICE-BODY-2
           MOVE "PLEASE CONTACT YOUR BRANCH TO USE THE ACCOUNT AGAIN."
               TO WS-NOTICE-BODY-3
           ADD 1 TO WS-COUNT-DORMANCY
           PERFORM Issue-Notice.

      * one letter per missed order on the day's order report; the
      * raised orders, header and trailer lines are passed over.
       Missed-Order-Notices.
           OPEN INPUT OrderReportFile
           MOVE 'F' TO EOF-DATA-FLAG
           PERFORM UNTIL EOF-DATA-FLAG = 'T'
               READ OrderReportFile INTO WS-ORDER-LINE
                 AT END
                    MOVE 'T' TO EOF-DATA-FLAG
                 NOT AT END
                    IF WS-OL-MISSED-TAG = " MISSED "
                       AND WS-OL-ACCOUNT NUMERIC
                       PERFORM Missed-Order-Notice
                    END-IF
               END-READ
           END-PERFORM
           CLOSE OrderReportFile.

       Missed-Order-Notice.
           MOVE WS-OL-ACCOUNT TO WS-NOTICE-ACCOUNT
           MOVE "MISSED ORDER" TO WS-NOTICE-TITLE
           MOVE SPACES TO WS-NOTICE-BODY-1
           MOVE SPACES TO WS-NOTICE-BODY-2
           MOVE SPACES TO WS-NOTICE-BODY-3
           STRING "YOUR STANDING ORDER OF " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OL-AMOUNT) DELIMITED BY SIZE
                  " TO ACCOUNT " DELIMITED BY SIZE
                  WS-OL-DEST DELIMITED BY SIZE
                  " COULD NOT BE PAID" DELIMITED BY SIZE
                  INTO WS-NOTICE-BODY-1
           END-STRING
           STRING "THIS MONTH: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OL-REASON) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-NOTICE-BODY-2
           END-STRING
           MOVE "IT WILL BE TRIED AGAIN NEXT MONTH." TO WS-NOTICE-BODY-3
           ADD 1 TO WS-COUNT-ORDER
           PERFORM Issue-Notice.

      * address the notice in hand to the customer owning its
      * account and print it - or, when it cannot be mailed, hold
      * it; either way it goes on the control list.
       Issue-Notice.
           ADD 1 TO WS-NOTICE-NO
           MOVE SPACES TO WS-HOLD-REASON
           MOVE SPACES TO WS-NOTICE-CUSTOMER
           MOVE WS-NOTICE-ACCOUNT TO AccountId
           READ AccountsFile
             INVALID KEY
                CONTINUE
           END-READ
           IF WS-ACCOUNTS-STATUS = "23"
              MOVE "ACCOUNT NOT ON FILE" TO WS-HOLD-REASON
           ELSE
           IF NOT WS-ACCOUNTS-OK
      *       anything other than record-not-found is an I/O
      *       failure; the run stops before the control file can
      *       move on past notices never raised
              DISPLAY "Account read failed for notice on "
                      WS-NOTICE-ACCOUNT " status " WS-ACCOUNTS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           ELSE
              MOVE AccountCustomerId TO WS-NOTICE-CUSTOMER
              MOVE AccountCustomerId TO CustomerId
              READ CustomersFile
                INVALID KEY
                   CONTINUE
              END-READ
              IF NOT WS-CUSTOMERS-OK
                 MOVE "NO CUSTOMER RECORD" TO WS-HOLD-REASON
              ELSE
              IF CustomerAddress1 = SPACES
                 OR CustomerTown = SPACES
                 OR CustomerPostcode = SPACES
                 MOVE "NO MAILING ADDRESS ON FILE" TO WS-HOLD-REASON
              END-IF
              END-IF
           END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES
              PERFORM Write-Letter
              ADD 1 TO WS-COUNT-PRINTED
           ELSE
              ADD 1 TO WS-COUNT-HELD
           END-IF
           PERFORM Write-Control-Line.

      * one letter: a separator the print room splits the stream
      * on, the notice number and date, the name and address block
      * for the window envelope, then the account, the salutation
      * and the body.
       Write-Letter.
           INITIALIZE WS-NOTICE-LINE
           STRING "=================================" DELIMITED BY SIZE
                  INTO WS-NOTICE-LINE
           END-STRING
           WRITE NoticeLine FROM WS-NOTICE-LINE

           MOVE WS-NOTICE-NO TO WS-DISPLAY-COUNT
           INITIALIZE WS-NOTICE-LINE
           STRING "NOTICE " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  "  DATE " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  "  CUSTOMER " DELIMITED BY SIZE
                  WS-NOTICE-CUSTOMER DELIMITED BY SIZE
                  INTO WS-NOTICE-LINE
           END-STRING
           WRITE NoticeLine FROM WS-NOTICE-LINE

           INITIALIZE WS-NOTICE-LINE
           STRING FUNCTION TRIM(CustomerFirstName) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CustomerSecondName) DELIMITED BY SIZE
                  INTO WS-NOTICE-LINE
           END-STRING
           WRITE NoticeLine FROM WS-NOTICE-LINE
           PERFORM Write-Address-Block

           INITIALIZE WS-NOTICE-LINE
           STRING "ACCOUNT " DELIMITED BY SIZE
                  WS-NOTICE-ACCOUNT DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-NOTICE-TITLE DELIMITED BY SIZE
                  INTO WS-NOTICE-LINE
           END-STRING
           WRITE NoticeLine FROM WS-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           WRITE NoticeLine FROM WS-NOTICE-LINE

           INITIALIZE WS-NOTICE-LINE
           STRING "DEAR " DELIMITED BY SIZE
                  FUNCTION TRIM(CustomerFirstName) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CustomerSecondName) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO WS-NOTICE-LINE
           END-STRING
           WRITE NoticeLine FROM WS-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           WRITE NoticeLine FROM WS-NOTICE-LINE

           IF WS-NOTICE-BODY-1 NOT = SPACES
              MOVE WS-NOTICE-BODY-1 TO WS-NOTICE-LINE
              WRITE NoticeLine FROM WS-NOTICE-LINE
           END-IF
           IF WS-NOTICE-BODY-2 NOT = SPACES
              MOVE WS-NOTICE-BODY-2 TO WS-NOTICE-LINE
              WRITE NoticeLine FROM WS-NOTICE-LINE
           END-IF
           IF WS-NOTICE-BODY-3 NOT = SPACES
              MOVE WS-NOTICE-BODY-3 TO WS-NOTICE-LINE
              WRITE NoticeLine FROM WS-NOTICE-LINE
           END-IF
           MOVE SPACES TO WS-NOTICE-LINE
           WRITE NoticeLine FROM WS-NOTICE-LINE
           MOVE "YOURS FAITHFULLY," TO WS-NOTICE-LINE
           WRITE NoticeLine FROM WS-NOTICE-LINE
           MOVE "CUSTOMER SERVICES" TO WS-NOTICE-LINE
           WRITE NoticeLine FROM WS-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           WRITE NoticeLine FROM WS-NOTICE-LINE.

      * the mailing address under the name, one line per field
      * held, the same block Statement-Run prints; the second
      * address line is often blank and then prints no line.
       Write-Address-Block.
           MOVE CustomerAddress1 TO WS-NOTICE-LINE
           WRITE NoticeLine FROM WS-NOTICE-LINE
           IF CustomerAddress2 NOT = SPACES
              MOVE CustomerAddress2 TO WS-NOTICE-LINE
              WRITE NoticeLine FROM WS-NOTICE-LINE
           END-IF
           MOVE CustomerTown TO WS-NOTICE-LINE
           WRITE NoticeLine FROM WS-NOTICE-LINE
           MOVE CustomerPostcode TO WS-NOTICE-LINE
           WRITE NoticeLine FROM WS-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           WRITE NoticeLine FROM WS-NOTICE-LINE.

      * one control-list line per notice raised: number, kind,
      * account, customer, and printed or held with the reason.
       Write-Control-Line.
           MOVE WS-NOTICE-NO TO WS-DISPLAY-COUNT
           INITIALIZE WS-CONTROL-LINE
           IF WS-HOLD-REASON = SPACES
              STRING WS-DISPLAY-COUNT DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-NOTICE-TITLE DELIMITED BY SIZE
                     " ACCOUNT " DELIMITED BY SIZE
                     WS-NOTICE-ACCOUNT DELIMITED BY SIZE
                     " CUSTOMER " DELIMITED BY SIZE
                     WS-NOTICE-CUSTOMER DELIMITED BY SIZE
                     " PRINTED" DELIMITED BY SIZE
                     INTO WS-CONTROL-LINE
              END-STRING
           ELSE
              STRING WS-DISPLAY-COUNT DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-NOTICE-TITLE DELIMITED BY SIZE
                     " ACCOUNT " DELIMITED BY SIZE
                     WS-NOTICE-ACCOUNT DELIMITED BY SIZE
                     " CUSTOMER " DELIMITED BY SIZE
                     WS-NOTICE-CUSTOMER DELIMITED BY SIZE
                     " HELD - " DELIMITED BY SIZE
                     WS-HOLD-REASON DELIMITED BY SIZE
                     INTO WS-CONTROL-LINE
              END-STRING
           END-IF
           WRITE NoticeControlLine FROM WS-CONTROL-LINE.

      * the header names the run date and what the run took in:
      * the journal window, and the collection month and
      * standing-order day when their notices were due.
       Write-Control-Header.
           INITIALIZE WS-CONTROL-LINE
           STRING "==== CUSTOMER NOTICES " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  " - JOURNAL AFTER " DELIMITED BY SIZE
                  WS-JOURNAL-AFTER DELIMITED BY SIZE
                  " ====" DELIMITED BY SIZE
                  INTO WS-CONTROL-LINE
           END-STRING
           WRITE NoticeControlLine FROM WS-CONTROL-LINE
           IF WS-ARREARS-DUE
              INITIALIZE WS-CONTROL-LINE
              STRING "ARREARS FOR COLLECTION MONTH " DELIMITED BY SIZE
                     WS-SC-PERIOD DELIMITED BY SIZE
                     INTO WS-CONTROL-LINE
              END-STRING
              WRITE NoticeControlLine FROM WS-CONTROL-LINE
           END-IF
           IF WS-ORDERS-DUE
              INITIALIZE WS-CONTROL-LINE
              STRING "MISSED ORDERS OF " DELIMITED BY SIZE
                     WS-SO-DATE DELIMITED BY SIZE
                     INTO WS-CONTROL-LINE
              END-STRING
              WRITE NoticeControlLine FROM WS-CONTROL-LINE
           END-IF.

       Write-Control-Trailer.
           MOVE WS-COUNT-ARREARS TO WS-DISPLAY-COUNT
           INITIALIZE WS-CONTROL-LINE
           STRING "ARREARS NOTICES:       " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-CONTROL-LINE
           END-STRING
           WRITE NoticeControlLine FROM WS-CONTROL-LINE

           MOVE WS-COUNT-DORMANCY TO WS-DISPLAY-COUNT
           INITIALIZE WS-CONTROL-LINE
           STRING "DORMANCY NOTICES:      " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-CONTROL-LINE
           END-STRING
           WRITE NoticeControlLine FROM WS-CONTROL-LINE

           MOVE WS-COUNT-RATE TO WS-DISPLAY-COUNT
           INITIALIZE WS-CONTROL-LINE
           STRING "RATE CHANGE NOTICES:   " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-CONTROL-LINE
           END-STRING
           WRITE NoticeControlLine FROM WS-CONTROL-LINE

           MOVE WS-COUNT-CLOSURE TO WS-DISPLAY-COUNT
           INITIALIZE WS-CONTROL-LINE
           STRING "CLOSURE NOTICES:       " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-CONTROL-LINE
           END-STRING
           WRITE NoticeControlLine FROM WS-CONTROL-LINE

           MOVE WS-COUNT-ORDER TO WS-DISPLAY-COUNT
           INITIALIZE WS-CONTROL-LINE
           STRING "MISSED ORDER NOTICES:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-CONTROL-LINE
           END-STRING
           WRITE NoticeControlLine FROM WS-CONTROL-LINE

           MOVE WS-COUNT-PRINTED TO WS-DISPLAY-COUNT
           INITIALIZE WS-CONTROL-LINE
           STRING "NOTICES PRINTED:       " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-CONTROL-LINE
           END-STRING
           WRITE NoticeControlLine FROM WS-CONTROL-LINE

           MOVE WS-COUNT-HELD TO WS-DISPLAY-COUNT
           INITIALIZE WS-CONTROL-LINE
           STRING "NOTICES HELD:          " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-CONTROL-LINE
           END-STRING
           WRITE NoticeControlLine FROM WS-CONTROL-LINE.
