       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-MONITOR.

      *=========================
      *Large-cash and structuring monitor for compliance. Reads the
      *permanent posting journal over a rolling window of days
      *ending on the monitoring date, and totals every customer's
      *cash movements across all of that customer's accounts
      *(AccountCustomerId on the master ties the accounts
      *together). Cash movements are the applied ADD_AMOUNT and
      *EXT_CREDIT postings (money in) and REMOVE_AMOUNT and
      *EXT_DEBIT postings (money out).
      *
      *Three patterns raise a case:
      *    LARGE_IN /    the customer's cash in, or cash out, on any
      *    LARGE_OUT     one day of the window reaches the reporting
      *                  threshold;
      *    STRUCTURING   several single cash items inside the window
      *                  each fall just under the threshold - at or
      *                  above the near-threshold floor - the way
      *                  deposits are split to stay below it;
      *    OWN_TRANSFER  money moved rapidly between the customer's
      *                  own accounts by TRANSFER_AMOUNT: enough
      *                  transfers inside the window, totalling at
      *                  least the threshold, to be layering rather
      *                  than housekeeping.
      *The thresholds and the window are the house figures in
      *WORKING-STORAGE below.
      *
      *Each case goes on monitor_report.dat, the case report for
      *the compliance officer - customer, name, the accounts that
      *moved, and the figures behind the case - and as one detail
      *record on monitor_filing.dat, the fixed-layout regulatory
      *filing extract, which ends with a total record in the same
      *way clearing.dat does.
      *
      *monitor_history.dat remembers what has been reported: one
      *line per case, carrying the customer, the pattern, the date
      *of the latest activity the case covered, and the monitoring
      *date that raised it. A pattern is only reported again for
      *activity after the date already reported, so a window that
      *rolls forward over the same deposits does not file them a
      *second time. History lines dated on or after the
      *monitoring date are ignored on the way in, so a run that
      *failed part way - or a rerun for an earlier date - simply
      *raises the same cases again; the repeated history lines
      *that leaves behind are harmless.
      *
      *The window is read from the per-month archives cut by
      *Journal-Archive (journal.YYYYMM) ahead of journal.dat when
      *it spans a month roll. Only entries whose balances actually
      *moved are counted (the same new-minus-old test GL-EXTRACT
      *applies), so a posting replayed by a restarted run does not
      *count twice. A REVERSE is not netted off: the cash was
      *still presented.
      *
      *The monitoring date comes from monparm.dat - a single line
      *holding YYYYMMDD. When the file is absent the current date
      *is used, so the nightly job needs no parameter.
      *
      *Layout of monitor_filing.dat (63 characters):
      *    rec type (D/T), monitoring date, customer, amount,
      *    pattern, activity date, item count (the count of details
      *    in the customer slot of the T record, FILING_TOTAL in
      *    its pattern).
      *
      *Compilation:
      *cobc -x cash_monitor.cbl
      *
      *Execution:
      *macOS:   ./cash_monitor
      *Windows: cash_monitor.exe
      *=========================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the permanent posting journal written by the posting run
       SELECT JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the window's per-month archives, visited one by one;
      * OPTIONAL - a month not yet rolled simply is not there
       SELECT OPTIONAL ArchiveFile ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the master, walked in key sequence once to learn which
      * customer owns every account
       SELECT AccountsFile ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountId
               FILE STATUS IS WS-ACCOUNTS-STATUS.
      * the customer master, read by key only for the names on the
      * case report
       SELECT OPTIONAL CustomersFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerId
               FILE STATUS IS WS-CUSTOMERS-STATUS.
      * the case report for the compliance officer
       SELECT MonitorReportFile ASSIGN TO "monitor_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the regulatory filing extract
       SELECT FilingFile ASSIGN TO "monitor_filing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the cases already reported; read whole, then appended to -
      * OPTIONAL so the first run creates it
       SELECT OPTIONAL HistoryFile ASSIGN TO "monitor_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * optional single-line parameter file holding the date
       SELECT OPTIONAL ParameterFile ASSIGN TO "monparm.dat"
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

       FD MonitorReportFile
           RECORD CONTAINS 80 CHARACTERS.
           01 MonitorReportLine    PIC X(200).

       FD FilingFile
           RECORD CONTAINS 63 CHARACTERS.
           01 FilingLine           PIC X(63).

       FD HistoryFile
           RECORD CONTAINS 35 CHARACTERS.
       01 HistoryRecord.
           02 HistCustomerId       PIC 9(4).
           02 Filler               PIC X.
           02 HistPattern          PIC X(12).
           02 Filler               PIC X.
           02 HistThrough          PIC X(8).
           02 Filler               PIC X.
           02 HistRunDate          PIC X(8).

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

      *Tokens of the journaled transaction line, re-parsed to
      *recover the destination of a TRANSFER_AMOUNT.
       01 WS-LINE-TOKENS.
           05 WS-LT-BRANCH        PIC X(3).
           05 WS-LT-ID            PIC X(4).
           05 WS-LT-TYPE          PIC X(15).
           05 WS-LT-AMOUNT        PIC X(15).
           05 WS-LT-DEST-ID       PIC X(4).

       01 EOF-JOURNAL-FLAG        PIC X VALUE 'F'.
       01 EOF-ARCHIVE-FLAG        PIC X VALUE 'F'.
       01 EOF-DATA-FLAG           PIC X VALUE 'F'.

      *House monitoring figures. A customer's cash in, or cash out,
      *reaching WS-REPORT-THRESHOLD on one day is a large-cash case.
      *A single cash item from WS-NEAR-FLOOR up to just under the
      *threshold is near-threshold, and WS-NEAR-MIN-ITEMS of them
      *inside the window is a structuring case. WS-CYCLE-MIN-ITEMS
      *transfers between the customer's own accounts inside the
      *window, together moving at least the threshold, is an
      *own-account transfer case. WS-WINDOW-DAYS is the rolling
      *window, the monitoring date and the days before it; it must
      *match the OCCURS of WS-CD-DAY below.
       01 WS-REPORT-THRESHOLD     PIC 9(13)V99 VALUE 10000.00.
       01 WS-NEAR-FLOOR           PIC 9(13)V99 VALUE 9000.00.
       01 WS-NEAR-MIN-ITEMS       PIC 9(5) VALUE 3.
       01 WS-CYCLE-MIN-ITEMS      PIC 9(5) VALUE 4.
       01 WS-WINDOW-DAYS          PIC 9(3) VALUE 7.

      *Monitoring date and the window it closes, YYYYMMDD, and the
      *same two as day numbers for the day arithmetic.
       01 WS-MONITOR-DATE         PIC X(8).
       01 WS-WINDOW-START         PIC X(8).
       01 WS-MONITOR-DAY-NO       PIC 9(8).
       01 WS-START-DAY-NO         PIC 9(8).
       01 WS-ENTRY-DAY-NO         PIC 9(8).
       01 WS-DATE-NUM             PIC 9(8).

      *Archive walk over the window, start month through the
      *monitoring month, in whole-month numbers.
       01 WS-ARCHIVE-NAME         PIC X(14).
       01 WS-SCAN-MONTHS          PIC 9(7).
       01 WS-LAST-MONTHS          PIC 9(7).
       01 WS-SCAN-YYYY            PIC 9(4).
       01 WS-SCAN-MM              PIC 9(2).

      *Owning customer of every account, loaded from the master;
      *AccountId is four digits, so the whole key space fits the
      *table. WS-AC-MOVED marks an account with cash or an
      *own-account transfer inside the window, for the case report.
       01 WS-ACCOUNT-TABLE.
           05 WS-AC-ENTRY OCCURS 10000 TIMES.
              10 WS-AC-CUSTOMER-ID PIC 9(4).
              10 WS-AC-ON-FILE-FLAG PIC X.
                 88 WS-AC-ON-FILE       VALUE 'Y'.
              10 WS-AC-MOVED-FLAG  PIC X.
                 88 WS-AC-MOVED         VALUE 'Y'.
       01 WS-ACCT-SUB             PIC 9(5).
       01 WS-DEST-SUB             PIC 9(5).

      *Each customer's window, by CustomerId + 1: cash in and out
      *per day of the window, the near-threshold items, and the
      *own-account transfers, each with the date of the latest
      *one; then the date each pattern was last reported through,
      *off monitor_history.dat.
       01 WS-CUSTOMER-TABLE.
           05 WS-CT-ENTRY OCCURS 10000 TIMES.
              10 WS-CT-ACTIVE-FLAG PIC X.
                 88 WS-CT-ACTIVE        VALUE 'Y'.
              10 WS-CD-DAY OCCURS 7 TIMES.
                 15 WS-CD-CASH-IN  PIC 9(13)V99.
                 15 WS-CD-CASH-OUT PIC 9(13)V99.
              10 WS-CT-NEAR-COUNT  PIC 9(5).
              10 WS-CT-NEAR-TOTAL  PIC 9(13)V99.
              10 WS-CT-NEAR-LAST   PIC X(8).
              10 WS-CT-CYCLE-COUNT PIC 9(5).
              10 WS-CT-CYCLE-TOTAL PIC 9(13)V99.
              10 WS-CT-CYCLE-LAST  PIC X(8).
              10 WS-CT-IN-THROUGH  PIC X(8).
              10 WS-CT-OUT-THROUGH PIC X(8).
              10 WS-CT-NEAR-THROUGH PIC X(8).
              10 WS-CT-CYCLE-THROUGH PIC X(8).
       01 WS-CUST-SUB             PIC 9(5).
       01 WS-DAY-SUB              PIC 9(3).

      *The journal entry in hand.
       01 WS-MONEY-DELTA          PIC S9(13)V99 VALUE ZERO.
       01 WS-LOAN-DELTA           PIC S9(13)V99 VALUE ZERO.
       01 WS-ITEM-AMOUNT          PIC 9(13)V99 VALUE ZERO.

      *The case in hand, filled before PERFORM Raise-Case: the
      *pattern, the amount and item count behind it, and the date
      *of the latest activity it covers.
       01 WS-CASE-PATTERN         PIC X(12).
       01 WS-CASE-AMOUNT          PIC 9(13)V99.
       01 WS-CASE-ITEMS           PIC 9(5).
       01 WS-CASE-DATE            PIC X(8).
       01 WS-CASE-TEXT            PIC X(40).
       01 WS-CASE-CUSTOMER-FLAG   PIC X VALUE 'N'.
           88 WS-CUSTOMER-LISTED        VALUE 'Y'.
       01 WS-CUSTOMER-NO          PIC 9(4).

      *Accounts line on the case report, filled ten at a time.
       01 WS-ACCT-LINE-COUNT      PIC 9(3).
       01 WS-ACCT-POINTER         PIC 9(3).
       01 WS-ACCT-DISPLAY         PIC 9(4).

      *One record of monitor_filing.dat, built here (the FILLER
      *bytes carry their spaces) and written out whole.
       01 WS-FILING-REC.
           05 FilRecType           PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 FilDate              PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 FilCustomer          PIC X(7).
           05 FILLER               PIC X VALUE SPACE.
           05 FilAmount            PIC 9(13).99.
           05 FILLER               PIC X VALUE SPACE.
           05 FilPattern           PIC X(12).
           05 FILLER               PIC X VALUE SPACE.
           05 FilActivityDate      PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 FilItemCount         PIC 9(5).

      *Control totals for the run.
       01 WS-COUNT-CASH-ITEMS     PIC 9(7) VALUE ZERO.
       01 WS-COUNT-TRANSFERS      PIC 9(7) VALUE ZERO.
       01 WS-COUNT-LARGE          PIC 9(7) VALUE ZERO.
       01 WS-COUNT-STRUCTURING    PIC 9(7) VALUE ZERO.
       01 WS-COUNT-CYCLE          PIC 9(7) VALUE ZERO.
       01 WS-COUNT-CASES          PIC 9(7) VALUE ZERO.
       01 WS-COUNT-SUPPRESSED     PIC 9(7) VALUE ZERO.
       01 WS-FILING-TOTAL         PIC 9(15)V99 VALUE ZERO.

      * use Z to suppress leading zeros on the report
       01 WS-DISPLAY.
           05 WS-DISPLAY-COUNT         PIC Z(6)9.
           05 WS-DISPLAY-ITEMS         PIC ZZZZ9.
           05 WS-DISPLAY-AMOUNT        PIC Z(12)9.99.
           05 WS-DISPLAY-IN            PIC Z(12)9.99.
           05 WS-DISPLAY-OUT           PIC Z(12)9.99.

       01 WS-REPORT-LINE          PIC X(200).

      *One run-log record: program, date/time stamp, records in
      *and out, rejects, and the return code being ended with -
      *fixed positions shared by every step of the stream.
       01 WS-RUNLOG-REC.
           05 WS-RL-PROGRAM       PIC X(18) VALUE "CASH-MONITOR".
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
           PERFORM Read-Parameter
           PERFORM Compute-Window
           INITIALIZE WS-CUSTOMER-TABLE
           PERFORM Load-Account-Owners
           PERFORM Load-History
           PERFORM Scan-Window
           OPEN INPUT CustomersFile
           OPEN OUTPUT MonitorReportFile
           OPEN OUTPUT FilingFile
           OPEN EXTEND HistoryFile
           PERFORM Write-Report-Header
           PERFORM Review-One-Customer
               VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > 10000
           PERFORM Write-Filing-Total
           PERFORM Write-Report-Trailer
           CLOSE HistoryFile
           CLOSE FilingFile
           CLOSE MonitorReportFile
           CLOSE CustomersFile
           MOVE WS-COUNT-CASES TO WS-DISPLAY-COUNT
           DISPLAY "Monitoring cases raised for " WS-MONITOR-DATE
                   ": " WS-DISPLAY-COUNT
           MOVE WS-COUNT-SUPPRESSED TO WS-DISPLAY-COUNT
           DISPLAY "Already reported, not raised:    "
                   WS-DISPLAY-COUNT
           PERFORM Write-Run-Log
           STOP RUN.

      * append this run's one line to the shared overnight run
      * log: cash items and transfers read, cases raised, and the
      * cases held back as already reported.
       Write-Run-Log.
           COMPUTE WS-RL-RECORDS-IN =
               WS-COUNT-CASH-ITEMS + WS-COUNT-TRANSFERS
           MOVE WS-COUNT-CASES TO WS-RL-RECORDS-OUT
           MOVE WS-COUNT-SUPPRESSED TO WS-RL-REJECTS
           ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RL-TIME-RAW FROM TIME
           MOVE WS-RL-TIME-RAW(1:6) TO WS-RL-TIME
           MOVE RETURN-CODE TO WS-RL-RETURN-CODE
           OPEN EXTEND RunLogFile
           WRITE RunLogLine FROM WS-RUNLOG-REC
           CLOSE RunLogFile.

      * monitoring date: monparm.dat when present, else today.
       Read-Parameter.
           ACCEPT WS-MONITOR-DATE FROM DATE YYYYMMDD
           OPEN INPUT ParameterFile
           READ ParameterFile
             AT END
                CONTINUE
             NOT AT END
                IF ParameterRecord NOT = SPACES
                   MOVE ParameterRecord TO WS-MONITOR-DATE
                END-IF
           END-READ
           CLOSE ParameterFile
      *    a date that is not a real YYYYMMDD would throw the day
      *    arithmetic; refuse it as a mis-keyed parameter
           IF WS-MONITOR-DATE NOT NUMERIC
              DISPLAY "Monitoring date invalid: " WS-MONITOR-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-MONITOR-DATE TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZERO
              DISPLAY "Monitoring date invalid: " WS-MONITOR-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      * the window is the monitoring date and the days before it,
      * WS-WINDOW-DAYS in all.
       Compute-Window.
           MOVE WS-MONITOR-DATE TO WS-DATE-NUM
           COMPUTE WS-MONITOR-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-START-DAY-NO =
               WS-MONITOR-DAY-NO - WS-WINDOW-DAYS + 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-START-DAY-NO)
           MOVE WS-DATE-NUM TO WS-WINDOW-START.

      * walk the master once for the owner of every account; an
      * unopenable master stops the run, since no movement could
      * be put to a customer.
       Load-Account-Owners.
           INITIALIZE WS-ACCOUNT-TABLE
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
      * looping forever or leaving accounts off the owner table
               IF EOF-DATA-FLAG = 'F'
                  IF NOT WS-ACCOUNTS-OK
                     DISPLAY "Accounts read failed, status "
                             WS-ACCOUNTS-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  ELSE
                     COMPUTE WS-ACCT-SUB = AccountId + 1
                     MOVE AccountCustomerId
                         TO WS-AC-CUSTOMER-ID(WS-ACCT-SUB)
                     MOVE 'Y' TO WS-AC-ON-FILE-FLAG(WS-ACCT-SUB)
                  END-IF
               END-IF
           END-PERFORM
           CLOSE AccountsFile.

      * the latest activity date each customer's patterns have
      * been reported through. Lines raised on or after the
      * monitoring date belong to a run being repeated and are
      * passed over, so the repeat reports the same cases.
       Load-History.
           OPEN INPUT HistoryFile
           MOVE 'F' TO EOF-DATA-FLAG
           PERFORM UNTIL EOF-DATA-FLAG = 'T'
               READ HistoryFile
                 AT END
                    MOVE 'T' TO EOF-DATA-FLAG
                 NOT AT END
                    IF HistCustomerId NUMERIC
                       AND HistRunDate < WS-MONITOR-DATE
                       PERFORM Load-One-History
                    END-IF
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

       Load-One-History.
           COMPUTE WS-CUST-SUB = HistCustomerId + 1
           EVALUATE HistPattern
             WHEN "LARGE_IN"
                IF HistThrough > WS-CT-IN-THROUGH(WS-CUST-SUB)
                   MOVE HistThrough TO WS-CT-IN-THROUGH(WS-CUST-SUB)
                END-IF
             WHEN "LARGE_OUT"
                IF HistThrough > WS-CT-OUT-THROUGH(WS-CUST-SUB)
                   MOVE HistThrough TO WS-CT-OUT-THROUGH(WS-CUST-SUB)
                END-IF
             WHEN "STRUCTURING"
                IF HistThrough > WS-CT-NEAR-THROUGH(WS-CUST-SUB)
                   MOVE HistThrough
                       TO WS-CT-NEAR-THROUGH(WS-CUST-SUB)
                END-IF
             WHEN "OWN_TRANSFER"
                IF HistThrough > WS-CT-CYCLE-THROUGH(WS-CUST-SUB)
                   MOVE HistThrough
                       TO WS-CT-CYCLE-THROUGH(WS-CUST-SUB)
                END-IF
           END-EVALUATE.

      * the journal pass: every archive month the window touches,
      * then the live journal - an archived month is out of the
      * live file by construction, so nothing is counted twice.
       Scan-Window.
           COMPUTE WS-SCAN-MONTHS =
               FUNCTION NUMVAL(WS-WINDOW-START(1:4)) * 12
               + FUNCTION NUMVAL(WS-WINDOW-START(5:2))
           COMPUTE WS-LAST-MONTHS =
               FUNCTION NUMVAL(WS-MONITOR-DATE(1:4)) * 12
               + FUNCTION NUMVAL(WS-MONITOR-DATE(5:2))
           PERFORM Scan-One-Archive
               VARYING WS-SCAN-MONTHS FROM WS-SCAN-MONTHS BY 1
               UNTIL WS-SCAN-MONTHS > WS-LAST-MONTHS
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

      * applied postings inside the window whose balances moved; a
      * flat entry is a replayed posting re-journaled by a
      * restarted run, already counted on its first journaling.
       Consider-Journal-Entry.
           IF WS-JR-DISPOSITION = 'A'
              AND WS-JR-DATE NOT < WS-WINDOW-START
              AND WS-JR-DATE NOT > WS-MONITOR-DATE
              AND WS-JR-ACCOUNT-ID NUMERIC
              COMPUTE WS-MONEY-DELTA =
                  FUNCTION NUMVAL(WS-JR-NEW-MONEY)
                  - FUNCTION NUMVAL(WS-JR-OLD-MONEY)
              COMPUTE WS-LOAN-DELTA =
                  FUNCTION NUMVAL(WS-JR-NEW-LOAN)
                  - FUNCTION NUMVAL(WS-JR-OLD-LOAN)
              IF WS-MONEY-DELTA NOT = ZERO
                 OR WS-LOAN-DELTA NOT = ZERO
                 COMPUTE WS-ACCT-SUB =
                     FUNCTION NUMVAL(WS-JR-ACCOUNT-ID) + 1
                 EVALUATE WS-JR-TYPE
                   WHEN "ADD_AMOUNT"
                   WHEN "EXT_CREDIT"
                   WHEN "REMOVE_AMOUNT"
                   WHEN "EXT_DEBIT"
                      PERFORM Count-Cash-Item
                   WHEN "TRANSFER_AMOUNT"
      *               the source leg carries the transfer; the
      *               destination leg is the same movement
                      IF WS-MONEY-DELTA < ZERO
                         PERFORM Count-Transfer
                      END-IF
                 END-EVALUATE
              END-IF
           END-IF.

      * one cash item onto its customer's day, and onto the
      * near-threshold count when it falls just under the line and
      * is later than the customer's structuring case already
      * reported through - an item already filed is not filed
      * again, nor does it help raise a fresh case.
       Count-Cash-Item.
           IF WS-AC-ON-FILE(WS-ACCT-SUB)
              COMPUTE WS-ITEM-AMOUNT = FUNCTION NUMVAL(WS-JR-AMOUNT)
              COMPUTE WS-CUST-SUB =
                  WS-AC-CUSTOMER-ID(WS-ACCT-SUB) + 1
              MOVE WS-JR-DATE TO WS-DATE-NUM
              COMPUTE WS-ENTRY-DAY-NO =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              COMPUTE WS-DAY-SUB =
                  WS-ENTRY-DAY-NO - WS-START-DAY-NO + 1
              MOVE 'Y' TO WS-CT-ACTIVE-FLAG(WS-CUST-SUB)
              MOVE 'Y' TO WS-AC-MOVED-FLAG(WS-ACCT-SUB)
              ADD 1 TO WS-COUNT-CASH-ITEMS
              IF WS-JR-TYPE = "ADD_AMOUNT"
                 OR WS-JR-TYPE = "EXT_CREDIT"
                 ADD WS-ITEM-AMOUNT
                     TO WS-CD-CASH-IN(WS-CUST-SUB, WS-DAY-SUB)
              ELSE
                 ADD WS-ITEM-AMOUNT
                     TO WS-CD-CASH-OUT(WS-CUST-SUB, WS-DAY-SUB)
              END-IF
              IF WS-ITEM-AMOUNT NOT < WS-NEAR-FLOOR
                 AND WS-ITEM-AMOUNT < WS-REPORT-THRESHOLD
                 AND WS-JR-DATE > WS-CT-NEAR-THROUGH(WS-CUST-SUB)
                 ADD 1 TO WS-CT-NEAR-COUNT(WS-CUST-SUB)
                 ADD WS-ITEM-AMOUNT TO WS-CT-NEAR-TOTAL(WS-CUST-SUB)
                 IF WS-JR-DATE > WS-CT-NEAR-LAST(WS-CUST-SUB)
                    MOVE WS-JR-DATE TO WS-CT-NEAR-LAST(WS-CUST-SUB)
                 END-IF
              END-IF
           END-IF.

      * a transfer counts only when both ends belong to the same
      * customer - money moving between the customer's own
      * accounts - and goes onto the own-transfer case only when
      * it is later than the case already reported through.
       Count-Transfer.
           INITIALIZE WS-LINE-TOKENS
           UNSTRING WS-JR-TRANS-LINE
               DELIMITED BY ALL SPACES
               INTO WS-LT-BRANCH
                    WS-LT-ID
                    WS-LT-TYPE
                    WS-LT-AMOUNT
                    WS-LT-DEST-ID
           END-UNSTRING
           IF WS-LT-DEST-ID NUMERIC
              AND WS-LT-DEST-ID NOT = WS-JR-ACCOUNT-ID
              AND WS-AC-ON-FILE(WS-ACCT-SUB)
              COMPUTE WS-DEST-SUB = FUNCTION NUMVAL(WS-LT-DEST-ID) + 1
              COMPUTE WS-CUST-SUB =
                  WS-AC-CUSTOMER-ID(WS-ACCT-SUB) + 1
              IF WS-AC-ON-FILE(WS-DEST-SUB)
                 AND WS-AC-CUSTOMER-ID(WS-DEST-SUB)
                     = WS-AC-CUSTOMER-ID(WS-ACCT-SUB)
                 COMPUTE WS-ITEM-AMOUNT =
                     FUNCTION NUMVAL(WS-JR-AMOUNT)
                 MOVE 'Y' TO WS-CT-ACTIVE-FLAG(WS-CUST-SUB)
                 MOVE 'Y' TO WS-AC-MOVED-FLAG(WS-ACCT-SUB)
                 MOVE 'Y' TO WS-AC-MOVED-FLAG(WS-DEST-SUB)
                 ADD 1 TO WS-COUNT-TRANSFERS
                 IF WS-JR-DATE > WS-CT-CYCLE-THROUGH(WS-CUST-SUB)
                    ADD 1 TO WS-CT-CYCLE-COUNT(WS-CUST-SUB)
                    ADD WS-ITEM-AMOUNT
                        TO WS-CT-CYCLE-TOTAL(WS-CUST-SUB)
                    IF WS-JR-DATE > WS-CT-CYCLE-LAST(WS-CUST-SUB)
                       MOVE WS-JR-DATE
                           TO WS-CT-CYCLE-LAST(WS-CUST-SUB)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * test one customer's window against each pattern. A pattern
      * already reported through a date is only raised again for
      * activity after it: the daily patterns test each day's date
      * here, and the window patterns only ever counted the items
      * after it.
       Review-One-Customer.
           IF WS-CT-ACTIVE(WS-CUST-SUB)
              MOVE 'N' TO WS-CASE-CUSTOMER-FLAG
              COMPUTE WS-CUSTOMER-NO = WS-CUST-SUB - 1
              PERFORM Review-One-Day
                  VARYING WS-DAY-SUB FROM 1 BY 1
                  UNTIL WS-DAY-SUB > WS-WINDOW-DAYS
              IF WS-CT-NEAR-COUNT(WS-CUST-SUB) NOT < WS-NEAR-MIN-ITEMS
                 MOVE "STRUCTURING" TO WS-CASE-PATTERN
                 MOVE WS-CT-NEAR-TOTAL(WS-CUST-SUB)
                     TO WS-CASE-AMOUNT
                 MOVE WS-CT-NEAR-COUNT(WS-CUST-SUB)
                     TO WS-CASE-ITEMS
                 MOVE WS-CT-NEAR-LAST(WS-CUST-SUB) TO WS-CASE-DATE
                 MOVE "CASH ITEMS JUST UNDER THRESHOLD"
                     TO WS-CASE-TEXT
                 ADD 1 TO WS-COUNT-STRUCTURING
                 PERFORM Raise-Case
              END-IF
              IF WS-CT-CYCLE-COUNT(WS-CUST-SUB)
                 NOT < WS-CYCLE-MIN-ITEMS
                 AND WS-CT-CYCLE-TOTAL(WS-CUST-SUB)
                 NOT < WS-REPORT-THRESHOLD
                 MOVE "OWN_TRANSFER" TO WS-CASE-PATTERN
                 MOVE WS-CT-CYCLE-TOTAL(WS-CUST-SUB)
                     TO WS-CASE-AMOUNT
                 MOVE WS-CT-CYCLE-COUNT(WS-CUST-SUB)
                     TO WS-CASE-ITEMS
                 MOVE WS-CT-CYCLE-LAST(WS-CUST-SUB)
                     TO WS-CASE-DATE
                 MOVE "TRANSFERS BETWEEN OWN ACCOUNTS"
                     TO WS-CASE-TEXT
                 ADD 1 TO WS-COUNT-CYCLE
                 PERFORM Raise-Case
              END-IF
           END-IF.

      * a day's cash in, and separately its cash out, at or over
      * the reporting threshold.
       Review-One-Day.
           COMPUTE WS-ENTRY-DAY-NO = WS-START-DAY-NO + WS-DAY-SUB - 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-ENTRY-DAY-NO)
           MOVE WS-DATE-NUM TO WS-CASE-DATE
           IF WS-CD-CASH-IN(WS-CUST-SUB, WS-DAY-SUB)
              NOT < WS-REPORT-THRESHOLD
              IF WS-CASE-DATE > WS-CT-IN-THROUGH(WS-CUST-SUB)
                 MOVE "LARGE_IN" TO WS-CASE-PATTERN
                 MOVE WS-CD-CASH-IN(WS-CUST-SUB, WS-DAY-SUB)
                     TO WS-CASE-AMOUNT
                 MOVE ZERO TO WS-CASE-ITEMS
                 MOVE "CASH IN FOR THE DAY AT OR OVER THRESHOLD"
                     TO WS-CASE-TEXT
                 ADD 1 TO WS-COUNT-LARGE
                 PERFORM Raise-Case
              ELSE
                 ADD 1 TO WS-COUNT-SUPPRESSED
              END-IF
           END-IF
           IF WS-CD-CASH-OUT(WS-CUST-SUB, WS-DAY-SUB)
              NOT < WS-REPORT-THRESHOLD
              IF WS-CASE-DATE > WS-CT-OUT-THROUGH(WS-CUST-SUB)
                 MOVE "LARGE_OUT" TO WS-CASE-PATTERN
                 MOVE WS-CD-CASH-OUT(WS-CUST-SUB, WS-DAY-SUB)
                     TO WS-CASE-AMOUNT
                 MOVE ZERO TO WS-CASE-ITEMS
                 MOVE "CASH OUT FOR THE DAY AT OR OVER THRESHOLD"
                     TO WS-CASE-TEXT
                 ADD 1 TO WS-COUNT-LARGE
                 PERFORM Raise-Case
              ELSE
                 ADD 1 TO WS-COUNT-SUPPRESSED
              END-IF
           END-IF.

      * one case: the customer heading the first time the customer
      * has a case this run, the case line on the report, its
      * filing detail, and the history line that stops it being
      * raised again.
       Raise-Case.
           IF NOT WS-CUSTOMER-LISTED
              PERFORM Write-Customer-Heading
              MOVE 'Y' TO WS-CASE-CUSTOMER-FLAG
           END-IF
           MOVE WS-CASE-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-CASE-ITEMS TO WS-DISPLAY-ITEMS
           INITIALIZE WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-CASE-PATTERN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CASE-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-ITEMS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CASE-TEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MonitorReportLine FROM WS-REPORT-LINE

           MOVE 'D' TO FilRecType
           MOVE WS-MONITOR-DATE TO FilDate
           MOVE SPACES TO FilCustomer
           MOVE WS-CUSTOMER-NO TO FilCustomer(1:4)
           MOVE WS-CASE-AMOUNT TO FilAmount
           MOVE WS-CASE-PATTERN TO FilPattern
           MOVE WS-CASE-DATE TO FilActivityDate
           MOVE WS-CASE-ITEMS TO FilItemCount
           WRITE FilingLine FROM WS-FILING-REC
           ADD WS-CASE-AMOUNT TO WS-FILING-TOTAL

           MOVE SPACES TO HistoryRecord
           MOVE WS-CUSTOMER-NO TO HistCustomerId
           MOVE WS-CASE-PATTERN TO HistPattern
           MOVE WS-CASE-DATE TO HistThrough
           MOVE WS-MONITOR-DATE TO HistRunDate
           WRITE HistoryRecord
           ADD 1 TO WS-COUNT-CASES.

      * the customer, name, and every account of the customer's
      * that moved inside the window, ten to a line.
       Write-Customer-Heading.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE MonitorReportLine FROM WS-REPORT-LINE
           MOVE WS-CUSTOMER-NO TO CustomerId
           READ CustomersFile
             INVALID KEY
                CONTINUE
           END-READ
           IF NOT WS-CUSTOMERS-OK
              MOVE "(NO CUSTOMER RECORD)" TO CustomerFirstName
              MOVE SPACES TO CustomerSecondName
           END-IF
           INITIALIZE WS-REPORT-LINE
           STRING "CUSTOMER " DELIMITED BY SIZE
                  WS-CUSTOMER-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CustomerFirstName DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CustomerSecondName DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MonitorReportLine FROM WS-REPORT-LINE
           INITIALIZE WS-REPORT-LINE
           MOVE "  ACCOUNTS" TO WS-REPORT-LINE
           MOVE 11 TO WS-ACCT-POINTER
           MOVE ZERO TO WS-ACCT-LINE-COUNT
           PERFORM List-One-Account
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > 10000
           IF WS-ACCT-LINE-COUNT > ZERO
              WRITE MonitorReportLine FROM WS-REPORT-LINE
           END-IF.

       List-One-Account.
           IF WS-AC-MOVED(WS-ACCT-SUB)
              AND WS-AC-CUSTOMER-ID(WS-ACCT-SUB) = WS-CUSTOMER-NO
              IF WS-ACCT-LINE-COUNT = 10
                 WRITE MonitorReportLine FROM WS-REPORT-LINE
                 INITIALIZE WS-REPORT-LINE
                 MOVE "  ACCOUNTS" TO WS-REPORT-LINE
                 MOVE 11 TO WS-ACCT-POINTER
                 MOVE ZERO TO WS-ACCT-LINE-COUNT
              END-IF
              COMPUTE WS-ACCT-DISPLAY = WS-ACCT-SUB - 1
              STRING " " DELIMITED BY SIZE
                     WS-ACCT-DISPLAY DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
                     WITH POINTER WS-ACCT-POINTER
              END-STRING
              ADD 1 TO WS-ACCT-LINE-COUNT
           END-IF.

      * the header names the monitoring date, the window and the
      * house figures the cases were judged against.
       Write-Report-Header.
           INITIALIZE WS-REPORT-LINE
           STRING "==== CASH MONITORING " DELIMITED BY SIZE
                  WS-MONITOR-DATE DELIMITED BY SIZE
                  " - WINDOW " DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-MONITOR-DATE DELIMITED BY SIZE
                  " ====" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MonitorReportLine FROM WS-REPORT-LINE
           MOVE WS-REPORT-THRESHOLD TO WS-DISPLAY-IN
           MOVE WS-NEAR-FLOOR TO WS-DISPLAY-OUT
           INITIALIZE WS-REPORT-LINE
           STRING "THRESHOLD " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-IN) DELIMITED BY SIZE
                  "  NEAR-THRESHOLD FROM " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-OUT) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MonitorReportLine FROM WS-REPORT-LINE
           MOVE "  PATTERN      ACTIVITY           AMOUNT ITEMS"
               TO WS-REPORT-LINE
           WRITE MonitorReportLine FROM WS-REPORT-LINE.

       Write-Report-Trailer.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE MonitorReportLine FROM WS-REPORT-LINE

           MOVE WS-COUNT-CASH-ITEMS TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "CASH ITEMS IN WINDOW:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MonitorReportLine FROM WS-REPORT-LINE

           MOVE WS-COUNT-TRANSFERS TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "OWN-ACCOUNT TRANSFERS: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MonitorReportLine FROM WS-REPORT-LINE

           MOVE WS-COUNT-LARGE TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "LARGE CASH CASES:      " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MonitorReportLine FROM WS-REPORT-LINE

           MOVE WS-COUNT-STRUCTURING TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "STRUCTURING CASES:     " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MonitorReportLine FROM WS-REPORT-LINE

           MOVE WS-COUNT-CYCLE TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "OWN-TRANSFER CASES:    " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MonitorReportLine FROM WS-REPORT-LINE

           MOVE WS-COUNT-SUPPRESSED TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "ALREADY REPORTED:      " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE MonitorReportLine FROM WS-REPORT-LINE.

      * the total record the regulator verifies on load: the
      * detail count and the summed amount.
       Write-Filing-Total.
           MOVE 'T' TO FilRecType
           MOVE WS-MONITOR-DATE TO FilDate
           MOVE WS-COUNT-CASES TO FilCustomer
           MOVE WS-FILING-TOTAL TO FilAmount
           MOVE "FILING_TOTAL" TO FilPattern
           MOVE SPACES TO FilActivityDate
           MOVE ZERO TO FilItemCount
           WRITE FilingLine FROM WS-FILING-REC.
