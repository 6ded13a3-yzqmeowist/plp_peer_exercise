       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAL-BALANCE.

      *=========================
      *Point-in-time trial balance of the whole book. Rebuilds every
      *account's money and loan balance as of the date in
      *tbparm.dat, as it stood at the end of that day, from the
      *permanent journal - every archive month Journal-Archive has
      *cut (journal.YYYYMM), then the live journal.dat - and ties
      *the totals to the nearest reconciled close.
      *
      *An account's balance on the date is the after-balance of its
      *last applied posting dated on or before it. Nothing is
      *guessed: an account is listed apart, with no figure, when
      *
      *  - there is no posting for it on or before the date in the
      *    history on file and its first later posting is not the
      *    OPEN_ACCOUNT that created it (NO BASELINE - it existed
      *    before the history begins, or before a missing month);
      *  - an archive month is missing between its last posting and
      *    the date (HISTORY GAP - a posting may be in the hole).
      *
      *An account whose first posting after the date IS its
      *OPEN_ACCOUNT did not exist yet and is left off altogether.
      *
      *The totals are then tied to the proven close Reconcile saved
      *nearest the date (recon_history.dat): that close's money and
      *loan totals, carried forward or back by the net of every
      *applied posting dated between the close and the as-of date,
      *must equal the trial balance totals. An account listed
      *without a figure, a missing archive inside that span, or no
      *saved close at all leaves the book not tied, and the run ends
      *with RETURN-CODE 8 so it is not filed as complete.
      *
      *trial_balance.dat is the printed listing; trial_balance.csv
      *has one row per account with the customer's names, the
      *figures and whether they could be rebuilt.
      *
      *The date comes from tbparm.dat - a single line holding
      *YYYYMMDD, optionally followed by a space and the YYYYMM of
      *the first month the journal holds. Which date is wanted is
      *the auditor's question, never a default, so a missing or
      *invalid date refuses the run (RETURN-CODE 8). Without the
      *first month, the history is taken to start at the oldest
      *archive in an unbroken run back from the live journal; with
      *it, every missing archive from that month on is listed as a
      *gap.
      *
      *Compilation:
      *cobc -x trial_balance.cbl
      *
      *Execution:
      *macOS:   ./trial_balance
      *Windows: trial_balance.exe
      *=========================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the live posting journal
       SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the per-month archives, visited one by one; OPTIONAL so a
      * missing month opens empty and shows as a gap instead of
      * stopping the run
       SELECT OPTIONAL ArchiveFile ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
      * the master, walked once for every account and its owner
       SELECT AccountsFile ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AccountId
               FILE STATUS IS WS-ACCOUNTS-STATUS.
      * the customer master, read by key for the names
       SELECT OPTIONAL CustomersFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerId
               FILE STATUS IS WS-CUSTOMERS-STATUS.
      * every proven close Reconcile has saved, dated
       SELECT OPTIONAL ReconHistoryFile
               ASSIGN TO "recon_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * single-line parameter file: as-of date, optional first
      * journal month
       SELECT OPTIONAL ParameterFile ASSIGN TO "tbparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the printed trial balance
       SELECT TrialBalanceFile ASSIGN TO "trial_balance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the same, one comma-delimited row per account
       SELECT TrialCsvFile ASSIGN TO "trial_balance.csv"
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

      *    Same 75-character layout as ReconHistoryRecord in
      *    reconcile.cbl - kept in step with it by hand: the date of
      *    the close, then its opening totals record.
       FD ReconHistoryFile
           RECORD CONTAINS 75 CHARACTERS.
       01 ReconHistoryRecord.
           02 ReconHistoryDate     PIC X(8).
           02 Filler               PIC X.
           02 ReconHistoryMoney    PIC X(18).
           02 Filler               PIC X.
           02 ReconHistoryLoan     PIC X(18).
           02 Filler               PIC X(29).

       FD ParameterFile
           RECORD CONTAINS 15 CHARACTERS.
       01 ParameterRecord.
           02 ParmAsOfDate         PIC X(8).
           02 Filler               PIC X.
           02 ParmFirstMonth       PIC X(6).

       FD TrialBalanceFile
           RECORD CONTAINS 80 CHARACTERS.
           01 TrialBalanceLine     PIC X(200).

       FD TrialCsvFile
           RECORD CONTAINS 200 CHARACTERS.
           01 TrialCsvLine         PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS      PIC XX.
           88 WS-ACCOUNTS-OK            VALUE "00".
       01 WS-CUSTOMERS-STATUS     PIC XX.
           88 WS-CUSTOMERS-OK           VALUE "00".
      *"05" is an OPTIONAL file that is not there.
       01 WS-ARCHIVE-STATUS       PIC XX.
           88 WS-ARCHIVE-OK             VALUE "00".

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

       01 EOF-DATA-FLAG           PIC X VALUE 'F'.
       01 EOF-JOURNAL-FLAG        PIC X VALUE 'F'.
       01 EOF-ARCHIVE-FLAG        PIC X VALUE 'F'.

      *The as-of date, YYYYMMDD, and today for the guard.
       01 WS-AS-OF-DATE           PIC X(8).
       01 WS-TODAY                PIC X(8).
       01 WS-DATE-NUM             PIC 9(8).

      *History walk in whole-month numbers (YYYY * 12 + MM): the
      *first month held, the as-of month, and the month the live
      *journal starts at - every month before it is archived.
       01 WS-ARCHIVE-NAME         PIC X(14).
       01 WS-FIRST-MONTHS         PIC 9(7).
       01 WS-AS-OF-MONTHS         PIC 9(7).
       01 WS-LIVE-MONTHS          PIC 9(7).
       01 WS-SCAN-MONTHS          PIC 9(7).
       01 WS-SCAN-YYYY            PIC 9(4).
       01 WS-SCAN-MM              PIC 9(2).
       01 WS-ARCHIVE-FOUND-FLAG   PIC X.
           88 WS-ARCHIVE-FOUND          VALUE 'Y'.

      *Archive months missing from the history walked.
       01 WS-GAP-MAX              PIC 9(3) VALUE 200.
       01 WS-GAP-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-GAP-TABLE.
           05 WS-GAP-MONTHS       PIC 9(7) OCCURS 200 TIMES.
       01 WS-GAP-SUB              PIC 9(3).
       01 WS-GAP-HIT-FLAG         PIC X.
           88 WS-GAP-HIT                VALUE 'Y'.
      *Bounds, in months, the gap check is asked about.
       01 WS-GAP-FROM-MONTHS      PIC 9(7).
       01 WS-GAP-TO-MONTHS        PIC 9(7).

      *Every account by AccountId + 1 - four-digit key, so the
      *whole key space fits. WS-AC-BASE-FLAG is 'Y' once an applied
      *posting dated on or before the as-of date has been seen, and
      *the balances beside it are that posting's after-balances;
      *WS-AC-LATER-FLAG records the first applied posting after the
      *date - 'O' when it was the account's OPEN_ACCOUNT, 'P' for
      *any other.
       01 WS-ACCOUNT-TABLE.
           05 WS-AC-ENTRY OCCURS 10000 TIMES.
              10 WS-AC-ON-MASTER-FLAG PIC X.
                 88 WS-AC-ON-MASTER     VALUE 'Y'.
              10 WS-AC-CUSTOMER-ID PIC 9(4).
              10 WS-AC-BASE-FLAG  PIC X.
                 88 WS-AC-HAS-BASE      VALUE 'Y'.
              10 WS-AC-LATER-FLAG PIC X.
                 88 WS-AC-OPENED-LATER  VALUE 'O'.
                 88 WS-AC-POSTED-LATER  VALUE 'P'.
              10 WS-AC-MONEY      PIC X(15).
              10 WS-AC-LOAN       PIC X(15).
              10 WS-AC-DATE       PIC X(8).
       01 WS-ACCT-SUB             PIC 9(5).
       01 WS-ACCOUNT-ID           PIC 9(4).

      *The proven close nearest the as-of date, and how far off it
      *is in days; an earlier close wins a tie.
       01 WS-RECON-FOUND-FLAG     PIC X VALUE 'N'.
           88 WS-RECON-FOUND            VALUE 'Y'.
       01 WS-RECON-DATE           PIC X(8).
       01 WS-RECON-MONEY          PIC 9(15)V99 VALUE ZERO.
       01 WS-RECON-LOAN           PIC 9(15)V99 VALUE ZERO.
       01 WS-AS-OF-DAY-NO         PIC 9(8).
       01 WS-HIST-DAY-NO          PIC 9(8).
       01 WS-HIST-DISTANCE        PIC 9(8).
       01 WS-BEST-DISTANCE        PIC 9(8) VALUE ZERO.

      *The span between that close and the as-of date: postings
      *dated after WS-BRIDGE-LOW up to and including WS-BRIDGE-HIGH
      *carry the close's totals to the date.
       01 WS-BRIDGE-LOW           PIC X(8).
       01 WS-BRIDGE-HIGH          PIC X(8).
       01 WS-BRIDGE-FORWARD-FLAG  PIC X.
           88 WS-BRIDGE-FORWARD         VALUE 'Y'.
       01 WS-BRIDGE-GAP-FLAG      PIC X VALUE 'N'.
           88 WS-BRIDGE-CROSSES-GAP     VALUE 'Y'.
       01 WS-NET-MONEY            PIC S9(15)V99 VALUE ZERO.
       01 WS-NET-LOAN             PIC S9(15)V99 VALUE ZERO.
       01 WS-EXPECTED-MONEY       PIC S9(16)V99 VALUE ZERO.
       01 WS-EXPECTED-LOAN        PIC S9(16)V99 VALUE ZERO.
       01 WS-DIFF-MONEY           PIC S9(16)V99 VALUE ZERO.
       01 WS-DIFF-LOAN            PIC S9(16)V99 VALUE ZERO.

      *The book as rebuilt.
       01 WS-TOTAL-MONEY          PIC 9(15)V99 VALUE ZERO.
       01 WS-TOTAL-LOAN           PIC 9(15)V99 VALUE ZERO.
       01 WS-ACCT-MONEY           PIC 9(13)V99.
       01 WS-ACCT-LOAN            PIC 9(13)V99.
       01 WS-COUNT-LISTED         PIC 9(7) VALUE ZERO.
       01 WS-COUNT-NOT-BUILT      PIC 9(7) VALUE ZERO.
       01 WS-COUNT-OPENED-LATER   PIC 9(7) VALUE ZERO.
       01 WS-COUNT-JOURNAL        PIC 9(9) VALUE ZERO.

      *Set when the book cannot be filed as complete: an account
      *without a figure, or totals that do not tie.
       01 WS-NOT-TIED-FLAG        PIC X VALUE 'N'.
           88 WS-NOT-TIED               VALUE 'Y'.

      *Why the account in hand has no figure.
       01 WS-NOT-BUILT-REASON     PIC X(30).

       01 WS-NAME                 PIC X(25).
       01 WS-DISPLAY-COUNT        PIC Z(8)9.
       01 WS-DISPLAY-MONEY        PIC Z(12)9.99.
       01 WS-DISPLAY-LOAN         PIC Z(12)9.99.
       01 WS-DISPLAY-TOTAL        PIC Z(14)9.99.
       01 WS-DISPLAY-SIGNED       PIC -(15)9.99.

       01 WS-REPORT-LINE          PIC X(200).
       01 WS-CSV-LINE             PIC X(200).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM Read-Parameter
           PERFORM Find-Nearest-Close
           INITIALIZE WS-ACCOUNT-TABLE
           PERFORM Load-Accounts
           PERFORM Find-History-Range
           PERFORM Scan-One-Archive
               VARYING WS-SCAN-MONTHS FROM WS-FIRST-MONTHS BY 1
               UNTIL WS-SCAN-MONTHS >= WS-LIVE-MONTHS
           PERFORM Scan-Live-Journal
           OPEN INPUT CustomersFile
           OPEN OUTPUT TrialBalanceFile
           OPEN OUTPUT TrialCsvFile
           PERFORM Write-Listing-Header
           PERFORM Write-Built-Account
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > 10000
           PERFORM Write-Listing-Totals
           PERFORM Write-Not-Built-Header
           PERFORM Write-Not-Built-Account
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > 10000
           PERFORM Tie-To-Close
           CLOSE TrialCsvFile
           CLOSE TrialBalanceFile
           CLOSE CustomersFile
           MOVE WS-COUNT-LISTED TO WS-DISPLAY-COUNT
           DISPLAY "Trial balance as of " WS-AS-OF-DATE
                   ", accounts listed: " WS-DISPLAY-COUNT
           MOVE WS-COUNT-NOT-BUILT TO WS-DISPLAY-COUNT
           DISPLAY "Accounts not reconstructed:   " WS-DISPLAY-COUNT
           IF WS-NOT-TIED
              DISPLAY "TRIAL BALANCE NOT TIED - see trial_balance.dat"
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * the as-of date, and optionally the first journal month,
      * from tbparm.dat; the date is never defaulted, and one that
      * is not a real past or present date is refused.
       Read-Parameter.
           MOVE SPACES TO WS-AS-OF-DATE
           MOVE ZERO TO WS-FIRST-MONTHS
           OPEN INPUT ParameterFile
           READ ParameterFile
             AT END
                CONTINUE
             NOT AT END
                MOVE ParmAsOfDate TO WS-AS-OF-DATE
                IF ParmFirstMonth NUMERIC
                   COMPUTE WS-FIRST-MONTHS =
                       FUNCTION NUMVAL(ParmFirstMonth(1:4)) * 12
                       + FUNCTION NUMVAL(ParmFirstMonth(5:2))
                END-IF
           END-READ
           CLOSE ParameterFile
           IF WS-AS-OF-DATE NOT NUMERIC
              DISPLAY "As-of date missing or invalid in tbparm.dat"
                      " - trial balance refused"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-AS-OF-DATE TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZERO
              OR WS-AS-OF-DATE > WS-TODAY
              DISPLAY "As-of date invalid: " WS-AS-OF-DATE
                      " - trial balance refused"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-AS-OF-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-AS-OF-MONTHS =
               FUNCTION NUMVAL(WS-AS-OF-DATE(1:4)) * 12
               + FUNCTION NUMVAL(WS-AS-OF-DATE(5:2)).

      * the proven close nearest the as-of date, either side of
      * it, and the span of postings that carries its totals to
      * the date.
       Find-Nearest-Close.
           OPEN INPUT ReconHistoryFile
           MOVE 'F' TO EOF-DATA-FLAG
           PERFORM UNTIL EOF-DATA-FLAG = 'T'
               READ ReconHistoryFile
                 AT END
                    MOVE 'T' TO EOF-DATA-FLAG
                 NOT AT END
                    IF ReconHistoryDate NUMERIC
                       PERFORM Consider-One-Close
                    END-IF
               END-READ
           END-PERFORM
           CLOSE ReconHistoryFile
           IF WS-RECON-FOUND
              IF WS-RECON-DATE > WS-AS-OF-DATE
                 MOVE 'N' TO WS-BRIDGE-FORWARD-FLAG
                 MOVE WS-AS-OF-DATE TO WS-BRIDGE-LOW
                 MOVE WS-RECON-DATE TO WS-BRIDGE-HIGH
              ELSE
                 MOVE 'Y' TO WS-BRIDGE-FORWARD-FLAG
                 MOVE WS-RECON-DATE TO WS-BRIDGE-LOW
                 MOVE WS-AS-OF-DATE TO WS-BRIDGE-HIGH
              END-IF
           END-IF.

       Consider-One-Close.
           MOVE ReconHistoryDate TO WS-DATE-NUM
           COMPUTE WS-HIST-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-HIST-DAY-NO > WS-AS-OF-DAY-NO
              COMPUTE WS-HIST-DISTANCE =
                  WS-HIST-DAY-NO - WS-AS-OF-DAY-NO
           ELSE
              COMPUTE WS-HIST-DISTANCE =
                  WS-AS-OF-DAY-NO - WS-HIST-DAY-NO
           END-IF
      *    a later record for the same date is a rerun of that
      *    close and replaces it; otherwise nearer wins, and an
      *    earlier close wins a tie
           IF NOT WS-RECON-FOUND
              OR WS-HIST-DISTANCE < WS-BEST-DISTANCE
              OR (WS-HIST-DISTANCE = WS-BEST-DISTANCE
                  AND ReconHistoryDate NOT > WS-RECON-DATE)
              MOVE 'Y' TO WS-RECON-FOUND-FLAG
              MOVE WS-HIST-DISTANCE TO WS-BEST-DISTANCE
              MOVE ReconHistoryDate TO WS-RECON-DATE
              COMPUTE WS-RECON-MONEY =
                  FUNCTION NUMVAL(ReconHistoryMoney)
              COMPUTE WS-RECON-LOAN =
                  FUNCTION NUMVAL(ReconHistoryLoan)
           END-IF.

      * every account on the master and its owner; an unopenable
      * master stops the run.
       Load-Accounts.
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
                     COMPUTE WS-ACCT-SUB = AccountId + 1
                     MOVE 'Y' TO WS-AC-ON-MASTER-FLAG(WS-ACCT-SUB)
                     MOVE AccountCustomerId
                         TO WS-AC-CUSTOMER-ID(WS-ACCT-SUB)
                  END-IF
               END-IF
           END-PERFORM
           CLOSE AccountsFile.

      * where the history runs from and to: the live journal starts
      * at the month of its first entry (the current month when it
      * is empty), and every month before that is archived; the
      * first month is the parameter's, or else the oldest archive
      * in an unbroken run back from the live journal.
       Find-History-Range.
           COMPUTE WS-LIVE-MONTHS =
               FUNCTION NUMVAL(WS-TODAY(1:4)) * 12
               + FUNCTION NUMVAL(WS-TODAY(5:2))
           OPEN INPUT JournalFile
           READ JournalFile INTO WS-JOURNAL-REC
             AT END
                CONTINUE
             NOT AT END
                IF WS-JR-DATE NUMERIC
                   COMPUTE WS-LIVE-MONTHS =
                       FUNCTION NUMVAL(WS-JR-DATE(1:4)) * 12
                       + FUNCTION NUMVAL(WS-JR-DATE(5:2))
                END-IF
           END-READ
           CLOSE JournalFile
           IF WS-FIRST-MONTHS = ZERO
              MOVE WS-LIVE-MONTHS TO WS-FIRST-MONTHS
              MOVE 'Y' TO WS-ARCHIVE-FOUND-FLAG
              PERFORM Probe-Back
                  UNTIL NOT WS-ARCHIVE-FOUND
           END-IF.

      * one month further back: is its archive there?
       Probe-Back.
           COMPUTE WS-SCAN-MONTHS = WS-FIRST-MONTHS - 1
           PERFORM Build-Archive-Name
           MOVE 'N' TO WS-ARCHIVE-FOUND-FLAG
           OPEN INPUT ArchiveFile
           IF WS-ARCHIVE-OK
              MOVE 'Y' TO WS-ARCHIVE-FOUND-FLAG
              MOVE WS-SCAN-MONTHS TO WS-FIRST-MONTHS
           END-IF
           CLOSE ArchiveFile.

       Build-Archive-Name.
           COMPUTE WS-SCAN-YYYY = (WS-SCAN-MONTHS - 1) / 12
           COMPUTE WS-SCAN-MM =
               WS-SCAN-MONTHS - (WS-SCAN-YYYY * 12)
           INITIALIZE WS-ARCHIVE-NAME
           STRING "journal." DELIMITED BY SIZE
                  WS-SCAN-YYYY DELIMITED BY SIZE
                  WS-SCAN-MM DELIMITED BY SIZE
                  INTO WS-ARCHIVE-NAME
           END-STRING.

      * one archive month, oldest first; a month that is not there
      * is noted as a gap in the history.
       Scan-One-Archive.
           PERFORM Build-Archive-Name
           OPEN INPUT ArchiveFile
           IF NOT WS-ARCHIVE-OK
              IF WS-GAP-COUNT < WS-GAP-MAX
                 ADD 1 TO WS-GAP-COUNT
                 MOVE WS-SCAN-MONTHS TO WS-GAP-MONTHS(WS-GAP-COUNT)
              END-IF
           ELSE
              MOVE 'F' TO EOF-ARCHIVE-FLAG
              PERFORM UNTIL EOF-ARCHIVE-FLAG = 'T'
                  READ ArchiveFile INTO WS-JOURNAL-REC
                    AT END
                       MOVE 'T' TO EOF-ARCHIVE-FLAG
                    NOT AT END
                       PERFORM Consider-Journal-Entry
                  END-READ
              END-PERFORM
           END-IF
           CLOSE ArchiveFile.

       Scan-Live-Journal.
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

      * applied account postings only - customer maintenance
      * journals under the customer id with flat zero balances and
      * is no account's history. The journal is written in posting
      * order, so the last posting on or before the date seen is
      * the one whose after-balances stood at the end of it.
       Consider-Journal-Entry.
           IF WS-JR-DISPOSITION = 'A'
              AND WS-JR-ACCOUNT-ID NUMERIC
              AND WS-JR-TYPE NOT = "OPEN_CUSTOMER"
              AND WS-JR-TYPE NOT = "CHANGE_NAME"
              AND WS-JR-TYPE NOT = "CHANGE_ADDRESS"
              ADD 1 TO WS-COUNT-JOURNAL
              COMPUTE WS-ACCT-SUB =
                  FUNCTION NUMVAL(WS-JR-ACCOUNT-ID) + 1
              IF WS-JR-DATE NOT > WS-AS-OF-DATE
                 MOVE 'Y' TO WS-AC-BASE-FLAG(WS-ACCT-SUB)
                 MOVE WS-JR-NEW-MONEY TO WS-AC-MONEY(WS-ACCT-SUB)
                 MOVE WS-JR-NEW-LOAN TO WS-AC-LOAN(WS-ACCT-SUB)
                 MOVE WS-JR-DATE TO WS-AC-DATE(WS-ACCT-SUB)
              ELSE
                 IF WS-AC-LATER-FLAG(WS-ACCT-SUB) = SPACE
                    IF WS-JR-TYPE = "OPEN_ACCOUNT"
                       MOVE 'O' TO WS-AC-LATER-FLAG(WS-ACCT-SUB)
                    ELSE
                       MOVE 'P' TO WS-AC-LATER-FLAG(WS-ACCT-SUB)
                    END-IF
                 END-IF
              END-IF
              IF WS-RECON-FOUND
                 AND WS-JR-DATE > WS-BRIDGE-LOW
                 AND WS-JR-DATE NOT > WS-BRIDGE-HIGH
                 COMPUTE WS-NET-MONEY = WS-NET-MONEY
                     + FUNCTION NUMVAL(WS-JR-NEW-MONEY)
                     - FUNCTION NUMVAL(WS-JR-OLD-MONEY)
                 COMPUTE WS-NET-LOAN = WS-NET-LOAN
                     + FUNCTION NUMVAL(WS-JR-NEW-LOAN)
                     - FUNCTION NUMVAL(WS-JR-OLD-LOAN)
              END-IF
           END-IF.

      * is any missing archive month inside WS-GAP-FROM-MONTHS
      * through WS-GAP-TO-MONTHS?
       Check-Gap-Span.
           MOVE 'N' TO WS-GAP-HIT-FLAG
           PERFORM VARYING WS-GAP-SUB FROM 1 BY 1
               UNTIL WS-GAP-SUB > WS-GAP-COUNT
               IF WS-GAP-MONTHS(WS-GAP-SUB) NOT < WS-GAP-FROM-MONTHS
                  AND WS-GAP-MONTHS(WS-GAP-SUB)
                      NOT > WS-GAP-TO-MONTHS
                  MOVE 'Y' TO WS-GAP-HIT-FLAG
               END-IF
           END-PERFORM.

      * the account in hand: whether it has a figure for the date,
      * and why not when it has none. An account that did not yet
      * exist leaves WS-NOT-BUILT-REASON at spaces and is counted
      * apart; one never heard of is skipped.
       Judge-Account.
           MOVE SPACES TO WS-NOT-BUILT-REASON
           MOVE 'N' TO WS-GAP-HIT-FLAG
           IF WS-AC-HAS-BASE(WS-ACCT-SUB)
      *       a missing month after its last posting up to the date
      *       could hold a later posting
              COMPUTE WS-GAP-FROM-MONTHS =
                  FUNCTION NUMVAL(WS-AC-DATE(WS-ACCT-SUB)(1:4)) * 12
                  + FUNCTION NUMVAL(WS-AC-DATE(WS-ACCT-SUB)(5:2))
                  + 1
              MOVE WS-AS-OF-MONTHS TO WS-GAP-TO-MONTHS
              PERFORM Check-Gap-Span
              IF WS-GAP-HIT
                 MOVE "HISTORY GAP" TO WS-NOT-BUILT-REASON
              END-IF
           ELSE
           IF NOT WS-AC-OPENED-LATER(WS-ACCT-SUB)
              AND (WS-AC-ON-MASTER(WS-ACCT-SUB)
                   OR WS-AC-POSTED-LATER(WS-ACCT-SUB))
              MOVE "NO BASELINE" TO WS-NOT-BUILT-REASON
           END-IF
           END-IF.

      * the owner's names for the account in hand into
      * CustomerRecord; an account no longer on the master, or a
      * customer record that cannot be read, shows a placeholder.
       Look-Up-Owner.
           MOVE SPACES TO CustomerRecord
           IF WS-AC-ON-MASTER(WS-ACCT-SUB)
              MOVE WS-AC-CUSTOMER-ID(WS-ACCT-SUB) TO CustomerId
              READ CustomersFile
                INVALID KEY
                   CONTINUE
              END-READ
              IF NOT WS-CUSTOMERS-OK
                 MOVE SPACES TO CustomerRecord
                 MOVE WS-AC-CUSTOMER-ID(WS-ACCT-SUB) TO CustomerId
                 MOVE "(NO CUSTOMER RECORD)" TO CustomerFirstName
              END-IF
           ELSE
              MOVE ZERO TO CustomerId
              MOVE "(NOT ON MASTER)" TO CustomerFirstName
           END-IF
           INITIALIZE WS-NAME
           STRING FUNCTION TRIM(CustomerFirstName) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CustomerSecondName) DELIMITED BY SIZE
                  INTO WS-NAME
           END-STRING.

       Write-Listing-Header.
           INITIALIZE WS-REPORT-LINE
           STRING "==== TRIAL BALANCE AS OF " DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
                  " ====" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           MOVE WS-FIRST-MONTHS TO WS-SCAN-MONTHS
           PERFORM Build-Archive-Name
           INITIALIZE WS-REPORT-LINE
           STRING "JOURNAL HISTORY FROM " DELIMITED BY SIZE
                  WS-SCAN-YYYY DELIMITED BY SIZE
                  WS-SCAN-MM DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           PERFORM VARYING WS-GAP-SUB FROM 1 BY 1
               UNTIL WS-GAP-SUB > WS-GAP-COUNT
               MOVE WS-GAP-MONTHS(WS-GAP-SUB) TO WS-SCAN-MONTHS
               PERFORM Build-Archive-Name
               INITIALIZE WS-REPORT-LINE
               STRING "ARCHIVE MISSING: " DELIMITED BY SIZE
                      WS-ARCHIVE-NAME DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE TrialBalanceLine FROM WS-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           INITIALIZE WS-REPORT-LINE
           STRING "ACCT CUST NAME                     "
                  DELIMITED BY SIZE
                  "          MONEY             LOAN LASTPOST"
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           INITIALIZE WS-CSV-LINE
           STRING "ACCOUNTID,CUSTOMERID,FIRSTNAME,SECONDNAME,"
                  "MONEY,LOAN,LASTPOSTED,STATUS" DELIMITED BY SIZE
                  INTO WS-CSV-LINE
           END-STRING
           WRITE TrialCsvLine FROM WS-CSV-LINE.

      * one line per account rebuilt, in account order, and its
      * row on the CSV.
       Write-Built-Account.
           PERFORM Judge-Account
           IF WS-AC-HAS-BASE(WS-ACCT-SUB)
              AND WS-NOT-BUILT-REASON = SPACES
              PERFORM Look-Up-Owner
              COMPUTE WS-ACCT-MONEY =
                  FUNCTION NUMVAL(WS-AC-MONEY(WS-ACCT-SUB))
              COMPUTE WS-ACCT-LOAN =
                  FUNCTION NUMVAL(WS-AC-LOAN(WS-ACCT-SUB))
              ADD WS-ACCT-MONEY TO WS-TOTAL-MONEY
              ADD WS-ACCT-LOAN TO WS-TOTAL-LOAN
              ADD 1 TO WS-COUNT-LISTED
              MOVE WS-ACCT-MONEY TO WS-DISPLAY-MONEY
              MOVE WS-ACCT-LOAN TO WS-DISPLAY-LOAN
              COMPUTE WS-ACCOUNT-ID = WS-ACCT-SUB - 1
              INITIALIZE WS-REPORT-LINE
              STRING WS-ACCOUNT-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CustomerId DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-NAME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-DISPLAY-MONEY DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-DISPLAY-LOAN DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-AC-DATE(WS-ACCT-SUB) DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE TrialBalanceLine FROM WS-REPORT-LINE
              INITIALIZE WS-CSV-LINE
              STRING WS-ACCOUNT-ID DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     CustomerId DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CustomerFirstName) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CustomerSecondName)
                         DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DISPLAY-MONEY) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DISPLAY-LOAN) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-AC-DATE(WS-ACCT-SUB) DELIMITED BY SIZE
                     ",OK" DELIMITED BY SIZE
                     INTO WS-CSV-LINE
              END-STRING
              WRITE TrialCsvLine FROM WS-CSV-LINE
           END-IF.

       Write-Listing-Totals.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           MOVE WS-TOTAL-MONEY TO WS-DISPLAY-TOTAL
           INITIALIZE WS-REPORT-LINE
           STRING "TOTAL MONEY:           " DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           MOVE WS-TOTAL-LOAN TO WS-DISPLAY-TOTAL
           INITIALIZE WS-REPORT-LINE
           STRING "TOTAL LOAN:            " DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           MOVE WS-COUNT-LISTED TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "ACCOUNTS LISTED:       " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           MOVE WS-COUNT-JOURNAL TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "POSTINGS READ:         " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE.

       Write-Not-Built-Header.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           INITIALIZE WS-REPORT-LINE
           STRING "==== NOT RECONSTRUCTED - NO FIGURE GIVEN ===="
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE.

      * an account with no trustworthy figure for the date: listed
      * with the reason, kept out of the totals, and on the CSV
      * with its balances blank; an account not yet open on the
      * date is only counted.
       Write-Not-Built-Account.
           PERFORM Judge-Account
           IF WS-NOT-BUILT-REASON NOT = SPACES
              MOVE 'Y' TO WS-NOT-TIED-FLAG
              ADD 1 TO WS-COUNT-NOT-BUILT
              PERFORM Look-Up-Owner
              COMPUTE WS-ACCOUNT-ID = WS-ACCT-SUB - 1
              INITIALIZE WS-REPORT-LINE
              STRING WS-ACCOUNT-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CustomerId DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-NAME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-NOT-BUILT-REASON DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE TrialBalanceLine FROM WS-REPORT-LINE
              INITIALIZE WS-CSV-LINE
              STRING WS-ACCOUNT-ID DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     CustomerId DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CustomerFirstName) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CustomerSecondName)
                         DELIMITED BY SIZE
                     ",,,," DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NOT-BUILT-REASON)
                         DELIMITED BY SIZE
                     INTO WS-CSV-LINE
              END-STRING
              WRITE TrialCsvLine FROM WS-CSV-LINE
           ELSE
           IF NOT WS-AC-HAS-BASE(WS-ACCT-SUB)
              AND WS-AC-OPENED-LATER(WS-ACCT-SUB)
              ADD 1 TO WS-COUNT-OPENED-LATER
           END-IF
           END-IF.

      * the nearest proven close, carried to the date by the net of
      * the postings between, against the totals rebuilt here.
       Tie-To-Close.
           MOVE WS-COUNT-NOT-BUILT TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "ACCOUNTS NOT REBUILT:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           MOVE WS-COUNT-OPENED-LATER TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "OPENED AFTER THE DATE: " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           INITIALIZE WS-REPORT-LINE
           STRING "==== TIE TO RECONCILIATION ====" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           IF NOT WS-RECON-FOUND
              MOVE 'Y' TO WS-NOT-TIED-FLAG
              INITIALIZE WS-REPORT-LINE
              STRING "NO PROVEN CLOSE ON FILE - TOTALS NOT TIED"
                     DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE TrialBalanceLine FROM WS-REPORT-LINE
           ELSE
              PERFORM Prove-The-Tie
           END-IF
           INITIALIZE WS-REPORT-LINE
           IF WS-NOT-TIED
              STRING "*** TRIAL BALANCE NOT TIED ***" DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING "TRIAL BALANCE TIED" DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           END-IF
           WRITE TrialBalanceLine FROM WS-REPORT-LINE.

       Prove-The-Tie.
           IF WS-BRIDGE-FORWARD
              COMPUTE WS-EXPECTED-MONEY = WS-RECON-MONEY + WS-NET-MONEY
              COMPUTE WS-EXPECTED-LOAN = WS-RECON-LOAN + WS-NET-LOAN
           ELSE
              COMPUTE WS-EXPECTED-MONEY = WS-RECON-MONEY - WS-NET-MONEY
              COMPUTE WS-EXPECTED-LOAN = WS-RECON-LOAN - WS-NET-LOAN
           END-IF
           COMPUTE WS-DIFF-MONEY = WS-TOTAL-MONEY - WS-EXPECTED-MONEY
           COMPUTE WS-DIFF-LOAN = WS-TOTAL-LOAN - WS-EXPECTED-LOAN
      *    the carry is only complete if no archive month it spans
      *    is missing
           COMPUTE WS-GAP-FROM-MONTHS =
               FUNCTION NUMVAL(WS-BRIDGE-LOW(1:4)) * 12
               + FUNCTION NUMVAL(WS-BRIDGE-LOW(5:2))
           COMPUTE WS-GAP-TO-MONTHS =
               FUNCTION NUMVAL(WS-BRIDGE-HIGH(1:4)) * 12
               + FUNCTION NUMVAL(WS-BRIDGE-HIGH(5:2))
           PERFORM Check-Gap-Span
           IF WS-GAP-HIT
              MOVE 'Y' TO WS-BRIDGE-GAP-FLAG
           END-IF

           INITIALIZE WS-REPORT-LINE
           STRING "NEAREST PROVEN CLOSE:  " DELIMITED BY SIZE
                  WS-RECON-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE

           MOVE WS-RECON-MONEY TO WS-DISPLAY-TOTAL
           INITIALIZE WS-REPORT-LINE
           STRING "CLOSE TOTAL MONEY:     " DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           IF WS-BRIDGE-FORWARD
              MOVE WS-NET-MONEY TO WS-DISPLAY-SIGNED
           ELSE
              COMPUTE WS-DISPLAY-SIGNED = ZERO - WS-NET-MONEY
           END-IF
           INITIALIZE WS-REPORT-LINE
           STRING "NET MONEY TO THE DATE: " DELIMITED BY SIZE
                  WS-DISPLAY-SIGNED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           MOVE WS-DIFF-MONEY TO WS-DISPLAY-SIGNED
           INITIALIZE WS-REPORT-LINE
           STRING "MONEY DIFFERENCE:      " DELIMITED BY SIZE
                  WS-DISPLAY-SIGNED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE

           MOVE WS-RECON-LOAN TO WS-DISPLAY-TOTAL
           INITIALIZE WS-REPORT-LINE
           STRING "CLOSE TOTAL LOAN:      " DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           IF WS-BRIDGE-FORWARD
              MOVE WS-NET-LOAN TO WS-DISPLAY-SIGNED
           ELSE
              COMPUTE WS-DISPLAY-SIGNED = ZERO - WS-NET-LOAN
           END-IF
           INITIALIZE WS-REPORT-LINE
           STRING "NET LOAN TO THE DATE:  " DELIMITED BY SIZE
                  WS-DISPLAY-SIGNED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE
           MOVE WS-DIFF-LOAN TO WS-DISPLAY-SIGNED
           INITIALIZE WS-REPORT-LINE
           STRING "LOAN DIFFERENCE:       " DELIMITED BY SIZE
                  WS-DISPLAY-SIGNED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE TrialBalanceLine FROM WS-REPORT-LINE

           IF WS-BRIDGE-CROSSES-GAP
              MOVE 'Y' TO WS-NOT-TIED-FLAG
              INITIALIZE WS-REPORT-LINE
              STRING "ARCHIVE MISSING BETWEEN CLOSE AND DATE"
                     DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              WRITE TrialBalanceLine FROM WS-REPORT-LINE
           END-IF
           IF WS-DIFF-MONEY NOT = ZERO
              OR WS-DIFF-LOAN NOT = ZERO
              MOVE 'Y' TO WS-NOT-TIED-FLAG
           END-IF.
