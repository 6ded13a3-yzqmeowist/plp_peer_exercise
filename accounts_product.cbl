       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNTS-PRODUCT.

      *=========================
      *One-time migration utility, sibling to ACCOUNTS-SPLIT: puts
      *a product code on every account. It takes the production
      *INDEXED accounts.dat in its previous 65-character layout
      *(id, customer id, money, loan, AccountLastLine, status,
      *rate) and rebuilds it in the 70-character layout
      *Report-Generator now expects, preserving every balance,
      *AccountLastLine, status and individually set loan rate
      *exactly as posted and appending AccountProduct = STD, the
      *house current account every account was priced as until
      *product codes arrived.
      *
      *The product master, products.dat, must carry a STD line in
      *force before the first run after this change: the posting,
      *accrual, service-charge and dormancy runs all price from
      *it, and the first two refuse to run without the file. Set
      *the STD line up with the rates, fees and ceilings the
      *programs carried as literals, so nothing is priced
      *differently on the day of the change:
      *    loan rate 01.000, loan ceiling 100000.00,
      *    monthly fee 5.00, per-item fee 0.25,
      *    waiver balance 100.00, dormant after 12 months,
      *    break penalty 01.000, longest deposit term 120,
      *    one deposit tier from 0.00 at 00.100.
      *Accounts can then be moved onto other products one at a
      *time with CHANGE_PRODUCT.
      *
      *Before the first Report-Generator run after this change,
      *move the live master aside and run this program once:
      *    mv accounts.dat accounts.dat.v65
      *    cobc -x accounts_product.cbl
      *    ./accounts_product
      *It reads every record from accounts.dat.v65 in key order
      *and writes a fresh indexed accounts.dat in its place;
      *accounts.dat.v65 is left untouched afterwards in case the
      *migration needs to be re-run. The record count and the
      *money/loan grand totals of what was carried across are
      *displayed so the migration can be balanced against the
      *last trailer before anyone posts to the new file.
      *
      *The backup generations (accounts.g1/g2/g3.bak and
      *accounts.acc.bak / accounts.fee.bak) taken before the
      *migration are in the old layout and cannot be restored
      *with ACCOUNTS-RESTORE afterwards; restore from
      *accounts.dat.v65 and re-run this program instead.
      *
      *ACCOUNTS-SPLIT, ACCOUNTS-UPGRADE and ACCOUNTS-CONVERT
      *migrate EARLIER layouts and must not be run against this
      *master; they stay in the library for the history they
      *document.
      *
      *Compilation:
      *cobc -x accounts_product.cbl
      *
      *Execution:
      *macOS:   ./accounts_product
      *Windows: accounts_product.exe
      *=========================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the live master in its previous 65-character layout, set
      * aside under the .v65 name; read in key order
       SELECT OldAccountsFile ASSIGN TO "accounts.dat.v65"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OldAccountId
               FILE STATUS IS WS-OLD-ACCOUNTS-STATUS.
      * the rebuilt master in the 70-character layout
       SELECT NewAccountsFile ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AccountId
               FILE STATUS IS WS-NEW-ACCOUNTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The 65-character layout as it stood before the product
      *    code was added.
       FD OldAccountsFile
           RECORD CONTAINS 65 CHARACTERS.
       01 OldAccountRecord.
           02 OldAccountId          PIC 9(4).
           02 Filler                PIC X.
           02 OldAccountCustomerId  PIC 9(4).
           02 Filler                PIC X.
           02 OldAccountMoney       PIC X(15).
           02 Filler                PIC X.
           02 OldAccountLoan        PIC X(15).
           02 Filler                PIC X.
           02 OldAccountLastLine    PIC 9(7).
           02 Filler                PIC X.
           02 OldAccountStatus      PIC X(8).
           02 Filler                PIC X.
           02 OldAccountLoanRate    PIC X(6).

      *    Same 70-character layout as AccountRecord in
      *    report_generator.cbl - kept in step with it by hand, the
      *    same way accounts_split is.
       FD NewAccountsFile
           RECORD CONTAINS 70 CHARACTERS.
       01 NewAccountRecord.
           02 AccountId             PIC 9(4).
           02 Filler                PIC X.
           02 AccountCustomerId     PIC 9(4).
           02 Filler                PIC X.
           02 AccountMoney          PIC X(15).
           02 Filler                PIC X.
           02 AccountLoan           PIC X(15).
           02 Filler                PIC X.
           02 AccountLastLine       PIC 9(7).
           02 Filler                PIC X.
           02 AccountStatus         PIC X(8).
           02 Filler                PIC X.
           02 AccountLoanRate       PIC X(6).
           02 Filler                PIC X.
           02 AccountProduct        PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-OLD-ACCOUNTS-STATUS    PIC XX.
           88 WS-OLD-ACCOUNTS-OK          VALUE "00".
       01 WS-NEW-ACCOUNTS-STATUS    PIC XX.
           88 WS-NEW-ACCOUNTS-OK          VALUE "00".

      *The product every existing account is carried across onto;
      *kept in step with WS-DEFAULT-PRODUCT in report_generator.cbl.
       01 WS-HOUSE-PRODUCT          PIC X(4) VALUE "STD".

       01 EOF-OLD-ACCOUNTS-FLAG     PIC X VALUE 'F'.
       01 WS-MIGRATED-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-GRAND-MONEY            PIC 9(17)V99 VALUE ZERO.
       01 WS-GRAND-LOAN             PIC 9(17)V99 VALUE ZERO.

       01 WS-DISPLAY-COUNT          PIC Z(6)9.
       01 WS-DISPLAY-GRAND-MONEY    PIC Z(16)9.99.
       01 WS-DISPLAY-GRAND-LOAN     PIC Z(16)9.99.

       PROCEDURE DIVISION.
       Main-Logic.
      *    the old master must open cleanly before the new one is
      *    created: a missing .v65 file means the rename step was
      *    skipped, and there is nothing to migrate from
           OPEN INPUT OldAccountsFile
           IF NOT WS-OLD-ACCOUNTS-OK
              DISPLAY "accounts.dat.v65 not readable, status "
                      WS-OLD-ACCOUNTS-STATUS
                      " - migration refused"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT NewAccountsFile
           PERFORM UNTIL EOF-OLD-ACCOUNTS-FLAG = 'T'
               READ OldAccountsFile NEXT RECORD
                 AT END
                    MOVE 'T' TO EOF-OLD-ACCOUNTS-FLAG
               END-READ
      * a read error raises neither AT END nor NOT AT END; the
      * status check after the READ stops the run instead of
      * looping forever
               IF EOF-OLD-ACCOUNTS-FLAG = 'F'
                  IF NOT WS-OLD-ACCOUNTS-OK
                     DISPLAY "Old master read failed, status "
                             WS-OLD-ACCOUNTS-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  ELSE
                     PERFORM Migrate-One-Account
                  END-IF
               END-IF
           END-PERFORM
           CLOSE OldAccountsFile
           CLOSE NewAccountsFile
           MOVE WS-MIGRATED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Migrated " WS-DISPLAY-COUNT
                   " accounts into 70-character accounts.dat"
           MOVE WS-GRAND-MONEY TO WS-DISPLAY-GRAND-MONEY
           DISPLAY "Carried total money: " WS-DISPLAY-GRAND-MONEY
           MOVE WS-GRAND-LOAN TO WS-DISPLAY-GRAND-LOAN
           DISPLAY "Carried total loan:  " WS-DISPLAY-GRAND-LOAN
           STOP RUN.

      * carry one record across unchanged - balances, last line,
      * status and rate exactly as posted - with the house product
      * code appended.
       Migrate-One-Account.
           MOVE OldAccountId TO AccountId
           MOVE OldAccountCustomerId TO AccountCustomerId
           MOVE OldAccountMoney TO AccountMoney
           MOVE OldAccountLoan TO AccountLoan
           MOVE OldAccountLastLine TO AccountLastLine
           MOVE OldAccountStatus TO AccountStatus
           MOVE OldAccountLoanRate TO AccountLoanRate
           MOVE WS-HOUSE-PRODUCT TO AccountProduct
           WRITE NewAccountRecord
           IF NOT WS-NEW-ACCOUNTS-OK
              DISPLAY "Account " AccountId
                      " write failed, status "
                      WS-NEW-ACCOUNTS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-MIGRATED-COUNT
           ADD FUNCTION NUMVAL(OldAccountMoney) TO WS-GRAND-MONEY
           ADD FUNCTION NUMVAL(OldAccountLoan) TO WS-GRAND-LOAN.
