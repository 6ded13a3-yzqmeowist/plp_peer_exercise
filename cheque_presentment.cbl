       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-PRESENTMENT.

      *=========================
      *Inward cheque presentment loader, the cheque half of the
      *clearing interface alongside Settlement-Load. The clearing
      *house transmits chequein.dat - one line per cheque drawn on
      *one of our customers and presented for payment:
      *
      *    yyyymmdd account serial amount chequedate reference
      *
      *(presentment date, drawing account, cheque serial, amount,
      *the date written on the cheque, and the clearing house's
      *item reference). Every item is checked against the cheque
      *register (cheques.dat) and the account master, and either
      *paid or returned:
      *
      *  - an item that passes becomes a PAY_CHEQUE line on the
      *    head-office feed chqfeed.dat for Report-Generator, so it
      *    debits, journals and marks the register PAID through the
      *    normal posting path;
      *  - an item that fails goes back to the clearing house on
      *    cheque_returns.dat with a return reason code, and onto
      *    returned_report.dat for the branches:
      *
      *      01 CHEQUE NOT ISSUED   - serial not on the register
      *      02 ALREADY PAID        - paid before, or presented
      *                               twice in this file
      *      03 PAYMENT STOPPED     - a stop is in force
      *      04 STALE DATED         - dated more than six months
      *                               before presentment
      *      05 INSUFFICIENT FUNDS  - AccountMoney, less the
      *                               cheques already paid from it
      *                               earlier in this file, will
      *                               not cover it
      *      06 POST DATED          - dated after presentment
      *      07 ACCOUNT CLOSED      - account closed or not on file
      *      08 ACCOUNT BLOCKED     - account frozen or post-no-
      *                               debits
      *
      *The checks run in that order of precedence, account first:
      *the first one an item fails is the reason it goes back with.
      *
      *A structural problem - a date, account, serial or amount
      *that does not parse or could not post, a missing reference,
      *or more items than one run can track - refuses the whole
      *file with RETURN-CODE 8 before a single line is generated,
      *the same whole-file contract Settlement-Load gives the
      *settlement file; the clearing house retransmits.
      *
      *Compilation:
      *cobc -x cheque_presentment.cbl
      *
      *Execution:
      *macOS:   ./cheque_presentment
      *Windows: cheque_presentment.exe
      *=========================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the received presentment file
       SELECT ChequeInFile ASSIGN TO "chequein.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHEQUEIN-STATUS.
      * master file, read by key only to match the items
       SELECT AccountsFile ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AccountId
               FILE STATUS IS WS-ACCOUNTS-STATUS.
      * the cheque register, read by key only; OPTIONAL, since
      * until the first book is issued there is no register and
      * every item is simply not issued
       SELECT OPTIONAL ChequesFile ASSIGN TO "cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ChequeKey
               FILE STATUS IS WS-CHEQUES-STATUS.
      * the generated PAY_CHEQUE feed for Report-Generator
       SELECT ChqFeedFile ASSIGN TO "chqfeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the items going back to the clearing house unpaid
       SELECT ReturnsFile ASSIGN TO "cheque_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the returned items, with reasons and totals, for the
      * branches
       SELECT ReturnedReportFile ASSIGN TO "returned_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ChequeInFile
           RECORD CONTAINS 80 CHARACTERS.
           01 ChequeInLine         PIC X(80).

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
              88 AccountClosed         VALUE "CLOSED".
              88 AccountFrozen         VALUE "FROZEN".
              88 AccountPostNoDebits   VALUE "NODEBITS".
           02 Filler               PIC X.
           02 AccountLoanRate      PIC X(6).
           02 Filler               PIC X.
           02 AccountProduct       PIC X(4).

      * Same 54-character layout as ChequeRecord in
      * report_generator.cbl - kept in step with it by hand.
       FD ChequesFile
           RECORD CONTAINS 54 CHARACTERS.
       01 ChequeRecord.
           02 ChequeKey.
              03 ChequeAccountId   PIC 9(4).
              03 ChequeNumber      PIC 9(6).
           02 Filler               PIC X.
           02 ChequeStatus         PIC X(8).
              88 ChequeIssued          VALUE "ISSUED".
              88 ChequeStopped         VALUE "STOPPED".
              88 ChequePaid            VALUE "PAID".
           02 Filler               PIC X.
           02 ChequeIssueDate      PIC X(8).
           02 Filler               PIC X.
           02 ChequeStatusDate     PIC X(8).
           02 Filler               PIC X.
           02 ChequePaidAmount     PIC X(15).

       FD ChqFeedFile
           RECORD CONTAINS 80 CHARACTERS.
           01 ChqFeedLine          PIC X(80).

      * one returned item: presentment date, account, serial,
      * amount and the clearing house's reference as presented,
      * then the two-digit return reason code
       FD ReturnsFile
           RECORD CONTAINS 80 CHARACTERS.
           01 ReturnsLine          PIC X(80).

       FD ReturnedReportFile
           RECORD CONTAINS 80 CHARACTERS.
           01 ReturnedReportLine   PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-CHEQUEIN-STATUS      PIC XX.
           88 WS-CHEQUEIN-OK            VALUE "00".
       01 WS-ACCOUNTS-STATUS      PIC XX.
           88 WS-ACCOUNTS-OK            VALUE "00".
       01 WS-CHEQUES-STATUS       PIC XX.
           88 WS-CHEQUES-OK             VALUE "00".
      *    an OPTIONAL file opened for input but not there yet
           88 WS-CHEQUES-ABSENT         VALUE "05".

       01 EOF-CHEQUEIN-FLAG       PIC X VALUE 'F'.

      *Tokens of the presented item being examined.
       01 WS-ITEM-DETAILS.
           05 WS-IT-DATE          PIC X(8).
           05 WS-IT-ACCOUNT       PIC X(4).
           05 WS-IT-SERIAL        PIC X(10).
           05 WS-IT-AMOUNT        PIC X(15).
           05 WS-IT-CHEQUE-DATE   PIC X(8).
           05 WS-IT-REFERENCE     PIC X(20).

       01 WS-LINE-NO              PIC 9(7) VALUE ZERO.
       01 WS-ERROR-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-ITEM-COUNT           PIC 9(7) VALUE ZERO.

       01 WS-AMOUNT-NUM           PIC 9(13)V99.
       01 WS-SERIAL-NUM           PIC 9(6).
       01 WS-MONEY-NUM            PIC 9(15)V99.
       01 WS-COMMITTED-NUM        PIC 9(15)V99.
       01 WS-DATE-NUM             PIC 9(8).

      *Largest amount a single transaction line may carry, the
      *house limit on one posting; kept in step by hand with the
      *same item in batch_edit.cbl, report_generator.cbl,
      *settlement_load.cbl, deposit_maturity.cbl and
      *cheque_presentment.cbl.
       01 WS-MAX-LINE-AMOUNT      PIC 9(13)V99 VALUE 999999999.99.

      *A cheque dated more than this many months before the day it
      *is presented is stale and goes back unpaid.
       01 WS-STALE-MONTHS         PIC 9(2) VALUE 6.

      *Presentment and cheque dates as month numbers (year times
      *twelve plus month), to count whole months between them.
       01 WS-PRESENT-MONTHS       PIC 9(6).
       01 WS-CHEQUE-MONTHS        PIC 9(6).

      *Every item paid so far this run, so a cheque presented twice
      *in the one file goes back the second time, and so each
      *account's funds test allows for the cheques already paid
      *from it before the posting run has taken them off
      *AccountMoney. Pass 1 refuses a file with more items than
      *the table can hold.
       01 WS-PAID-MAX             PIC 9(5) VALUE 5000.
       01 WS-PAID-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-PAID-TABLE.
           05 WS-PD-ENTRY OCCURS 5000 TIMES.
              10 WS-PD-ACCOUNT    PIC X(4).
              10 WS-PD-SERIAL     PIC 9(6).
              10 WS-PD-AMOUNT     PIC 9(13)V99.
       01 WS-PD-SUB               PIC 9(5).
       01 WS-PAID-TWICE-FLAG      PIC X.
           88 WS-PAID-TWICE             VALUE 'Y'.

      *The return reasons, by code, with the count and amount
      *returned under each for the report trailer.
       01 WS-REASON-TABLE.
           05 WS-RN-ENTRY OCCURS 8 TIMES.
              10 WS-RN-TEXT       PIC X(20).
              10 WS-RN-COUNT      PIC 9(7).
              10 WS-RN-AMOUNT     PIC 9(15)V99.
       01 WS-REASON-COUNT         PIC 9(2) VALUE 8.
       01 WS-RN-SUB               PIC 9(2).

      *Why the current item goes back; set just before PERFORM
      *Return-Item.
       01 WS-RETURN-CODE          PIC 9(2).

      *Control totals for the run.
       01 WS-COUNT-PAID           PIC 9(7) VALUE ZERO.
       01 WS-COUNT-RETURNED       PIC 9(7) VALUE ZERO.
       01 WS-SUM-PAID             PIC 9(15)V99 VALUE ZERO.
       01 WS-SUM-RETURNED         PIC 9(15)V99 VALUE ZERO.

       01 WS-FEED-LINE            PIC X(80).
       01 WS-RETURNS-LINE         PIC X(80).
       01 WS-REPORT-LINE          PIC X(200).
       01 WS-DISPLAY-COUNT        PIC Z(6)9.
       01 WS-DISPLAY-SUM          PIC Z(14)9.99.
       01 WS-DISPLAY-AMOUNT       PIC Z(11)9.99.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Set-Reasons
           OPEN INPUT AccountsFile
           IF NOT WS-ACCOUNTS-OK
              DISPLAY "Accounts open failed, status "
                      WS-ACCOUNTS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ChequesFile
           IF NOT WS-CHEQUES-OK AND NOT WS-CHEQUES-ABSENT
              DISPLAY "Cheque register open failed, status "
                      WS-CHEQUES-STATUS
              CLOSE AccountsFile
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *    pass 1: prove every line parses and posts before any
      *    of the file is paid or returned
           PERFORM Validate-Presentment
           IF WS-ERROR-COUNT > ZERO
              MOVE WS-ERROR-COUNT TO WS-DISPLAY-COUNT
              DISPLAY "Presentment REFUSED: " WS-DISPLAY-COUNT
                      " problem(s) in chequein.dat"
              CLOSE ChequesFile
              CLOSE AccountsFile
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *    pass 2: the file is sound - pay what passes, return the
      *    rest
           OPEN OUTPUT ChqFeedFile
           OPEN OUTPUT ReturnsFile
           OPEN OUTPUT ReturnedReportFile
           PERFORM Write-Returned-Header
           PERFORM Load-Presentment
           PERFORM Write-Returned-Trailer
           CLOSE ReturnedReportFile
           CLOSE ReturnsFile
           CLOSE ChqFeedFile
           CLOSE ChequesFile
           CLOSE AccountsFile
           MOVE WS-COUNT-PAID TO WS-DISPLAY-COUNT
           DISPLAY "Cheques paid:     " WS-DISPLAY-COUNT
           MOVE WS-COUNT-RETURNED TO WS-DISPLAY-COUNT
           DISPLAY "Cheques returned: " WS-DISPLAY-COUNT
           STOP RUN.

      * the return reasons the clearing house is sent, by code.
       Set-Reasons.
           MOVE "CHEQUE NOT ISSUED" TO WS-RN-TEXT(1)
           MOVE "ALREADY PAID" TO WS-RN-TEXT(2)
           MOVE "PAYMENT STOPPED" TO WS-RN-TEXT(3)
           MOVE "STALE DATED" TO WS-RN-TEXT(4)
           MOVE "INSUFFICIENT FUNDS" TO WS-RN-TEXT(5)
           MOVE "POST DATED" TO WS-RN-TEXT(6)
           MOVE "ACCOUNT CLOSED" TO WS-RN-TEXT(7)
           MOVE "ACCOUNT BLOCKED" TO WS-RN-TEXT(8)
           PERFORM VARYING WS-RN-SUB FROM 1 BY 1
                   UNTIL WS-RN-SUB > WS-REASON-COUNT
               MOVE ZERO TO WS-RN-COUNT(WS-RN-SUB)
               MOVE ZERO TO WS-RN-AMOUNT(WS-RN-SUB)
           END-PERFORM.

      * structural pass: every line must carry a valid presentment
      * date, a numeric account, a serial, an amount the posting
      * fields can hold, a valid cheque date and a reference; any
      * problem refuses the whole file.
       Validate-Presentment.
           OPEN INPUT ChequeInFile
           IF NOT WS-CHEQUEIN-OK
              DISPLAY "chequein.dat missing, status "
                      WS-CHEQUEIN-STATUS
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              MOVE ZERO TO WS-LINE-NO
              MOVE 'F' TO EOF-CHEQUEIN-FLAG
              PERFORM UNTIL EOF-CHEQUEIN-FLAG = 'T'
                  READ ChequeInFile
                    AT END
                       MOVE 'T' TO EOF-CHEQUEIN-FLAG
                    NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF ChequeInLine NOT = SPACES
                          ADD 1 TO WS-ITEM-COUNT
                          PERFORM Validate-One-Item
                       END-IF
                  END-READ
              END-PERFORM
              CLOSE ChequeInFile
              IF WS-ITEM-COUNT > WS-PAID-MAX
                 DISPLAY "chequein.dat holds more than " WS-PAID-MAX
                         " items"
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
           END-IF.

       Validate-One-Item.
           PERFORM Split-Item
           IF WS-IT-DATE NOT NUMERIC
              DISPLAY "Line " WS-LINE-NO
                      ": presentment date not valid"
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              MOVE WS-IT-DATE TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZERO
                 DISPLAY "Line " WS-LINE-NO
                         ": presentment date not valid"
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
           END-IF
           IF WS-IT-ACCOUNT = SPACES
              OR WS-IT-ACCOUNT NOT NUMERIC
              DISPLAY "Line " WS-LINE-NO
                      ": cheque account not numeric"
              ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-IT-SERIAL = SPACES
              OR FUNCTION TEST-NUMVAL(WS-IT-SERIAL) NOT = ZERO
              DISPLAY "Line " WS-LINE-NO
                      ": cheque serial not numeric"
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              IF FUNCTION NUMVAL(WS-IT-SERIAL) < 1
                 OR FUNCTION NUMVAL(WS-IT-SERIAL) > 999999
                 DISPLAY "Line " WS-LINE-NO
                         ": cheque serial not valid"
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
           END-IF
           IF WS-IT-AMOUNT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-IT-AMOUNT) NOT = ZERO
              DISPLAY "Line " WS-LINE-NO
                      ": cheque amount not numeric"
              ADD 1 TO WS-ERROR-COUNT
           ELSE
      *       the cheque pays as one line, held to the same house
      *       limit a hand-keyed line is; the posting run would
      *       refuse anything past it, and a cheque for nothing
      *       pays nothing
              IF FUNCTION NUMVAL(WS-IT-AMOUNT) > WS-MAX-LINE-AMOUNT
                 OR FUNCTION NUMVAL(WS-IT-AMOUNT) = ZERO
                 DISPLAY "Line " WS-LINE-NO
                         ": cheque amount not postable"
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
           END-IF
           IF WS-IT-CHEQUE-DATE NOT NUMERIC
              DISPLAY "Line " WS-LINE-NO
                      ": cheque date not valid"
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              MOVE WS-IT-CHEQUE-DATE TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZERO
                 DISPLAY "Line " WS-LINE-NO
                         ": cheque date not valid"
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
           END-IF
           IF WS-IT-REFERENCE = SPACES
              DISPLAY "Line " WS-LINE-NO
                      ": cheque reference missing"
              ADD 1 TO WS-ERROR-COUNT
           END-IF.

       Split-Item.
           INITIALIZE WS-ITEM-DETAILS
           UNSTRING ChequeInLine
               DELIMITED BY ALL SPACES
               INTO WS-IT-DATE
                    WS-IT-ACCOUNT
                    WS-IT-SERIAL
                    WS-IT-AMOUNT
                    WS-IT-CHEQUE-DATE
                    WS-IT-REFERENCE
           END-UNSTRING.

      * second pass over the proven file: each item paid onto the
      * PAY_CHEQUE feed or returned.
       Load-Presentment.
           OPEN INPUT ChequeInFile
           MOVE 'F' TO EOF-CHEQUEIN-FLAG
           PERFORM UNTIL EOF-CHEQUEIN-FLAG = 'T'
               READ ChequeInFile
                 AT END
                    MOVE 'T' TO EOF-CHEQUEIN-FLAG
                 NOT AT END
                    IF ChequeInLine NOT = SPACES
                       PERFORM Load-One-Item
                    END-IF
               END-READ
           END-PERFORM
           CLOSE ChequeInFile.

      * the checks, in order of precedence; the first one the item
      * fails is the reason it goes back with.
       Load-One-Item.
           PERFORM Split-Item
           COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(WS-IT-AMOUNT)
           COMPUTE WS-SERIAL-NUM = FUNCTION NUMVAL(WS-IT-SERIAL)
           MOVE WS-IT-ACCOUNT TO AccountId
           READ AccountsFile
             INVALID KEY
                MOVE 7 TO WS-RETURN-CODE
                PERFORM Return-Item
             NOT INVALID KEY
      *         the posting run's status gate bounces any debit off
      *         a CLOSED, FROZEN or NODEBITS account, so none of
      *         them can pay
                IF AccountClosed
                   MOVE 7 TO WS-RETURN-CODE
                   PERFORM Return-Item
                ELSE
                IF AccountFrozen OR AccountPostNoDebits
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM Return-Item
                ELSE
                   PERFORM Check-Register
                END-IF
                END-IF
           END-READ.

      * the item against the cheque register, then its date, then
      * the money to pay it.
       Check-Register.
           PERFORM Find-Paid-Item
           MOVE WS-IT-ACCOUNT TO ChequeAccountId
           MOVE WS-SERIAL-NUM TO ChequeNumber
           IF WS-CHEQUES-ABSENT
              MOVE 1 TO WS-RETURN-CODE
              PERFORM Return-Item
           ELSE
           READ ChequesFile
             INVALID KEY
                MOVE 1 TO WS-RETURN-CODE
                PERFORM Return-Item
             NOT INVALID KEY
                IF ChequePaid OR WS-PAID-TWICE
                   MOVE 2 TO WS-RETURN-CODE
                   PERFORM Return-Item
                ELSE
                IF ChequeStopped
                   MOVE 3 TO WS-RETURN-CODE
                   PERFORM Return-Item
                ELSE
                   PERFORM Check-Cheque-Date
                END-IF
                END-IF
           END-READ
           END-IF.

      * a cheque is good from the day written on it until the
      * same day WS-STALE-MONTHS months on; before that it is post
      * dated, after it stale.
       Check-Cheque-Date.
           COMPUTE WS-PRESENT-MONTHS =
               FUNCTION NUMVAL(WS-IT-DATE(1:4)) * 12
               + FUNCTION NUMVAL(WS-IT-DATE(5:2))
           COMPUTE WS-CHEQUE-MONTHS =
               FUNCTION NUMVAL(WS-IT-CHEQUE-DATE(1:4)) * 12
               + FUNCTION NUMVAL(WS-IT-CHEQUE-DATE(5:2))
           IF WS-IT-CHEQUE-DATE > WS-IT-DATE
              MOVE 6 TO WS-RETURN-CODE
              PERFORM Return-Item
           ELSE
           IF WS-PRESENT-MONTHS - WS-CHEQUE-MONTHS > WS-STALE-MONTHS
              OR (WS-PRESENT-MONTHS - WS-CHEQUE-MONTHS
                  = WS-STALE-MONTHS
                  AND WS-IT-DATE(7:2) > WS-IT-CHEQUE-DATE(7:2))
              MOVE 4 TO WS-RETURN-CODE
              PERFORM Return-Item
           ELSE
              PERFORM Check-Funds
           END-IF
           END-IF.

      * AccountMoney less what this file has already paid from the
      * account must cover the cheque.
       Check-Funds.
           COMPUTE WS-MONEY-NUM = FUNCTION NUMVAL(AccountMoney)
           MOVE ZERO TO WS-COMMITTED-NUM
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PAID-COUNT
               IF WS-PD-ACCOUNT(WS-PD-SUB) = WS-IT-ACCOUNT
                  ADD WS-PD-AMOUNT(WS-PD-SUB) TO WS-COMMITTED-NUM
               END-IF
           END-PERFORM
           IF WS-COMMITTED-NUM + WS-AMOUNT-NUM > WS-MONEY-NUM
              MOVE 5 TO WS-RETURN-CODE
              PERFORM Return-Item
           ELSE
              PERFORM Generate-Payment
           END-IF.

      * whether this account and serial has already been paid
      * earlier in this file.
       Find-Paid-Item.
           MOVE 'N' TO WS-PAID-TWICE-FLAG
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PAID-COUNT
                      OR WS-PAID-TWICE
               IF WS-PD-ACCOUNT(WS-PD-SUB) = WS-IT-ACCOUNT
                  AND WS-PD-SERIAL(WS-PD-SUB) = WS-SERIAL-NUM
                  MOVE 'Y' TO WS-PAID-TWICE-FLAG
               END-IF
           END-PERFORM.

      * one PAY_CHEQUE line on the generated feed, same shape as a
      * hand-keyed transaction line - the serial in the fifth token
      * and the clearing reference after it; presented cheques
      * originate at head office, so the branch token is HO.
       Generate-Payment.
           INITIALIZE WS-FEED-LINE
           STRING "HO " DELIMITED BY SIZE
                  WS-IT-ACCOUNT DELIMITED BY SIZE
                  " PAY_CHEQUE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IT-AMOUNT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SERIAL-NUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IT-REFERENCE DELIMITED BY SIZE
                  INTO WS-FEED-LINE
           END-STRING
           WRITE ChqFeedLine FROM WS-FEED-LINE
           ADD 1 TO WS-PAID-COUNT
           MOVE WS-IT-ACCOUNT TO WS-PD-ACCOUNT(WS-PAID-COUNT)
           MOVE WS-SERIAL-NUM TO WS-PD-SERIAL(WS-PAID-COUNT)
           MOVE WS-AMOUNT-NUM TO WS-PD-AMOUNT(WS-PAID-COUNT)
           ADD 1 TO WS-COUNT-PAID
           ADD WS-AMOUNT-NUM TO WS-SUM-PAID.

      * the item goes back to the clearing house under
      * WS-RETURN-CODE, and onto the returned-items report.
       Return-Item.
           INITIALIZE WS-RETURNS-LINE
           STRING WS-IT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IT-ACCOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SERIAL-NUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IT-AMOUNT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IT-REFERENCE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
                  INTO WS-RETURNS-LINE
           END-STRING
           WRITE ReturnsLine FROM WS-RETURNS-LINE
           ADD 1 TO WS-COUNT-RETURNED
           ADD WS-AMOUNT-NUM TO WS-SUM-RETURNED
           ADD 1 TO WS-RN-COUNT(WS-RETURN-CODE)
           ADD WS-AMOUNT-NUM TO WS-RN-AMOUNT(WS-RETURN-CODE)

           MOVE WS-AMOUNT-NUM TO WS-DISPLAY-AMOUNT
           INITIALIZE WS-REPORT-LINE
           STRING WS-IT-ACCOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SERIAL-NUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IT-CHEQUE-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IT-REFERENCE DELIMITED BY SIZE
                  " <= " DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RN-TEXT(WS-RETURN-CODE) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ReturnedReportLine FROM WS-REPORT-LINE.

       Write-Returned-Header.
           INITIALIZE WS-REPORT-LINE
           STRING "==== RETURNED CHEQUES ====" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ReturnedReportLine FROM WS-REPORT-LINE.

       Write-Returned-Trailer.
           MOVE WS-COUNT-PAID TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "CHEQUES PAID:          " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ReturnedReportLine FROM WS-REPORT-LINE

           MOVE WS-SUM-PAID TO WS-DISPLAY-SUM
           INITIALIZE WS-REPORT-LINE
           STRING "AMOUNT PAID:           " DELIMITED BY SIZE
                  WS-DISPLAY-SUM DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ReturnedReportLine FROM WS-REPORT-LINE

           MOVE WS-COUNT-RETURNED TO WS-DISPLAY-COUNT
           INITIALIZE WS-REPORT-LINE
           STRING "CHEQUES RETURNED:      " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ReturnedReportLine FROM WS-REPORT-LINE

           MOVE WS-SUM-RETURNED TO WS-DISPLAY-SUM
           INITIALIZE WS-REPORT-LINE
           STRING "AMOUNT RETURNED:       " DELIMITED BY SIZE
                  WS-DISPLAY-SUM DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ReturnedReportLine FROM WS-REPORT-LINE

           PERFORM VARYING WS-RN-SUB FROM 1 BY 1
                   UNTIL WS-RN-SUB > WS-REASON-COUNT
               IF WS-RN-COUNT(WS-RN-SUB) > ZERO
                  PERFORM Write-Reason-Line
               END-IF
           END-PERFORM.

      * one trailer line per return reason that was used: code,
      * reason, items and amount returned under it.
       Write-Reason-Line.
           MOVE WS-RN-COUNT(WS-RN-SUB) TO WS-DISPLAY-COUNT
           MOVE WS-RN-AMOUNT(WS-RN-SUB) TO WS-DISPLAY-SUM
           INITIALIZE WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-RN-SUB DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RN-TEXT(WS-RN-SUB) DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-SUM DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           WRITE ReturnedReportLine FROM WS-REPORT-LINE.
