      *line must parse - a leading branch code (stamped by
      *Trans-Merge), a known transaction type, a numeric amount, a
      *destination id on TRANSFER_AMOUNT (and not the source
      *account), names on OPEN_ACCOUNT/CHANGE_NAME, known address
      *fields of a fitting width on OPEN_CUSTOMER/CHANGE_ADDRESS, a
      *status word on SET_STATUS, a product code on CHANGE_PRODUCT,
      *a journal run id, line number and posting type on REVERSE,
      *cheque serials on ISSUE_CHEQUES/STOP_CHEQUE/CANCEL_STOP, an
      *amount no larger than the house limit on one line
      *(999,999,999.99) - and
      *the id of the operator who keyed it (columns 81-88, carried
      *across from the branch feed by Trans-Merge) must be on the
      *operator authority file, operators.dat.
      *
      *Only a feed that passes everything is released: the detail
      *lines are copied to transactions.dat for Report-Generator and
      *Catching a truncated transfer here beats unwinding a
      *half-applied day.
      *
      *Maker-checker: operators.dat holds one line per operator per
      *transaction type the operator may key, with the largest
      *amount they may key on a single line of it (money types
      *only - for maintenance types the line itself is the
      *permission). A REVERSE carries no amount of its own - it
      *gives back whatever the posting it names moved, which may be
      *far past the keyer's limit for that type - so every REVERSE
      *needs a second operator, however wide the keyer's authority.
      *A released line beyond its keyer's authority
      *does not go to posting: it is parked on pending.dat under a
      *reference made of its feed's header date and its feed line
      *number, and waits there, run after run, until a second
      *operator's approval for that reference turns up on
      *approvals.dat. An
      *approval is honoured only from an operator other than the
      *keyer whose own authority covers the line; the line is then
      *released to transactions.dat ahead of the night's feed, with
      *the approver's id stamped in columns 89-96 so the posting
      *journal records both. pending_report.dat, the morning
      *report, lists what was released, what was parked tonight,
      *what is still waiting and any approval not honoured; the
      *approvals are spent once read. A refused feed leaves
      *pending.dat and approvals.dat exactly as they were.
      *
      *The run may be repeated on the same transfeed.dat before the
      *posting run, and gives the same transactions.dat again: the
      *lines released on approval are kept on released.dat with the
      *header of the feed they went out with, and released again
      *while that feed is the one being edited; a feed line whose
      *reference is already pending, or already released, is not
      *parked a second time. released.dat is written before
      *pending.dat and approvals.dat are, so a run stopped part way
      *loses no approval. A feed line whose reference is held by a
      *different line - a second feed sent under the same header
      *date - stops the run, since approvals keyed against that
      *reference were given for the other line.
      *
      *Compilation:
      *cobc -x batch_edit.cbl
      *
       SELECT TransactionsFile ASSIGN TO "transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the operator authority file, held whole in storage; without
      * it no operator id can be proved, so the run stops
       SELECT OperatorsFile ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-STATUS.
      * lines waiting for a second operator's approval, carried
      * from run to run; read at the start of a release and
      * rewritten with whatever is still waiting. OPTIONAL so the
      * first night starts with none
       SELECT OPTIONAL PendingFile ASSIGN TO "pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * approvals keyed against pending references since the last
      * release; emptied once they have been acted on
       SELECT OPTIONAL ApprovalsFile ASSIGN TO "approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the lines released on approval for the feed last edited,
      * under that feed's header, so a repeat run on the same feed
      * releases them again; OPTIONAL so the first night has none
       SELECT OPTIONAL ReleasedFile ASSIGN TO "released.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * the morning pending-approval report
       SELECT PendingReportFile ASSIGN TO "pending_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      * everything wrong with the feed, one line per problem
       SELECT EditReportFile ASSIGN TO "edit_report.dat"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      * transaction text in columns 1-80, keying operator in 81-88;
      * 89-96 is left blank for the approver Batch-Edit stamps
       FD TransFeedFile
           RECORD CONTAINS 96 CHARACTERS.
           01 TransFeedLine        PIC X(96).

       FD TransactionsFile
           RECORD CONTAINS 96 CHARACTERS.
           01 TransactionLine      PIC X(96).

      * operator id, a transaction type they may key, and the
      * largest amount they may key on one line of it (9(12).99)
       FD OperatorsFile
           RECORD CONTAINS 40 CHARACTERS.
       01 OperatorRecord.
           02 OperatorId           PIC X(8).
           02 Filler               PIC X.
           02 OperatorType         PIC X(15).
           02 Filler               PIC X.
           02 OperatorLimit        PIC X(15).

      * one parked line: its reference (its feed's header date and
      * feed line number), why it was parked, and the line itself
       FD PendingFile
           RECORD CONTAINS 144 CHARACTERS.
       01 PendingRecord.
           02 PendingFeedDate      PIC X(8).
           02 Filler               PIC X.
           02 PendingLineNo        PIC 9(7).
           02 Filler               PIC X.
           02 PendingReason        PIC X(30).
           02 Filler               PIC X.
           02 PendingLine          PIC X(96).

      * one approval: the approving operator and the reference of
      * the pending line, as printed on the pending report
       FD ApprovalsFile
           RECORD CONTAINS 25 CHARACTERS.
       01 ApprovalRecord.
           02 ApprovalOperatorId   PIC X(8).
           02 Filler               PIC X.
           02 ApprovalFeedDate     PIC X(8).
           02 Filler               PIC X.
           02 ApprovalLineNo       PIC 9(7).

      * first the header of the feed the lines went out with, then
      * one record per line released on approval - same layout as
      * PendingRecord, the line carrying its approver
       FD ReleasedFile
           RECORD CONTAINS 144 CHARACTERS.
       01 ReleasedRecord.
           02 ReleasedFeedDate     PIC X(8).
           02 Filler               PIC X.
           02 ReleasedLineNo       PIC 9(7).
           02 Filler               PIC X.
           02 ReleasedReason       PIC X(30).
           02 Filler               PIC X.
           02 ReleasedLine         PIC X(96).
       01 ReleasedHeaderRecord.
           02 ReleasedTag          PIC X(8).
           02 Filler               PIC X.
           02 ReleasedHeaderDate   PIC X(8).
           02 Filler               PIC X.
           02 ReleasedHeaderCount  PIC 9(7).
           02 Filler               PIC X.
           02 ReleasedHeaderHash   PIC 9(13)V99.
           02 Filler               PIC X(103).

       FD PendingReportFile
           RECORD CONTAINS 80 CHARACTERS.
           01 PendingReportLine    PIC X(200).

       FD EditReportFile
           RECORD CONTAINS 80 CHARACTERS.
                               "CLOSE_ACCOUNT"
                               "OPEN_CUSTOMER"
                               "CHANGE_NAME"
                               "CHANGE_ADDRESS"
                               "SET_STATUS"
                               "SET_RATE"
                               "CHANGE_PRODUCT"
                               "ADD_ORDER"
                               "CANCEL_ORDER"
                               "SET_LIMIT"
                               "REVERSE"
                               "OPEN_DEPOSIT"
                               "BREAK_DEPOSIT"
                               "RECOVERY"
                               "ISSUE_CHEQUES"
                               "STOP_CHEQUE"
                               "CANCEL_STOP"
      *        PAY_CHEQUE is not branch-keyable: a cheque is paid
      *        only on the clearing house's presentment, raised by
      *        Cheque-Presentment on its head-office feed once the
      *        item has passed the cheque register
      *        MATURE_DEPOSIT is not branch-keyable either: it is
      *        raised only by Deposit-Maturity on its head-office
      *        feed, from the deposit file's own dates and rates
      *        nor is CHARGE_OFF: a loan is written off only by
      *        Loan-Provision on its head-office feed, once the
      *        schedule's arrears reach the write-off threshold
      *        EXT_CREDIT is deliberately NOT a branch-keyable
      *        type: settlement credits exist only because the
      *        clearing house settled them, so they are raised
      *        branch-keyed one would credit a customer with money
      *        that never arrived, and refuses here as unknown
                               "EXT_DEBIT".
      *        the types whose amount token is money moved, and so
      *        is held to the keyer's amount limit; for the rest
      *        the authority line alone is the permission
              88 WS-MONEY-TYPE VALUE "ADD_AMOUNT"
                               "REMOVE_AMOUNT"
                               "ADD_LOAN"
                               "REMOVE_LOAN"
                               "TRANSFER_AMOUNT"
                               "OPEN_ACCOUNT"
                               "ADD_ORDER"
                               "EXT_DEBIT"
                               "OPEN_DEPOSIT"
                               "RECOVERY".
      *        the types no keyer may release alone, whatever their
      *        authority: a second operator's approval is always
      *        needed
              88 WS-CHECKER-TYPE VALUE "REVERSE".
           05 WS-TT-AMOUNT     PIC X(15).
           05 WS-TT-NAME-1     PIC X(20).
           05 WS-TT-NAME-2     PIC X(20).
           05 WS-TT-NAME-3     PIC X(20).

      *First token of the line, looked at before the full UNSTRING
      *so the control records can be told apart from details.
           88 WS-TRAILER-SEEN           VALUE 'Y'.

       01 WS-EDIT-REASON          PIC X(60).

      *Address tag/value pairs on OPEN_CUSTOMER and CHANGE_ADDRESS,
      *walked the same way the posting run's Take-Address-Fields
      *walks them - kept in step with WS-ADDRESS-FIELDS in
      *report_generator.cbl by hand: the pairs follow the first
      *WS-AF-SKIP-COUNT tokens, the tag must be one of ADDR1 ADDR2
      *TOWN POSTCODE PHONE EMAIL, and the value must be there and
      *fit the field it goes into.
       01 WS-ADDRESS-FIELDS.
           05 WS-AF-POINTER       PIC 9(3).
           05 WS-AF-SKIP          PIC X(20).
           05 WS-AF-SKIP-COUNT    PIC 9.
           05 WS-AF-TAG           PIC X(10).
           05 WS-AF-TAG-LEN       PIC 9(3).
           05 WS-AF-VALUE         PIC X(40).
           05 WS-AF-VALUE-LEN     PIC 9(3).
           05 WS-AF-WIDTH         PIC 9(3).
           05 WS-AF-PAIRS         PIC 9(3).
           05 WS-AF-BAD-FLAG      PIC X.
              88 WS-AF-BAD              VALUE 'Y'.
       01 WS-EDIT-LINE            PIC X(200).

       01 WS-DISPLAY-COUNT        PIC Z(6)9.
       01 WS-DISPLAY-HASH         PIC Z(12)9.99.

      *Stamp of this run, heading the pending report.
       01 WS-RUN-ID.
           05 WS-RUN-ID-DATE      PIC X(8).
           05 WS-RUN-ID-TIME      PIC X(6).
       01 WS-RUN-TIME-RAW         PIC X(8).

       01 WS-OPERATORS-STATUS     PIC XX.
           88 WS-OPERATORS-OK           VALUE "00".
       01 EOF-OPERATORS-FLAG      PIC X VALUE 'F'.
       01 EOF-PENDING-FLAG        PIC X VALUE 'F'.
       01 EOF-APPROVALS-FLAG      PIC X VALUE 'F'.
       01 EOF-RELEASED-FLAG       PIC X VALUE 'F'.

      *Set when released.dat was written for the feed being edited
      *now, so its lines go out again.
       01 WS-SAME-FEED-FLAG       PIC X VALUE 'N'.
           88 WS-SAME-FEED              VALUE 'Y'.

      *The authority file, one entry per operator per type.
       01 WS-OPERATOR-MAX         PIC 9(4) VALUE 2000.
       01 WS-OPERATOR-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-OPERATOR-TABLE.
           05 WS-OP-ENTRY OCCURS 2000 TIMES.
               10 WS-OP-ID        PIC X(8).
               10 WS-OP-TYPE      PIC X(15).
               10 WS-OP-LIMIT     PIC 9(13)V99.
       01 WS-OP-SUB               PIC 9(4).

      *The question Check-Authority answers: may this operator key
      *a line of WS-TT-TYPE for WS-AMOUNT-NUM?
       01 WS-AUTH-OPERATOR        PIC X(8).
       01 WS-AMOUNT-NUM           PIC 9(13)V99.

      *Largest amount a single transaction line may carry, the
      *house limit on one posting; kept in step by hand with the
      *same item in batch_edit.cbl, report_generator.cbl,
      *settlement_load.cbl, deposit_maturity.cbl and
      *cheque_presentment.cbl.
       01 WS-MAX-LINE-AMOUNT      PIC 9(13)V99 VALUE 999999999.99.

      *Most cheques one ISSUE_CHEQUES line may put on the register;
      *kept in step by hand with the same item in
      *report_generator.cbl.
       01 WS-CHEQUE-BOOK-MAX      PIC 9(7) VALUE 500.
       01 WS-AUTH-FLAG            PIC X.
           88 WS-AUTH-GRANTED           VALUE 'G'.
           88 WS-AUTH-NO-TYPE           VALUE 'T'.
           88 WS-AUTH-OVER-LIMIT        VALUE 'L'.
           88 WS-AUTH-NEEDS-CHECKER     VALUE 'A'.
       01 WS-OPERATOR-FOUND-FLAG  PIC X.
           88 WS-OPERATOR-FOUND         VALUE 'Y'.

      *Everything on pending.dat plus what this run parks. An item
      *is waiting (W) until released (R); N marks one parked
      *tonight. Lines brought back from released.dat come in as
      *released. The note says why an approval was not honoured.
       01 WS-PENDING-MAX          PIC 9(4) VALUE 2000.
       01 WS-PENDING-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-PENDING-TABLE.
           05 WS-PD-ENTRY OCCURS 2000 TIMES.
               10 WS-PD-FEED-DATE PIC X(8).
               10 WS-PD-LINE-NO   PIC 9(7).
               10 WS-PD-REASON    PIC X(30).
               10 WS-PD-LINE      PIC X(96).
               10 WS-PD-STATE     PIC X.
                   88 WS-PD-WAITING       VALUE 'W'.
                   88 WS-PD-RELEASED      VALUE 'R'.
                   88 WS-PD-NEW           VALUE 'N'.
               10 WS-PD-NOTE      PIC X(30).
       01 WS-PD-SUB               PIC 9(4).

      *The reference Find-Pending-Ref looks for, and where it was
      *found.
       01 WS-FIND-FEED-DATE       PIC X(8).
       01 WS-FIND-LINE-NO         PIC 9(7).
       01 WS-PD-FIND-SUB          PIC 9(4).
       01 WS-PD-FOUND-SUB         PIC 9(4).
       01 WS-PD-FOUND-FLAG        PIC X.
           88 WS-PD-REF-FOUND           VALUE 'Y'.

      *The approvals keyed since the last release; the flag is set
      *once an approval has matched a pending reference.
       01 WS-APPROVAL-MAX         PIC 9(4) VALUE 2000.
       01 WS-APPROVAL-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-APPROVAL-TABLE.
           05 WS-AP-ENTRY OCCURS 2000 TIMES.
               10 WS-AP-OPERATOR  PIC X(8).
               10 WS-AP-FEED-DATE PIC X(8).
               10 WS-AP-LINE-NO   PIC 9(7).
               10 WS-AP-MATCHED   PIC X.
       01 WS-AP-SUB               PIC 9(4).

      *What actually went to transactions.dat, and how the night's
      *maker-checker traffic split.
       01 WS-RELEASED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-PARKED-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-APPROVED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-WAITING-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-PENDING-REPORT-LINE  PIC X(200).

      *A released or pending line staged for the authority check.
       01 WS-CHECK-LINE           PIC X(96).

      *One run-log record: program, date/time stamp, records in
      *and out, rejects, and the return code being ended with -
      *fixed positions shared by every step of the stream.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT WS-RUN-ID-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-ID-TIME
           OPEN OUTPUT EditReportFile
           PERFORM Load-Operators
      *    pass 1: prove the feed without releasing anything
           PERFORM Validate-Feed
           IF WS-ERROR-COUNT = ZERO
      *       pass 2: the feed is good - release approved pending
      *       lines and then the detail lines within their keyers'
      *       authority for the posting run, parking the rest;
      *       on a repeat run over the same feed the lines already
      *       released on approval are taken back first
              PERFORM Load-Released
              PERFORM Load-Pending
              PERFORM Load-Approvals
              PERFORM Release-Feed
      *       what was released on approval is kept before the
      *       pending lines and approvals behind it are let go
              PERFORM Write-Released
              PERFORM Write-Pending
              PERFORM Write-Pending-Report
      *       the approvals have all been acted on - honoured, or
      *       reported as not - so none is read a second time
              OPEN OUTPUT ApprovalsFile
              CLOSE ApprovalsFile
              MOVE WS-RELEASED-COUNT TO WS-DISPLAY-COUNT
              DISPLAY "Batch released: " WS-DISPLAY-COUNT
                      " transactions"
              MOVE WS-PARKED-COUNT TO WS-DISPLAY-COUNT
              DISPLAY "Parked for approval: " WS-DISPLAY-COUNT
                      ", see pending_report.dat"
           ELSE
              MOVE WS-ERROR-COUNT TO WS-DISPLAY-COUNT
              DISPLAY "Batch REFUSED: " WS-DISPLAY-COUNT
           CLOSE EditReportFile
           MOVE WS-DETAIL-COUNT TO WS-RL-RECORDS-IN
           IF WS-ERROR-COUNT = ZERO
              MOVE WS-RELEASED-COUNT TO WS-RL-RECORDS-OUT
           ELSE
              MOVE ZERO TO WS-RL-RECORDS-OUT
           END-IF
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           INITIALIZE WS-TRANSACTION-DETAILS
           UNSTRING TransFeedLine(1:80)
               DELIMITED BY ALL SPACES
               INTO WS-TT-BRANCH
                    WS-TT-ID
                    WS-TT-AMOUNT
                    WS-TT-NAME-1
                    WS-TT-NAME-2
                    WS-TT-NAME-3
           END-UNSTRING
           IF WS-TT-BRANCH = SPACES
              MOVE "BRANCH CODE MISSING" TO WS-EDIT-REASON
              MOVE "UNKNOWN TRANSACTION TYPE" TO WS-EDIT-REASON
              PERFORM Write-Edit-Error
           END-IF
           MOVE TransFeedLine(81:8) TO WS-AUTH-OPERATOR
           IF WS-AUTH-OPERATOR = SPACES
              MOVE "OPERATOR ID MISSING" TO WS-EDIT-REASON
              PERFORM Write-Edit-Error
           ELSE
              PERFORM Find-Operator
              IF NOT WS-OPERATOR-FOUND
                 MOVE "OPERATOR ID NOT ON FILE" TO WS-EDIT-REASON
                 PERFORM Write-Edit-Error
              END-IF
           END-IF
      *    only this program stamps an approver, on a line it
      *    releases off the pending file - one arriving on the feed
      *    would let a line approve itself
           IF TransFeedLine(89:8) NOT = SPACES
              MOVE "APPROVER NOT ALLOWED ON FEED" TO WS-EDIT-REASON
              PERFORM Write-Edit-Error
           END-IF
           IF WS-TT-AMOUNT = SPACES
      *       only CLOSE_ACCOUNT, CANCEL_ORDER and BREAK_DEPOSIT
      *       (whose principal comes off the deposit file) may leave
      *       the amount off
              IF WS-TT-TYPE NOT = "CLOSE_ACCOUNT"
                 AND WS-TT-TYPE NOT = "CANCEL_ORDER"
                 AND WS-TT-TYPE NOT = "BREAK_DEPOSIT"
                 MOVE "AMOUNT MISSING" TO WS-EDIT-REASON
                 PERFORM Write-Edit-Error
              END-IF
              ELSE
                 ADD FUNCTION NUMVAL(WS-TT-AMOUNT)
                     TO WS-DETAIL-HASH
                 IF FUNCTION NUMVAL(WS-TT-AMOUNT) > WS-MAX-LINE-AMOUNT
                    MOVE "AMOUNT OVER LINE LIMIT" TO WS-EDIT-REASON
                    PERFORM Write-Edit-Error
                 END-IF
              END-IF
           END-IF
           EVALUATE WS-TT-TYPE
      *        starts one must carry two numeric tokens - released
      *        as-is, a garbled token would be NUMVALed onto the
      *        terms file and collected against for the life of
      *        the loan - and the payment must be within the
      *        line limit the generated REMOVE_LOAN is held to
               IF WS-TT-NAME-1 NOT = SPACES
                  IF FUNCTION TEST-NUMVAL(WS-TT-NAME-1) NOT = ZERO
                     OR WS-TT-NAME-2 = SPACES
                         TO WS-EDIT-REASON
                     PERFORM Write-Edit-Error
                  ELSE
                  IF FUNCTION NUMVAL(WS-TT-NAME-2)
                     > WS-MAX-LINE-AMOUNT
                     MOVE "ADD_LOAN - PAYMENT NOT POSTABLE"
                         TO WS-EDIT-REASON
                     PERFORM Write-Edit-Error
               END-IF
             WHEN "OPEN_ACCOUNT"
      *        the fourth token names the owning customer on the
      *        customer master; the names themselves live there.
      *        The optional fifth is the product code, checked
      *        against the product master at posting
               IF WS-TT-NAME-1 = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-TT-NAME-1) NOT = ZERO
                  MOVE "OPEN_ACCOUNT CUSTOMER ID NOT NUMERIC"
                      TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               END-IF
               IF WS-TT-NAME-2(5:16) NOT = SPACES
                  MOVE "OPEN_ACCOUNT - INVALID PRODUCT CODE"
                      TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               END-IF
             WHEN "CHANGE_PRODUCT"
      *        the fourth token is the product the account moves
      *        to, a code of up to four characters
               IF WS-TT-NAME-1 = SPACES
                  MOVE "CHANGE_PRODUCT PRODUCT MISSING"
                      TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               ELSE
               IF WS-TT-NAME-1(5:16) NOT = SPACES
                  MOVE "CHANGE_PRODUCT - INVALID PRODUCT CODE"
                      TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               END-IF
               END-IF
             WHEN "OPEN_CUSTOMER"
               IF WS-TT-NAME-1 = SPACES OR WS-TT-NAME-2 = SPACES
                  MOVE "OPEN_CUSTOMER NAME MISSING"
                      TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               END-IF
      *        address fields may follow the two names
               MOVE 6 TO WS-AF-SKIP-COUNT
               PERFORM Edit-Address-Fields
             WHEN "CHANGE_ADDRESS"
      *        the pairs follow the dummy amount, and there must be
      *        at least one
               MOVE 4 TO WS-AF-SKIP-COUNT
               PERFORM Edit-Address-Fields
               IF WS-AF-PAIRS = ZERO AND NOT WS-AF-BAD
                  MOVE "CHANGE_ADDRESS NO FIELDS GIVEN"
                      TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               END-IF
             WHEN "CHANGE_NAME"
               IF WS-TT-NAME-1 = SPACES OR WS-TT-NAME-2 = SPACES
                  MOVE "CHANGE_NAME NAME MISSING"
                      TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               END-IF
             WHEN "REVERSE"
      *        the posting to back out is named by the run id and
      *        line number it was journaled under; the run id is
      *        the 14-digit date and time stamp of the posting run
               IF WS-TT-NAME-1(1:14) NOT NUMERIC
                  OR WS-TT-NAME-1(15:6) NOT = SPACES
                  MOVE "REVERSE - RUN ID MISSING" TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               END-IF
               IF WS-TT-NAME-2 = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-TT-NAME-2) NOT = ZERO
                  MOVE "REVERSE - LINE NUMBER MISSING"
                      TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               END-IF
      *        and by its type, since the accrual runs journal an
      *        account's loan and deposit interest under the same
      *        run id and line
               IF WS-TT-NAME-3 = SPACES
                  MOVE "REVERSE - POSTING TYPE MISSING"
                      TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               END-IF
             WHEN "OPEN_DEPOSIT"
      *        term in months, annual rate and maturity instruction
      *        ride as the fourth to sixth tokens and go onto the
      *        deposit file for the life of the deposit, so all
      *        three must prove out here; the longest term allowed
      *        depends on the account's product, and is held to it
      *        at posting
               IF WS-TT-NAME-1 = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-TT-NAME-1) NOT = ZERO
                  MOVE "OPEN_DEPOSIT TERM MISSING" TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               ELSE
               IF FUNCTION NUMVAL(WS-TT-NAME-1) < 1
                  OR FUNCTION NUMVAL(WS-TT-NAME-1) > 999
                  MOVE "OPEN_DEPOSIT - INVALID TERM" TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               END-IF
               END-IF
               IF WS-TT-NAME-2 = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-TT-NAME-2) NOT = ZERO
                  MOVE "OPEN_DEPOSIT RATE MISSING" TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               ELSE
               IF FUNCTION NUMVAL(WS-TT-NAME-2) > 99.999
                  MOVE "OPEN_DEPOSIT - INVALID RATE" TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               END-IF
               END-IF
               IF WS-TT-NAME-3 NOT = "PAY"
                  AND WS-TT-NAME-3 NOT = "ROLLOVER"
                  MOVE "OPEN_DEPOSIT - INVALID INSTRUCTION"
                      TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               END-IF
             WHEN "ISSUE_CHEQUES"
      *        the first and last serials of the book ride as the
      *        fourth and fifth tokens; every serial between goes
      *        onto the cheque register, so the range must prove
      *        out here
               IF WS-TT-NAME-1 = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-TT-NAME-1) NOT = ZERO
                  OR WS-TT-NAME-2 = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-TT-NAME-2) NOT = ZERO
                  MOVE "ISSUE_CHEQUES SERIAL MISSING"
                      TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               ELSE
               IF FUNCTION NUMVAL(WS-TT-NAME-1) < 1
                  OR FUNCTION NUMVAL(WS-TT-NAME-2) > 999999
                  OR FUNCTION NUMVAL(WS-TT-NAME-2)
                     < FUNCTION NUMVAL(WS-TT-NAME-1)
                  MOVE "ISSUE_CHEQUES - INVALID RANGE"
                      TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               ELSE
               IF FUNCTION NUMVAL(WS-TT-NAME-2)
                  - FUNCTION NUMVAL(WS-TT-NAME-1) + 1
                  > WS-CHEQUE-BOOK-MAX
                  MOVE "ISSUE_CHEQUES - RANGE TOO LARGE"
                      TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               END-IF
               END-IF
               END-IF
             WHEN "STOP_CHEQUE"
             WHEN "CANCEL_STOP"
      *        the serial of the one cheque rides as the fourth
      *        token
               IF WS-TT-NAME-1 = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-TT-NAME-1) NOT = ZERO
                  MOVE "CHEQUE SERIAL MISSING" TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               ELSE
               IF FUNCTION NUMVAL(WS-TT-NAME-1) < 1
                  OR FUNCTION NUMVAL(WS-TT-NAME-1) > 999999
                  MOVE "CHEQUE SERIAL NOT VALID" TO WS-EDIT-REASON
                  PERFORM Write-Edit-Error
               END-IF
               END-IF
             WHEN "SET_STATUS"
               IF WS-TT-NAME-1 NOT = "ACTIVE"
                  AND WS-TT-NAME-1 NOT = "FROZEN"
               END-IF
           END-EVALUATE.

      * the address pairs of a customer line, stepping over the
      * fixed tokens first; the first bad pair is listed and ends
      * the walk.
       Edit-Address-Fields.
           MOVE 1 TO WS-AF-POINTER
           MOVE ZERO TO WS-AF-PAIRS
           MOVE 'N' TO WS-AF-BAD-FLAG
           PERFORM WS-AF-SKIP-COUNT TIMES
               UNSTRING TransFeedLine(1:80)
                   DELIMITED BY ALL SPACES
                   INTO WS-AF-SKIP
                   WITH POINTER WS-AF-POINTER
               END-UNSTRING
           END-PERFORM
           PERFORM UNTIL WS-AF-POINTER > 80 OR WS-AF-BAD
               PERFORM Edit-Address-Pair
           END-PERFORM.

       Edit-Address-Pair.
           MOVE SPACES TO WS-AF-TAG
           MOVE SPACES TO WS-AF-VALUE
           MOVE ZERO TO WS-AF-TAG-LEN
           MOVE ZERO TO WS-AF-VALUE-LEN
           UNSTRING TransFeedLine(1:80)
               DELIMITED BY ALL SPACES
               INTO WS-AF-TAG COUNT IN WS-AF-TAG-LEN
                    WS-AF-VALUE COUNT IN WS-AF-VALUE-LEN
               WITH POINTER WS-AF-POINTER
           END-UNSTRING
           EVALUATE WS-AF-TAG
             WHEN "ADDR1"
                MOVE 30 TO WS-AF-WIDTH
             WHEN "ADDR2"
                MOVE 30 TO WS-AF-WIDTH
             WHEN "TOWN"
                MOVE 20 TO WS-AF-WIDTH
             WHEN "POSTCODE"
                MOVE 10 TO WS-AF-WIDTH
             WHEN "PHONE"
                MOVE 15 TO WS-AF-WIDTH
             WHEN "EMAIL"
                MOVE 40 TO WS-AF-WIDTH
             WHEN OTHER
                MOVE ZERO TO WS-AF-WIDTH
           END-EVALUATE
           IF WS-AF-WIDTH = ZERO OR WS-AF-TAG-LEN > 10
              MOVE "ADDRESS FIELD TAG UNKNOWN" TO WS-EDIT-REASON
              MOVE 'Y' TO WS-AF-BAD-FLAG
              PERFORM Write-Edit-Error
           ELSE
           IF WS-AF-VALUE = SPACES
              MOVE "ADDRESS FIELD VALUE MISSING" TO WS-EDIT-REASON
              MOVE 'Y' TO WS-AF-BAD-FLAG
              PERFORM Write-Edit-Error
           ELSE
           IF WS-AF-VALUE-LEN > WS-AF-WIDTH
              MOVE "ADDRESS FIELD VALUE TOO LONG" TO WS-EDIT-REASON
              MOVE 'Y' TO WS-AF-BAD-FLAG
              PERFORM Write-Edit-Error
           ELSE
              ADD 1 TO WS-AF-PAIRS
           END-IF
           END-IF
           END-IF.

      * second pass over a proven feed: lines already released on
      * approval for this same feed go out again first, then
      * pending lines approved since the last release, then the
      * detail lines
      * go out to transactions.dat exactly as they arrived, control
      * records stripped - except a line beyond its keyer's
      * authority, which is parked instead.
       Release-Feed.
           OPEN INPUT TransFeedFile
           OPEN OUTPUT TransactionsFile
           PERFORM Release-Again
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PENDING-COUNT
           PERFORM Release-Approved
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PENDING-COUNT
           MOVE ZERO TO WS-LINE-NO
           MOVE 'F' TO EOF-FEED-FLAG
           PERFORM UNTIL EOF-FEED-FLAG = 'T'
               READ TransFeedFile
                 AT END
                    MOVE 'T' TO EOF-FEED-FLAG
                 NOT AT END
                    ADD 1 TO WS-LINE-NO
                    MOVE SPACES TO WS-FIRST-TOKEN
                    UNSTRING TransFeedLine
                        DELIMITED BY ALL SPACES
                    IF WS-FIRST-TOKEN NOT = "BATCH_HEADER"
                       AND WS-FIRST-TOKEN NOT = "BATCH_TRAILER"
                       AND TransFeedLine NOT = SPACES
                       PERFORM Release-One-Line
                    END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionsFile
           CLOSE TransFeedFile.

      * one proven detail line: one whose reference is already in
      * the pending table was parked by an earlier run over this
      * feed, and is left to its approval; otherwise it goes to
      * Release-Or-Park. The same reference on a different line
      * stops the run.
       Release-One-Line.
           MOVE WS-HEADER-DATE TO WS-FIND-FEED-DATE
           MOVE WS-LINE-NO TO WS-FIND-LINE-NO
           PERFORM Find-Pending-Ref
           IF WS-PD-REF-FOUND
              IF WS-PD-LINE(WS-PD-FOUND-SUB)(1:88)
                 NOT = TransFeedLine(1:88)
                 DISPLAY "Feed line " WS-LINE-NO
                         " is not the line held under reference "
                         WS-HEADER-DATE " " WS-LINE-NO
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              PERFORM Release-Or-Park
           END-IF.

      * within the keyer's authority the line is released, beyond
      * it - or of a type that always needs a second operator - it
      * joins the pending table under its feed's header date and
      * its feed line number.
       Release-Or-Park.
           MOVE TransFeedLine TO WS-CHECK-LINE
           PERFORM Parse-Check-Line
           MOVE TransFeedLine(81:8) TO WS-AUTH-OPERATOR
           PERFORM Check-Authority
           IF WS-AUTH-GRANTED AND WS-CHECKER-TYPE
              MOVE 'A' TO WS-AUTH-FLAG
           END-IF
           IF WS-AUTH-GRANTED
              WRITE TransactionLine FROM TransFeedLine
              ADD 1 TO WS-RELEASED-COUNT
           ELSE
              IF WS-PENDING-COUNT >= WS-PENDING-MAX
                 DISPLAY "Pending table full at "
                         WS-PENDING-MAX " lines"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PENDING-COUNT
              MOVE WS-HEADER-DATE
                  TO WS-PD-FEED-DATE(WS-PENDING-COUNT)
              MOVE WS-LINE-NO TO WS-PD-LINE-NO(WS-PENDING-COUNT)
              IF WS-AUTH-NO-TYPE
                 MOVE "TYPE NOT IN KEYER AUTHORITY"
                     TO WS-PD-REASON(WS-PENDING-COUNT)
              ELSE
              IF WS-AUTH-NEEDS-CHECKER
                 MOVE "SECOND OPERATOR ALWAYS NEEDED"
                     TO WS-PD-REASON(WS-PENDING-COUNT)
              ELSE
                 MOVE "OVER KEYER AMOUNT LIMIT"
                     TO WS-PD-REASON(WS-PENDING-COUNT)
              END-IF
              END-IF
              MOVE TransFeedLine TO WS-PD-LINE(WS-PENDING-COUNT)
              MOVE 'N' TO WS-PD-STATE(WS-PENDING-COUNT)
              MOVE SPACES TO WS-PD-NOTE(WS-PENDING-COUNT)
              ADD 1 TO WS-PARKED-COUNT
           END-IF.

      * one line released on approval by an earlier run over this
      * same feed, approver already stamped: out again as it went.
       Release-Again.
           IF WS-PD-RELEASED(WS-PD-SUB)
              WRITE TransactionLine FROM WS-PD-LINE(WS-PD-SUB)
              ADD 1 TO WS-RELEASED-COUNT
              ADD 1 TO WS-APPROVED-COUNT
           END-IF.

      * one pending line carried in from earlier runs: the first
      * approval for its reference from someone other than the
      * keyer, whose own authority covers the line, releases it
      * with the approver stamped alongside the keyer.
       Release-Approved.
           IF WS-PD-WAITING(WS-PD-SUB)
              MOVE WS-PD-LINE(WS-PD-SUB) TO WS-CHECK-LINE
              PERFORM Parse-Check-Line
              PERFORM Try-One-Approval
                  VARYING WS-AP-SUB FROM 1 BY 1
                  UNTIL WS-AP-SUB > WS-APPROVAL-COUNT
                     OR WS-PD-RELEASED(WS-PD-SUB)
           END-IF.

       Try-One-Approval.
           IF WS-AP-FEED-DATE(WS-AP-SUB) = WS-PD-FEED-DATE(WS-PD-SUB)
              AND WS-AP-LINE-NO(WS-AP-SUB) = WS-PD-LINE-NO(WS-PD-SUB)
              MOVE 'Y' TO WS-AP-MATCHED(WS-AP-SUB)
              MOVE WS-AP-OPERATOR(WS-AP-SUB) TO WS-AUTH-OPERATOR
              IF WS-AUTH-OPERATOR = WS-PD-LINE(WS-PD-SUB)(81:8)
                 MOVE "APPROVER IS THE KEYER"
                     TO WS-PD-NOTE(WS-PD-SUB)
              ELSE
                 PERFORM Check-Authority
                 IF WS-AUTH-GRANTED
                    MOVE WS-AUTH-OPERATOR
                        TO WS-PD-LINE(WS-PD-SUB)(89:8)
                    WRITE TransactionLine FROM WS-PD-LINE(WS-PD-SUB)
                    ADD 1 TO WS-RELEASED-COUNT
                    ADD 1 TO WS-APPROVED-COUNT
                    MOVE 'R' TO WS-PD-STATE(WS-PD-SUB)
                 ELSE
                    MOVE "APPROVER LACKS AUTHORITY"
                        TO WS-PD-NOTE(WS-PD-SUB)
                 END-IF
              END-IF
           END-IF.

      * the type and amount of the line staged in WS-CHECK-LINE,
      * for the authority check.
       Parse-Check-Line.
           INITIALIZE WS-TRANSACTION-DETAILS
           UNSTRING WS-CHECK-LINE(1:80)
               DELIMITED BY ALL SPACES
               INTO WS-TT-BRANCH
                    WS-TT-ID
                    WS-TT-TYPE
                    WS-TT-AMOUNT
                    WS-TT-NAME-1
                    WS-TT-NAME-2
                    WS-TT-NAME-3
           END-UNSTRING
           MOVE ZERO TO WS-AMOUNT-NUM
           IF WS-TT-AMOUNT NOT = SPACES
              COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(WS-TT-AMOUNT)
           END-IF.

      * read the whole authority file into storage; a missing file
      * stops the run, since no operator could be proved.
       Load-Operators.
           OPEN INPUT OperatorsFile
           IF NOT WS-OPERATORS-OK
              DISPLAY "Operator file open failed, status "
                      WS-OPERATORS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'F' TO EOF-OPERATORS-FLAG
           PERFORM UNTIL EOF-OPERATORS-FLAG = 'T'
               READ OperatorsFile
                 AT END
                    MOVE 'T' TO EOF-OPERATORS-FLAG
                 NOT AT END
                    IF OperatorId NOT = SPACES
                       IF WS-OPERATOR-COUNT >= WS-OPERATOR-MAX
                          DISPLAY "Operator table full at "
                                  WS-OPERATOR-MAX " lines"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-OPERATOR-COUNT
                       MOVE OperatorId TO WS-OP-ID(WS-OPERATOR-COUNT)
                       MOVE OperatorType
                           TO WS-OP-TYPE(WS-OPERATOR-COUNT)
                       MOVE ZERO TO WS-OP-LIMIT(WS-OPERATOR-COUNT)
                       IF OperatorLimit NOT = SPACES
                          COMPUTE WS-OP-LIMIT(WS-OPERATOR-COUNT) =
                              FUNCTION NUMVAL(OperatorLimit)
                       END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE OperatorsFile.

      * the lines parked by earlier runs, all waiting - bar any
      * already brought back from released.dat, whose pending
      * record a stopped run had not yet dropped.
       Load-Pending.
           OPEN INPUT PendingFile
           MOVE 'F' TO EOF-PENDING-FLAG
           PERFORM UNTIL EOF-PENDING-FLAG = 'T'
               READ PendingFile
                 AT END
                    MOVE 'T' TO EOF-PENDING-FLAG
                 NOT AT END
                    MOVE PendingFeedDate TO WS-FIND-FEED-DATE
                    MOVE PendingLineNo TO WS-FIND-LINE-NO
                    PERFORM Find-Pending-Ref
                    IF NOT WS-PD-REF-FOUND
                       IF WS-PENDING-COUNT >= WS-PENDING-MAX
                          DISPLAY "Pending table full at "
                                  WS-PENDING-MAX " lines"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE PendingFeedDate
                           TO WS-PD-FEED-DATE(WS-PENDING-COUNT)
                       MOVE PendingLineNo
                           TO WS-PD-LINE-NO(WS-PENDING-COUNT)
                       MOVE PendingReason
                           TO WS-PD-REASON(WS-PENDING-COUNT)
                       MOVE PendingLine
                           TO WS-PD-LINE(WS-PENDING-COUNT)
                       MOVE 'W' TO WS-PD-STATE(WS-PENDING-COUNT)
                       MOVE SPACES TO WS-PD-NOTE(WS-PENDING-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE PendingFile.

      * the lines released on approval by an earlier run, taken
      * back only when released.dat was written for this same feed
      * - same header date, count and hash.
       Load-Released.
           MOVE 'N' TO WS-SAME-FEED-FLAG
           OPEN INPUT ReleasedFile
           MOVE 'F' TO EOF-RELEASED-FLAG
           READ ReleasedFile
             AT END
                MOVE 'T' TO EOF-RELEASED-FLAG
             NOT AT END
                IF ReleasedTag = "FEED"
                   AND ReleasedHeaderDate = WS-HEADER-DATE
                   AND ReleasedHeaderCount = WS-EXPECTED-COUNT
                   AND ReleasedHeaderHash = WS-EXPECTED-HASH
                   MOVE 'Y' TO WS-SAME-FEED-FLAG
                END-IF
           END-READ
           PERFORM UNTIL EOF-RELEASED-FLAG = 'T'
                      OR NOT WS-SAME-FEED
               READ ReleasedFile
                 AT END
                    MOVE 'T' TO EOF-RELEASED-FLAG
                 NOT AT END
                    IF WS-PENDING-COUNT >= WS-PENDING-MAX
                       DISPLAY "Pending table full at "
                               WS-PENDING-MAX " lines"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-PENDING-COUNT
                    MOVE ReleasedFeedDate
                        TO WS-PD-FEED-DATE(WS-PENDING-COUNT)
                    MOVE ReleasedLineNo
                        TO WS-PD-LINE-NO(WS-PENDING-COUNT)
                    MOVE ReleasedReason
                        TO WS-PD-REASON(WS-PENDING-COUNT)
                    MOVE ReleasedLine TO WS-PD-LINE(WS-PENDING-COUNT)
                    MOVE 'R' TO WS-PD-STATE(WS-PENDING-COUNT)
                    MOVE SPACES TO WS-PD-NOTE(WS-PENDING-COUNT)
               END-READ
           END-PERFORM
           CLOSE ReleasedFile.

      * is the reference WS-FIND-FEED-DATE / WS-FIND-LINE-NO in the
      * pending table, and at which entry?
       Find-Pending-Ref.
           MOVE 'N' TO WS-PD-FOUND-FLAG
           MOVE ZERO TO WS-PD-FOUND-SUB
           PERFORM VARYING WS-PD-FIND-SUB FROM 1 BY 1
               UNTIL WS-PD-FIND-SUB > WS-PENDING-COUNT
                  OR WS-PD-REF-FOUND
               IF WS-PD-FEED-DATE(WS-PD-FIND-SUB) = WS-FIND-FEED-DATE
                  AND WS-PD-LINE-NO(WS-PD-FIND-SUB) = WS-FIND-LINE-NO
                  MOVE 'Y' TO WS-PD-FOUND-FLAG
                  MOVE WS-PD-FIND-SUB TO WS-PD-FOUND-SUB
               END-IF
           END-PERFORM.

       Load-Approvals.
           OPEN INPUT ApprovalsFile
           MOVE 'F' TO EOF-APPROVALS-FLAG
           PERFORM UNTIL EOF-APPROVALS-FLAG = 'T'
               READ ApprovalsFile
                 AT END
                    MOVE 'T' TO EOF-APPROVALS-FLAG
                 NOT AT END
                    IF ApprovalRecord NOT = SPACES
                       IF WS-APPROVAL-COUNT >= WS-APPROVAL-MAX
                          DISPLAY "Approval table full at "
                                  WS-APPROVAL-MAX " lines"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-APPROVAL-COUNT
                       MOVE ApprovalOperatorId
                           TO WS-AP-OPERATOR(WS-APPROVAL-COUNT)
                       MOVE ApprovalFeedDate
                           TO WS-AP-FEED-DATE(WS-APPROVAL-COUNT)
                       MOVE ApprovalLineNo
                           TO WS-AP-LINE-NO(WS-APPROVAL-COUNT)
                       MOVE 'N' TO WS-AP-MATCHED(WS-APPROVAL-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE ApprovalsFile.

      * is WS-AUTH-OPERATOR on the authority file at all?
       Find-Operator.
           MOVE 'N' TO WS-OPERATOR-FOUND-FLAG
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OPERATOR-COUNT
                  OR WS-OPERATOR-FOUND
               IF WS-OP-ID(WS-OP-SUB) = WS-AUTH-OPERATOR
                  MOVE 'Y' TO WS-OPERATOR-FOUND-FLAG
               END-IF
           END-PERFORM.

      * may WS-AUTH-OPERATOR key a WS-TT-TYPE line for WS-AMOUNT-
      * NUM? No authority line for the type at all is a refusal of
      * its own, so the report can say which it was.
       Check-Authority.
           MOVE 'T' TO WS-AUTH-FLAG
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OPERATOR-COUNT
                  OR NOT WS-AUTH-NO-TYPE
               IF WS-OP-ID(WS-OP-SUB) = WS-AUTH-OPERATOR
                  AND WS-OP-TYPE(WS-OP-SUB) = WS-TT-TYPE
                  IF WS-MONEY-TYPE
                     AND WS-AMOUNT-NUM > WS-OP-LIMIT(WS-OP-SUB)
                     MOVE 'L' TO WS-AUTH-FLAG
                  ELSE
                     MOVE 'G' TO WS-AUTH-FLAG
                  END-IF
               END-IF
           END-PERFORM.

      * put back every line still waiting, old and new; released
      * ones drop off.
       Write-Pending.
           OPEN OUTPUT PendingFile
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PENDING-COUNT
               IF NOT WS-PD-RELEASED(WS-PD-SUB)
                  MOVE SPACES TO PendingRecord
                  MOVE WS-PD-FEED-DATE(WS-PD-SUB) TO PendingFeedDate
                  MOVE WS-PD-LINE-NO(WS-PD-SUB) TO PendingLineNo
                  MOVE WS-PD-REASON(WS-PD-SUB) TO PendingReason
                  MOVE WS-PD-LINE(WS-PD-SUB) TO PendingLine
                  WRITE PendingRecord
                  ADD 1 TO WS-WAITING-COUNT
               END-IF
           END-PERFORM
           CLOSE PendingFile.

      * this feed's header, then every line released on approval
      * against it so far - tonight's and any an earlier run over
      * the same feed released.
       Write-Released.
           OPEN OUTPUT ReleasedFile
           MOVE SPACES TO ReleasedHeaderRecord
           MOVE "FEED" TO ReleasedTag
           MOVE WS-HEADER-DATE TO ReleasedHeaderDate
           MOVE WS-EXPECTED-COUNT TO ReleasedHeaderCount
           MOVE WS-EXPECTED-HASH TO ReleasedHeaderHash
           WRITE ReleasedHeaderRecord
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PENDING-COUNT
               IF WS-PD-RELEASED(WS-PD-SUB)
                  MOVE SPACES TO ReleasedRecord
                  MOVE WS-PD-FEED-DATE(WS-PD-SUB) TO ReleasedFeedDate
                  MOVE WS-PD-LINE-NO(WS-PD-SUB) TO ReleasedLineNo
                  MOVE WS-PD-REASON(WS-PD-SUB) TO ReleasedReason
                  MOVE WS-PD-LINE(WS-PD-SUB) TO ReleasedLine
                  WRITE ReleasedRecord
               END-IF
           END-PERFORM
           CLOSE ReleasedFile.

      * the morning report: each pending line by reference with
      * what happened to it tonight, then any approval that named
      * no waiting line, then the counts.
       Write-Pending-Report.
           OPEN OUTPUT PendingReportFile
           INITIALIZE WS-PENDING-REPORT-LINE
           STRING "PENDING APPROVAL REPORT - RUN " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  INTO WS-PENDING-REPORT-LINE
           END-STRING
           WRITE PendingReportLine FROM WS-PENDING-REPORT-LINE
           PERFORM Write-Pending-Item
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PENDING-COUNT
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-APPROVAL-COUNT
               IF WS-AP-MATCHED(WS-AP-SUB) = 'N'
                  INITIALIZE WS-PENDING-REPORT-LINE
                  STRING "NO MATCH " DELIMITED BY SIZE
                         WS-AP-FEED-DATE(WS-AP-SUB) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-AP-LINE-NO(WS-AP-SUB) DELIMITED BY SIZE
                         " APPROVED BY " DELIMITED BY SIZE
                         WS-AP-OPERATOR(WS-AP-SUB) DELIMITED BY SIZE
                         " <= NO SUCH LINE WAITING" DELIMITED BY SIZE
                         INTO WS-PENDING-REPORT-LINE
                  END-STRING
                  WRITE PendingReportLine FROM WS-PENDING-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE WS-APPROVED-COUNT TO WS-DISPLAY-COUNT
           INITIALIZE WS-PENDING-REPORT-LINE
           STRING "RELEASED ON APPROVAL:  " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-PENDING-REPORT-LINE
           END-STRING
           WRITE PendingReportLine FROM WS-PENDING-REPORT-LINE

           MOVE WS-PARKED-COUNT TO WS-DISPLAY-COUNT
           INITIALIZE WS-PENDING-REPORT-LINE
           STRING "PARKED THIS RUN:       " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-PENDING-REPORT-LINE
           END-STRING
           WRITE PendingReportLine FROM WS-PENDING-REPORT-LINE

           MOVE WS-WAITING-COUNT TO WS-DISPLAY-COUNT
           INITIALIZE WS-PENDING-REPORT-LINE
           STRING "STILL WAITING:         " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  INTO WS-PENDING-REPORT-LINE
           END-STRING
           WRITE PendingReportLine FROM WS-PENDING-REPORT-LINE
           CLOSE PendingReportFile.

       Write-Pending-Item.
           INITIALIZE WS-PENDING-REPORT-LINE
           EVALUATE TRUE
             WHEN WS-PD-RELEASED(WS-PD-SUB)
               STRING "RELEASED " DELIMITED BY SIZE
                      WS-PD-FEED-DATE(WS-PD-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PD-LINE-NO(WS-PD-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PD-LINE(WS-PD-SUB) DELIMITED BY SIZE
                      INTO WS-PENDING-REPORT-LINE
               END-STRING
             WHEN WS-PD-NEW(WS-PD-SUB)
               STRING "PARKED   " DELIMITED BY SIZE
                      WS-PD-FEED-DATE(WS-PD-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PD-LINE-NO(WS-PD-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PD-LINE(WS-PD-SUB) DELIMITED BY SIZE
                      " <= " DELIMITED BY SIZE
                      WS-PD-REASON(WS-PD-SUB) DELIMITED BY SIZE
                      INTO WS-PENDING-REPORT-LINE
               END-STRING
             WHEN OTHER
               STRING "WAITING  " DELIMITED BY SIZE
                      WS-PD-FEED-DATE(WS-PD-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PD-LINE-NO(WS-PD-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PD-LINE(WS-PD-SUB) DELIMITED BY SIZE
                      " <= " DELIMITED BY SIZE
                      WS-PD-REASON(WS-PD-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PD-NOTE(WS-PD-SUB) DELIMITED BY SIZE
                      INTO WS-PENDING-REPORT-LINE
               END-STRING
           END-EVALUATE
           WRITE PendingReportLine FROM WS-PENDING-REPORT-LINE.

      * one line on the edit report per problem: feed line number,
      * the offending line, and what is wrong with it.
