           02 LoanMonthsArrears    PIC 9(3).
           02 Filler               PIC X.
           02 LoanPastDueFlag      PIC X.
              88 LoanWrittenOff        VALUE 'W'.
           02 Filler               PIC X.
           02 LoanMissedAmount     PIC X(15).
           02 Filler               PIC X.
           02 LoanLastPeriod       PIC X(6).

       FD AccountsFile
           RECORD CONTAINS 70 CHARACTERS.
       01 AccountRecord.
           02 AccountId            PIC 9(4).
           02 Filler               PIC X.
              88 AccountPostNoDebits   VALUE "NODEBITS".
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

       FD SchedPayFile
           RECORD CONTAINS 80 CHARACTERS.
              COMPUTE WS-PAYMENT-DUE =
                  FUNCTION NUMVAL(LoanMonthlyPayment)
              IF WS-CUR-LOAN = ZERO OR AccountClosed
                 OR LoanWrittenOff
      *          paid off (or account closed at zero balance), or
      *          charged off - nothing due this month; a loan booked
      *          afresh after a charge-off without a schedule of its
      *          own is not collected against the written-off one
                 CONTINUE
              ELSE
      *          the last instalment collects only what is left
