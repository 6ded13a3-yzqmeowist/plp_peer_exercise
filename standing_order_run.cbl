           02 OrderLastPeriod      PIC X(6).

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

       FD SoPayFile
           RECORD CONTAINS 80 CHARACTERS.
