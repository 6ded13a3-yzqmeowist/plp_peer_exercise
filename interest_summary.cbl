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

       FD ParameterFile
           RECORD CONTAINS 4 CHARACTERS.
           05 WS-JR-REASON        PIC X(40).
           05 FILLER              PIC X.
           05 WS-JR-TRANS-LINE    PIC X(80).
           05 FILLER              PIC X.
           05 WS-JR-KEYER         PIC X(8).
           05 FILLER              PIC X.
           05 WS-JR-APPROVER      PIC X(8).

       01 EOF-JOURNAL-FLAG        PIC X VALUE 'F'.
       01 EOF-ARCHIVE-FLAG        PIC X VALUE 'F'.
                     ADD WS-MONEY-DELTA
                         TO WS-DEP-INT(WS-ACCT-SUB)
                  END-IF
                WHEN "REVERSE"
                  PERFORM Net-Reversed-Interest
              END-EVALUATE
           END-IF.

      * a reversal of an interest posting takes it back out of the
      * year's figure; the type it backs out sits after the run id
      * and line number in the journal reason.
       Net-Reversed-Interest.
           COMPUTE WS-ACCT-SUB =
               FUNCTION NUMVAL(WS-JR-ACCOUNT-ID) + 1
           EVALUATE WS-JR-REASON(24:15)
             WHEN "LOAN_INTEREST"
               COMPUTE WS-LOAN-DELTA =
                   FUNCTION NUMVAL(WS-JR-OLD-LOAN)
                   - FUNCTION NUMVAL(WS-JR-NEW-LOAN)
               IF WS-LOAN-DELTA > ZERO
                  AND WS-LOAN-DELTA NOT > WS-LOAN-INT(WS-ACCT-SUB)
                  SUBTRACT WS-LOAN-DELTA
                      FROM WS-LOAN-INT(WS-ACCT-SUB)
               END-IF
             WHEN "DEP_INTEREST"
               COMPUTE WS-MONEY-DELTA =
                   FUNCTION NUMVAL(WS-JR-OLD-MONEY)
                   - FUNCTION NUMVAL(WS-JR-NEW-MONEY)
               IF WS-MONEY-DELTA > ZERO
                  AND WS-MONEY-DELTA NOT > WS-DEP-INT(WS-ACCT-SUB)
                  SUBTRACT WS-MONEY-DELTA
                      FROM WS-DEP-INT(WS-ACCT-SUB)
               END-IF
           END-EVALUATE.

       Write-Summary-Header.
           INITIALIZE WS-REPORT-LINE
           STRING "==== INTEREST SUMMARY " DELIMITED BY SIZE
