       DATA DIVISION.
       FILE SECTION.
       FD JournalFile
           RECORD CONTAINS 285 CHARACTERS.
           01 JournalLine          PIC X(285).

       FD ArchiveFile
           RECORD CONTAINS 285 CHARACTERS.
           01 ArchiveLine          PIC X(285).

       FD KeepFile
           RECORD CONTAINS 285 CHARACTERS.
           01 KeepLine             PIC X(285).

      *    Same 66-character layout as in reconcile.cbl - kept in
      *    step with it by hand; the deposits total must ride through
      *    the rewrite untouched.
       FD OpeningTotalsFile
           RECORD CONTAINS 66 CHARACTERS.
       01 OpeningTotalsRecord.
           02 OpeningMoney         PIC X(18).
           02 Filler               PIC X.
           02 OpeningLoan          PIC X(18).
           02 Filler               PIC X.
           02 OpeningJournalLines  PIC 9(9).
           02 Filler               PIC X.
           02 OpeningDeposits      PIC X(18).

       FD ParameterFile
           RECORD CONTAINS 6 CHARACTERS.
           05 WS-JR-RUN-ID        PIC X(14).
           05 FILLER              PIC X.
           05 WS-JR-DATE          PIC X(8).
           05 FILLER              PIC X(261).

       01 EOF-JOURNAL-FLAG        PIC X VALUE 'F'.

