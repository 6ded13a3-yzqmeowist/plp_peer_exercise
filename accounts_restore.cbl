       DATA DIVISION.
       FILE SECTION.
       FD BackupFile1
           RECORD CONTAINS 70 CHARACTERS.
           01 BackupLine1          PIC X(70).

       FD BackupFile2
           RECORD CONTAINS 70 CHARACTERS.
           01 BackupLine2          PIC X(70).

       FD BackupFile3
           RECORD CONTAINS 70 CHARACTERS.
           01 BackupLine3          PIC X(70).

      *    Same 70-character layout as AccountRecord in
      *    report_generator.cbl - kept in step with it by hand,
      *    the same way accounts_convert is.
       FD NewAccountsFile
           RECORD CONTAINS 70 CHARACTERS.
       01 NewAccountRecord.
           02 AccountId             PIC 9(4).
           02 Filler                PIC X.
           02 AccountStatus         PIC X(8).
           02 Filler                PIC X.
           02 AccountLoanRate       PIC X(6).
           02 Filler                PIC X.
           02 AccountProduct        PIC X(4).

       FD ParameterFile
           RECORD CONTAINS 1 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
           01 RestoreReportLine    PIC X(200).

      *    Same 283-character record as CheckpointRecord in
      *    report_generator.cbl; every field in it is numeric, so
      *    the all-zero line written below is exactly the
      *    initialized record the posting run itself writes at a
      *    clean end of run.
       FD CheckpointFile
           RECORD CONTAINS 283 CHARACTERS.
           01 CheckpointLine       PIC X(283).

       WORKING-STORAGE SECTION.
       01 WS-NEW-ACCOUNTS-STATUS    PIC XX.

      *Backup record staging area; the generation files share one
      *layout, read INTO here whichever one is open.
       01 WS-BACKUP-RECORD          PIC X(70).

       01 WS-RESTORE-GEN            PIC 9 VALUE ZERO.
       01 EOF-BACKUP-FLAG           PIC X VALUE 'F'.
