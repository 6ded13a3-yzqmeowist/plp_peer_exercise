      *    run's applied plus rejected counts account for every
      *    line it read.
      *
      *Periodic steps (LOAN-SCHEDULE, INTEREST-ACCRUAL,
      *DEPOSIT-MATURITY) and the integrity sweep (INTEGRITY-SWEEP)
      *are listed when they ran but are not required for the night
      *to stand; one of them ending with a nonzero return code -
      *the sweep's serious breaks, say - adds a WARNING line under
      *the verdict without breaking the night.
      *
      *ops_summary.dat carries one line per step plus the verdict:
      *"NIGHT COMPLETE", or exactly which step broke and why, with
      *The core stream, in required order; the last run-log entry
      *of the night per step lands in its slot.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 9 TIMES.
               10 WS-ST-NAME      PIC X(18).
               10 WS-ST-FOUND     PIC X.
               10 WS-ST-TIME      PIC X(6).
               10 WS-ST-OUT       PIC 9(7).
               10 WS-ST-REJECTS   PIC 9(7).
               10 WS-ST-RC        PIC 9(2).
      *Two digits so a VARYING loop can step past the last slot.
       01 WS-STEP-SUB             PIC 99.
      *Nine slots on the page, but only the first five make or
      *break the night - the periodic steps and the integrity
      *sweep are informational.
       01 WS-STEP-COUNT           PIC 9 VALUE 9.
       01 WS-CORE-COUNT           PIC 9 VALUE 5.

      *First step found broken, spaces while the night stands.
           MOVE "RECONCILE" TO WS-ST-NAME(5)
           MOVE "LOAN-SCHEDULE" TO WS-ST-NAME(6)
           MOVE "INTEREST-ACCRUAL" TO WS-ST-NAME(7)
           MOVE "DEPOSIT-MATURITY" TO WS-ST-NAME(8)
           MOVE "INTEGRITY-SWEEP" TO WS-ST-NAME(9)
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               MOVE 'N' TO WS-ST-FOUND(WS-STEP-SUB)
           END-STRING
           WRITE OpsSummaryLine FROM WS-SUMMARY-LINE.

      * a periodic step that simply was not scheduled tonight is
      * not worth a line; a missing CORE step very much is.
       Write-One-Step.
           IF WS-ST-FOUND(WS-STEP-SUB) = 'N'
                     INTO WS-SUMMARY-LINE
              END-STRING
              WRITE OpsSummaryLine FROM WS-SUMMARY-LINE
           END-IF
           PERFORM Write-One-Warning
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.

      * an informational step that ran but did not end clean does
      * not break the night, but it is not to be missed either.
       Write-One-Warning.
           IF WS-STEP-SUB > WS-CORE-COUNT
              AND WS-ST-FOUND(WS-STEP-SUB) = 'Y'
              AND WS-ST-RC(WS-STEP-SUB) NOT = ZERO
              INITIALIZE WS-SUMMARY-LINE
              STRING "WARNING " DELIMITED BY SIZE
                     WS-ST-NAME(WS-STEP-SUB) DELIMITED BY SPACE
                     " ENDED WITH RC " DELIMITED BY SIZE
                     WS-ST-RC(WS-STEP-SUB) DELIMITED BY SIZE
                     INTO WS-SUMMARY-LINE
              END-STRING
              WRITE OpsSummaryLine FROM WS-SUMMARY-LINE
           END-IF.
