      *(the same new-minus-old test GL-EXTRACT applies), so a
      *posting replayed by a restarted run cannot pay twice.
      *
      *A REVERSE of an EXT_DEBIT is not a new payment. When the
      *payment it backs out is one of the same day's, the pair nets
      *to nothing and neither goes out; when the payment already
      *went out on an earlier day, a recall record (type R) carrying
      *the original reference asks for the money back, and the
      *recalls get a total record of their own.
      *
      *The extract date comes from clearparm.dat - a single line
      *holding YYYYMMDD. When the file is absent the current date
      *is used, so the nightly job needs no parameter.
      *
      *Layout of clearing.dat (56 characters):
      *    rec type (D/R/T), date, account, amount, reference
      *    (count of details in the account slot of a T record,
      *    BATCH_TOTAL or RECALL_TOTAL in its reference).
      *
      *Compilation:
      *cobc -x clearing_extract.cbl
       DATA DIVISION.
       FILE SECTION.
       FD JournalFile
           RECORD CONTAINS 285 CHARACTERS.
           01 JournalLine          PIC X(285).

       FD ClearingFile
           RECORD CONTAINS 56 CHARACTERS.
           05 WS-JR-REASON        PIC X(40).
           05 FILLER              PIC X.
           05 WS-JR-TRANS-LINE    PIC X(80).
           05 FILLER              PIC X.
           05 WS-JR-KEYER         PIC X(8).
           05 FILLER              PIC X.
           05 WS-JR-APPROVER      PIC X(8).

       01 EOF-JOURNAL-FLAG        PIC X VALUE 'F'.

           05 WS-LT-BRANCH        PIC X(3).
           05 WS-LT-ID            PIC X(4).
           05 WS-LT-TYPE          PIC X(15).
           05 WS-LT-AMOUNT        PIC X(15).
           05 WS-LT-REFERENCE     PIC X(20).

      *The day's reversals of EXT_DEBIT payments, gathered on a
      *first pass: the run id and line number of the payment each
      *backs out (the head of its journal reason), the account and
      *the amount coming back, and what the second pass learns
      *about the payment itself - its reference, and whether it is
      *one of this same day's payments, which nets the pair away.
       01 WS-RECALL-TABLE.
           05 WS-RECALL-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-RECALL-ENTRY OCCURS 500 TIMES.
              10 WS-RC-POINTER    PIC X(22).
              10 WS-RC-ACCOUNT-ID PIC X(4).
              10 WS-RC-AMOUNT     PIC 9(13)V99.
              10 WS-RC-REFERENCE  PIC X(20).
              10 WS-RC-NETTED-FLAG PIC X.
                 88 WS-RC-NETTED        VALUE 'Y'.
       01 WS-RECALL-MAX           PIC 9(4) VALUE 500.
       01 WS-RECALL-SUB           PIC 9(4) VALUE ZERO.
       01 WS-RECALL-MATCH         PIC 9(4) VALUE ZERO.

      *The run id and line number of the payment being extracted,
      *in the same shape as the pointer a reversal carries.
       01 WS-ENTRY-POINTER.
           05 WS-EP-RUN-ID        PIC X(14).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-EP-LINE-NO       PIC 9(7).

       01 WS-MONEY-DELTA          PIC S9(13)V99 VALUE ZERO.
       01 WS-ITEM-AMOUNT          PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-AMOUNT         PIC 9(15)V99 VALUE ZERO.
       01 WS-ITEM-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-RECALL-TOTAL         PIC 9(15)V99 VALUE ZERO.
       01 WS-RECALL-ITEMS         PIC 9(7) VALUE ZERO.
       01 WS-NETTED-COUNT         PIC 9(7) VALUE ZERO.

       01 WS-DISPLAY-COUNT        PIC Z(6)9.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Read-Parameter
           PERFORM Collect-Day-Reversals
           OPEN OUTPUT ClearingFile
           PERFORM Extract-Journal-Entries
           PERFORM Write-Recalls
           PERFORM Write-Clearing-Total
           CLOSE ClearingFile
           MOVE WS-ITEM-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Clearing items extracted for " WS-EXTRACT-DATE
                   ": " WS-DISPLAY-COUNT
           MOVE WS-RECALL-ITEMS TO WS-DISPLAY-COUNT
           DISPLAY "Recalls of earlier payments:     "
                   WS-DISPLAY-COUNT
           MOVE WS-NETTED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Same-day payments reversed:      "
                   WS-DISPLAY-COUNT
           STOP RUN.

      * extract date: clearparm.dat when present, else today.
           END-READ
           CLOSE ParameterFile.

      * first pass: every applied, non-flat reversal of an
      * EXT_DEBIT posted on the extract date.
       Collect-Day-Reversals.
           OPEN INPUT JournalFile
           MOVE 'F' TO EOF-JOURNAL-FLAG
           PERFORM UNTIL EOF-JOURNAL-FLAG = 'T'
                 NOT AT END
                    IF WS-JR-DISPOSITION = 'A'
                       AND WS-JR-DATE = WS-EXTRACT-DATE
                       AND WS-JR-TYPE = "REVERSE"
                       AND WS-JR-REASON(24:15) = "EXT_DEBIT"
                       PERFORM Collect-One-Reversal
                    END-IF
               END-READ
           END-PERFORM
           CLOSE JournalFile.

       Collect-One-Reversal.
           COMPUTE WS-MONEY-DELTA =
               FUNCTION NUMVAL(WS-JR-NEW-MONEY)
               - FUNCTION NUMVAL(WS-JR-OLD-MONEY)
           IF WS-MONEY-DELTA > ZERO
              IF WS-RECALL-COUNT >= WS-RECALL-MAX
                 DISPLAY "More than " WS-RECALL-MAX
                         " payment reversals in one day"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-RECALL-COUNT
              MOVE WS-JR-REASON(1:22)
                  TO WS-RC-POINTER(WS-RECALL-COUNT)
              MOVE WS-JR-ACCOUNT-ID
                  TO WS-RC-ACCOUNT-ID(WS-RECALL-COUNT)
              MOVE WS-MONEY-DELTA TO WS-RC-AMOUNT(WS-RECALL-COUNT)
              MOVE SPACES TO WS-RC-REFERENCE(WS-RECALL-COUNT)
              MOVE 'N' TO WS-RC-NETTED-FLAG(WS-RECALL-COUNT)
           END-IF.

      * second pass: the payments. Every EXT_DEBIT on the journal is
      * looked at, so a reversed payment from an earlier day can
      * lend its reference to the recall; only the extract date's
      * payments go out, less those reversed the same day.
       Extract-Journal-Entries.
           OPEN INPUT JournalFile
           MOVE 'F' TO EOF-JOURNAL-FLAG
           PERFORM UNTIL EOF-JOURNAL-FLAG = 'T'
               READ JournalFile INTO WS-JOURNAL-REC
                 AT END
                    MOVE 'T' TO EOF-JOURNAL-FLAG
                 NOT AT END
                    IF WS-JR-DISPOSITION = 'A'
                       AND WS-JR-TYPE = "EXT_DEBIT"
                       PERFORM Extract-One-Entry
                    END-IF
                       WS-LT-AMOUNT
                       WS-LT-REFERENCE
              END-UNSTRING
              PERFORM Match-Day-Reversal
              IF WS-JR-DATE = WS-EXTRACT-DATE
                 IF WS-RECALL-MATCH > ZERO
                    MOVE 'Y' TO WS-RC-NETTED-FLAG(WS-RECALL-MATCH)
                    ADD 1 TO WS-NETTED-COUNT
                 ELSE
                    MOVE 'D' TO ClrRecType
                    MOVE WS-EXTRACT-DATE TO ClrDate
                    MOVE SPACES TO ClrAccount
                    MOVE WS-JR-ACCOUNT-ID TO ClrAccount(1:4)
                    MOVE WS-ITEM-AMOUNT TO ClrAmount
                    MOVE WS-LT-REFERENCE TO ClrReference
                    WRITE ClearingLine FROM WS-CLEARING-REC
                    ADD WS-ITEM-AMOUNT TO WS-TOTAL-AMOUNT
                    ADD 1 TO WS-ITEM-COUNT
                 END-IF
              END-IF
           END-IF.

      * is the payment in the buffer one the day's reversals back
      * out? WS-RECALL-MATCH comes back as its table entry, or zero;
      * a match picks up the payment's reference for the recall.
       Match-Day-Reversal.
           MOVE ZERO TO WS-RECALL-MATCH
           MOVE WS-JR-RUN-ID TO WS-EP-RUN-ID
           MOVE WS-JR-LINE-NO TO WS-EP-LINE-NO
           PERFORM VARYING WS-RECALL-SUB FROM 1 BY 1
               UNTIL WS-RECALL-SUB > WS-RECALL-COUNT
               IF WS-RC-POINTER(WS-RECALL-SUB) = WS-ENTRY-POINTER
                  AND WS-RC-ACCOUNT-ID(WS-RECALL-SUB)
                      = WS-JR-ACCOUNT-ID
                  MOVE WS-RECALL-SUB TO WS-RECALL-MATCH
                  MOVE WS-LT-REFERENCE
                      TO WS-RC-REFERENCE(WS-RECALL-SUB)
               END-IF
           END-PERFORM.

      * one recall record per reversal of a payment that went out on
      * an earlier day; a payment already rolled off to an archive
      * has left no reference on the live journal to quote.
       Write-Recalls.
           PERFORM VARYING WS-RECALL-SUB FROM 1 BY 1
               UNTIL WS-RECALL-SUB > WS-RECALL-COUNT
               IF NOT WS-RC-NETTED(WS-RECALL-SUB)
                  MOVE 'R' TO ClrRecType
                  MOVE WS-EXTRACT-DATE TO ClrDate
                  MOVE SPACES TO ClrAccount
                  MOVE WS-RC-ACCOUNT-ID(WS-RECALL-SUB)
                      TO ClrAccount(1:4)
                  MOVE WS-RC-AMOUNT(WS-RECALL-SUB) TO ClrAmount
                  IF WS-RC-REFERENCE(WS-RECALL-SUB) = SPACES
                     MOVE "REF NOT ON JOURNAL" TO ClrReference
                  ELSE
                     MOVE WS-RC-REFERENCE(WS-RECALL-SUB)
                         TO ClrReference
                  END-IF
                  WRITE ClearingLine FROM WS-CLEARING-REC
                  ADD WS-RC-AMOUNT(WS-RECALL-SUB) TO WS-RECALL-TOTAL
                  ADD 1 TO WS-RECALL-ITEMS
               END-IF
           END-PERFORM.

      * the total record the clearing house verifies on load: the
      * detail count and the summed amount; a second one totals the
      * recalls when there are any.
       Write-Clearing-Total.
           MOVE 'T' TO ClrRecType
           MOVE WS-EXTRACT-DATE TO ClrDate
           MOVE WS-ITEM-COUNT TO ClrAccount
           MOVE WS-TOTAL-AMOUNT TO ClrAmount
           MOVE "BATCH_TOTAL" TO ClrReference
           WRITE ClearingLine FROM WS-CLEARING-REC
           IF WS-RECALL-ITEMS > ZERO
              MOVE 'T' TO ClrRecType
              MOVE WS-EXTRACT-DATE TO ClrDate
              MOVE WS-RECALL-ITEMS TO ClrAccount
              MOVE WS-RECALL-TOTAL TO ClrAmount
              MOVE "RECALL_TOTAL" TO ClrReference
              WRITE ClearingLine FROM WS-CLEARING-REC
           END-IF.
