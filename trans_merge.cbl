      *    <detail transaction lines, no branch code>
      *    BATCH_TRAILER
      *
      *Each detail line carries the id of the operator who keyed it
      *in columns 77-84, after the 76 columns of transaction text.
      *
      *This program sequences them into one transfeed.dat in a
      *deterministic order - branch 1 then 2 then 3, each branch's
      *lines in arrival order - stamping every detail line with its
      *originating branch code (B01/B02/B03) up front - the operator
      *id moves to columns 81-88 of the merged line - and wrapping
      *the whole feed in a combined BATCH_HEADER/BATCH_TRAILER whose
      *count and hash are the sums of what the branch headers
      *promised. Batch-Edit then proves the combined feed before
       DATA DIVISION.
       FILE SECTION.
       FD BranchFile1
           RECORD CONTAINS 84 CHARACTERS.
           01 BranchLine1          PIC X(84).

       FD BranchFile2
           RECORD CONTAINS 84 CHARACTERS.
           01 BranchLine2          PIC X(84).

       FD BranchFile3
           RECORD CONTAINS 84 CHARACTERS.
           01 BranchLine3          PIC X(84).

       FD TransFeedFile
           RECORD CONTAINS 96 CHARACTERS.
           01 TransFeedLine        PIC X(96).

      * one record per accepted batch: branch code, header date,
      * count and hash

      *The branch line being examined, staged here whichever file
      *it came from.
       01 WS-BRANCH-LINE          PIC X(84).

       01 EOF-BRANCH-FLAG         PIC X VALUE 'F'.

       01 WS-COUNT-OUT            PIC 9(7).
       01 WS-HASH-OUT             PIC 9(13).99.

       01 WS-MERGE-LINE           PIC X(96).
       01 WS-DISPLAY-COUNT        PIC Z(6)9.

      *One run-log record: program, date/time stamp, records in
                     INITIALIZE WS-MERGE-LINE
                     STRING WS-BRANCH-CODE DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            WS-BRANCH-LINE(1:76) DELIMITED BY SIZE
                            INTO WS-MERGE-LINE
                     END-STRING
      *              the keying operator's id moves across with the
      *              line, clear of the branch code the stamp added
                     MOVE WS-BRANCH-LINE(77:8) TO WS-MERGE-LINE(81:8)
                     WRITE TransFeedLine FROM WS-MERGE-LINE
                     ADD 1 TO WS-MERGED-COUNT
                  END-IF
