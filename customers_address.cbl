       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMERS-ADDRESS.

      *=========================
      *One-time migration utility, sibling to ACCOUNTS-PRODUCT: puts
      *the mailing address and contact fields on the customer
      *master. It takes the production INDEXED customers.dat in its
      *previous 46-character layout (id, first name, second name)
      *and rebuilds it in the 197-character layout Report-Generator
      *now expects, carrying every customer id and name across
      *exactly as held and leaving the new fields - two address
      *lines, town, postcode, phone and e-mail - at spaces.
      *
      *Addresses are then keyed by the branches with CHANGE_ADDRESS
      *lines, one field or several per line. Until a customer has
      *at least the first address line, the town and the postcode
      *on file, Notice-Run holds that customer's letters on its
      *control list instead of printing them, and Statement-Run
      *prints the statement with the name alone.
      *
      *Before the first Report-Generator run after this change,
      *move the live customer master aside and run this program
      *once:
      *    mv customers.dat customers.dat.v46
      *    cobc -x customers_address.cbl
      *    ./customers_address
      *It reads every record from customers.dat.v46 in key order
      *and writes a fresh indexed customers.dat in its place;
      *customers.dat.v46 is left untouched afterwards in case the
      *migration needs to be re-run. The record count is displayed
      *so the migration can be checked against the old file before
      *anyone posts to the new one.
      *
      *ACCOUNTS-SPLIT created the customer master in the EARLIER
      *46-character layout and must not be run against this one;
      *it stays in the library for the history it documents.
      *
      *Compilation:
      *cobc -x customers_address.cbl
      *
      *Execution:
      *macOS:   ./customers_address
      *Windows: customers_address.exe
      *=========================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the live customer master in its previous 46-character
      * layout, set aside under the .v46 name; read in key order
       SELECT OldCustomersFile ASSIGN TO "customers.dat.v46"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OldCustomerId
               FILE STATUS IS WS-OLD-CUSTOMERS-STATUS.
      * the rebuilt customer master in the 197-character layout
       SELECT NewCustomersFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CustomerId
               FILE STATUS IS WS-NEW-CUSTOMERS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The 46-character layout as it stood before the address
      *    fields were added.
       FD OldCustomersFile
           RECORD CONTAINS 46 CHARACTERS.
       01 OldCustomerRecord.
           02 OldCustomerId         PIC 9(4).
           02 Filler                PIC X.
           02 OldCustomerFirstName  PIC X(20).
           02 Filler                PIC X.
           02 OldCustomerSecondName PIC X(20).

      *    Same 197-character layout as CustomerRecord in
      *    report_generator.cbl - kept in step with it by hand, the
      *    same way accounts_product is.
       FD NewCustomersFile
           RECORD CONTAINS 197 CHARACTERS.
       01 NewCustomerRecord.
           02 CustomerId            PIC 9(4).
           02 Filler                PIC X.
           02 CustomerFirstName     PIC X(20).
           02 Filler                PIC X.
           02 CustomerSecondName    PIC X(20).
           02 Filler                PIC X.
           02 CustomerAddress1      PIC X(30).
           02 Filler                PIC X.
           02 CustomerAddress2      PIC X(30).
           02 Filler                PIC X.
           02 CustomerTown          PIC X(20).
           02 Filler                PIC X.
           02 CustomerPostcode      PIC X(10).
           02 Filler                PIC X.
           02 CustomerPhone         PIC X(15).
           02 Filler                PIC X.
           02 CustomerEmail         PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-OLD-CUSTOMERS-STATUS   PIC XX.
           88 WS-OLD-CUSTOMERS-OK         VALUE "00".
       01 WS-NEW-CUSTOMERS-STATUS   PIC XX.
           88 WS-NEW-CUSTOMERS-OK         VALUE "00".

       01 EOF-OLD-CUSTOMERS-FLAG    PIC X VALUE 'F'.
       01 WS-MIGRATED-COUNT         PIC 9(7) VALUE ZERO.

       01 WS-DISPLAY-COUNT          PIC Z(6)9.

       PROCEDURE DIVISION.
       Main-Logic.
      *    the old master must open cleanly before the new one is
      *    created: a missing .v46 file means the rename step was
      *    skipped, and there is nothing to migrate from
           OPEN INPUT OldCustomersFile
           IF NOT WS-OLD-CUSTOMERS-OK
              DISPLAY "customers.dat.v46 not readable, status "
                      WS-OLD-CUSTOMERS-STATUS
                      " - migration refused"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT NewCustomersFile
           PERFORM UNTIL EOF-OLD-CUSTOMERS-FLAG = 'T'
               READ OldCustomersFile NEXT RECORD
                 AT END
                    MOVE 'T' TO EOF-OLD-CUSTOMERS-FLAG
               END-READ
      * a read error raises neither AT END nor NOT AT END; the
      * status check after the READ stops the run instead of
      * looping forever
               IF EOF-OLD-CUSTOMERS-FLAG = 'F'
                  IF NOT WS-OLD-CUSTOMERS-OK
                     DISPLAY "Old customer master read failed, "
                             "status " WS-OLD-CUSTOMERS-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  ELSE
                     PERFORM Migrate-One-Customer
                  END-IF
               END-IF
           END-PERFORM
           CLOSE OldCustomersFile
           CLOSE NewCustomersFile
           MOVE WS-MIGRATED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Migrated " WS-DISPLAY-COUNT
                   " customers into 197-character customers.dat"
           STOP RUN.

      * carry one record across unchanged - id and names exactly
      * as held - with the address and contact fields blank.
       Migrate-One-Customer.
           MOVE SPACES TO NewCustomerRecord
           MOVE OldCustomerId TO CustomerId
           MOVE OldCustomerFirstName TO CustomerFirstName
           MOVE OldCustomerSecondName TO CustomerSecondName
           WRITE NewCustomerRecord
           IF NOT WS-NEW-CUSTOMERS-OK
              DISPLAY "Customer " CustomerId
                      " write failed, status "
                      WS-NEW-CUSTOMERS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-MIGRATED-COUNT.
