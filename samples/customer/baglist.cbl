                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT BAG-RPT
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  BAG-TAG-STATUS                 PIC X(02).
           88 BAG-TAG-NOT-PRESENT                     VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           CLOSE BAG-TAG.
           CLOSE CUSTOMER.
           CLOSE BAG-RPT.
           MOVE "BAGLIST"                  TO  RPG-REPORT-ID.
           MOVE "baglist"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "BAGLIST"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "BAGLIST - " PIECE-COUNT " BAG(S) LISTED TO baglist".
