                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT COMMISSION-RPT
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CORP-ACCT-STATUS               PIC X(02).
           88 CORP-ACCT-NOT-PRESENT                   VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           CLOSE CORPORATE-ACCOUNT.
           CLOSE CUSTOMER.
           CLOSE COMMISSION-RPT.
           MOVE "COMMRPT"                  TO  RPG-REPORT-ID.
           MOVE "commrpt"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "CORPRPT"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "CORPRPT - " ACCT-COUNT " ACCOUNT(S) REPORTED"
                                            " TO commrpt".
