                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT CUSTOMER-ARCHIVE
       COPY custrec.

       FD  CUSTOMER-ARCHIVE.
       01  ARCHIVE-RECORD                 PIC X(876).

       FD  BENE-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  ARCHIVE-STATUS                 PIC X(02).
           WRITE RPT-RECORD.
           CLOSE CUSTOMER.
           CLOSE BENE-RPT.
           MOVE "BENECOST"                 TO  RPG-REPORT-ID.
           MOVE "benecost"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "BENECOST"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "BENECOST - " GRANT-TOTAL " BENEFIT GRANT(S), "
                   WAIVED-TOTAL " WAIVED - SEE benecost".
