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

       FD  CURVE-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           CLOSE FLIGHT-MASTER.
           CLOSE CUSTOMER.
           CLOSE CURVE-RPT.
           MOVE "BKCURVE"                  TO  RPG-REPORT-ID.
           MOVE "bkcurve"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "BKCURVE"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "BKCURVE - " UPCOMING-COUNT " UPCOMING FLIGHT(S) REP
      -    "ORTED TO bkcurve".
