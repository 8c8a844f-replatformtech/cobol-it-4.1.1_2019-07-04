                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT PROMO-RPT
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  PROMO-STATUS                   PIC X(02).
           88 PROMO-NOT-PRESENT                       VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
       TERMINATE-REPORT.
           CLOSE CUSTOMER.
           CLOSE PROMO-RPT.
           MOVE "PROMORPT"                 TO  RPG-REPORT-ID.
           MOVE "promorpt"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "PROMORPT"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "PROMORPT - " CODE-TALLY-COUNT " CAMPAIGN(S) REPORTE
      -    "D TO promorpt".
