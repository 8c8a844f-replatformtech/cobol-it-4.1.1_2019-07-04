                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT CATERING-RPT
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  RPT-STATUS                     PIC X(02).
           WRITE RPT-RECORD.
           CLOSE CUSTOMER.
           CLOSE CATERING-RPT.
           MOVE "CATERRPT"                 TO  RPG-REPORT-ID.
           MOVE "caterrpt"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "CATERRPT"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "CATERRPT - " CATER-BOOKING-COUNT " MEAL(S) FOR "
                   WS-FLIGHT-ID " REPORTED TO caterrpt".

