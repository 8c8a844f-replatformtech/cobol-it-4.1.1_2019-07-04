                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT FLIGHT-MASTER
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FEED-STATUS                    PIC X(02).
           88 FEED-NOT-PRESENT                        VALUE "35".
       01  WL-STATUS                      PIC X(02).
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE HIT-RPT.
           MOVE "WLHITS"                   TO  RPG-REPORT-ID.
           MOVE "wlhits"                   TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "WLLOAD"                   TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "WLLOAD - FEED APPLIED, " SCREENED-COUNT
                   " BOOKING(S) RESCREENED, " HIT-COUNT
                   " HIT(S) - SEE wlhits".
