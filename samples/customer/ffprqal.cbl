      *    QUALIFYING MILES ARE THE SAME PAYMENT-AMT DOLLARS-AS-MILES
      *    MEASURE POST-FFP-MILES ACCRUES AT BOOKING TIME.  THE
      *    REDEEMABLE FFP-MILES BALANCE IS NOT CHANGED - ONLY THE TIER.
      *    QUALIFICATION IS ALWAYS THE MEMBER'S OWN FLYING - MILES
      *    POOLED WITH OR DRAWN BY A HOUSEHOLD (FFPPOOL) NEVER COUNT.
      *    EACH STATEMENT ALSO WARNS WHEN THE MEMBER'S MILES ARE
      *    INSIDE THE 90-DAY WINDOW BEFORE THE 18-MONTH INACTIVITY
      *    EXPIRY THAT FFPEXPIR ENFORCES, SO THERE IS A FAIR CHANCE
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

       FD  STATEMENT-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FFP-STATUS                     PIC X(02).
           88 FFP-NOT-PRESENT                         VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           CLOSE FFP-MEMBER.
           CLOSE CUSTOMER.
           CLOSE STATEMENT-RPT.
           MOVE "FFPSTMT"                  TO  RPG-REPORT-ID.
           MOVE "ffpstmt"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "FFPRQAL"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "FFPRQAL - " MEMBER-COUNT " MEMBER(S) REQUALIFIED, "
                   CHANGED-COUNT " TIER CHANGE(S) - SEE ffpstmt".
