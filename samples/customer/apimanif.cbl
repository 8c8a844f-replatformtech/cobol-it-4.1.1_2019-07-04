      *    PASSENGER - PLUS A CONTROL REPORT.  PASSENGERS WITH NO
      *    PASSPORT ON FILE ARE LISTED AS EXCEPTIONS SO THE COUNTER CAN
      *    CHASE THEM BEFORE DEPARTURE.  READ-ONLY AGAINST CUSTOMER.
      *    EACH PASSENGER TRANSMITTED IS WRITTEN TO THE "viewlog"
      *    READ-ACCESS LOG AS AN EXTRACT UNDER THE OPERATOR RUNNING IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT MANIFEST-FILE
           03 MF-PASSPORT-EXPIRY          PIC 9(08).

       WORKING-STORAGE SECTION.
       COPY viewlogp.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  MANIFEST-STATUS                PIC X(02).
       01  WS-FLIGHT-ID                   PIC X(07)   VALUE SPACES.
       01  WS-OPERATOR-ID                 PIC X(05)   VALUE SPACES.
       01  SAVE-FLIGHT-ID                 PIC X(07)   VALUE SPACES.
       01  MANIFEST-COUNT                 PIC 9(05)   VALUE 0.
       01  NO-PASSPORT-COUNT              PIC 9(05)   VALUE 0.
           STOP RUN.

       INITIALIZE-MANIFEST.
           DISPLAY "APIMANIF - ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "APIMANIF - ENTER DEPARTING FLIGHT-ID:".
           ACCEPT WS-FLIGHT-ID.
           OPEN INPUT FLIGHT-MASTER.
           END-IF.
           WRITE MANIFEST-RECORD.
           ADD 1                           TO  MANIFEST-COUNT.
           MOVE SPACES                     TO  VIEWLOG-PARMS.
           MOVE WS-OPERATOR-ID             TO  VWP-OP-ID.
           MOVE "APIMANIF"                 TO  VWP-PROGRAM.
           SET VWP-EXTRACT                 TO  TRUE.
           SET VWP-RESERVATION-KEY         TO  TRUE.
           MOVE CUST-RES-ID                TO  VWP-KEY.
           MOVE BOOKED-BY-OP-ID            TO  VWP-BOOKED-BY.
           MOVE "YNYNN"                    TO  VWP-FIELD-GROUPS.
           CALL "VIEWLOG" USING VIEWLOG-PARMS.

       TERMINATE-MANIFEST.
           CLOSE FLIGHT-MASTER.
