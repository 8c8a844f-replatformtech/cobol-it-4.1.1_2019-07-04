      *    KEY SEQUENCE AND REFORMATS EACH CUSTOMER-RECORD INTO A
      *    COMMA-DELIMITED LINE ON A SEQUENTIAL EXTRACT FILE FOR
      *    SPREADSHEET/REVENUE ANALYSIS.  READ-ONLY AGAINST CUSTOMER -
      *    NO RECORDS ARE ADDED, CHANGED, OR REMOVED.  EVERY
      *    RESERVATION EXPORTED IS WRITTEN TO THE "viewlog" READ-ACCESS
      *    LOG AS AN EXTRACT UNDER THE OPERATOR RUNNING IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY IS CUST-RES-ID
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT CUSTOMER-CSV
       01  CSV-RECORD                     PIC X(200).

       WORKING-STORAGE SECTION.
       COPY viewlogp.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  CSV-STATUS                     PIC X(02).
           88 CUSTOMER-NOT-AT-END                     VALUE 0.
       01  CSV-PAYMENT-AMT                PIC ZZZZZZ9.99.
       01  CSV-REC-COUNT                  PIC 9(05)   VALUE 0.
       01  WS-OPERATOR-ID                 PIC X(05)   VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
              PERFORM BUILD-CSV-RECORD
              WRITE CSV-RECORD
              ADD 1                        TO  CSV-REC-COUNT
              PERFORM LOG-EXPORTED-RECORD
              PERFORM READ-CUSTOMER-REC
           END-PERFORM.
           PERFORM TERMINATE-EXPORT.
           STOP RUN.

       INITIALIZE-EXPORT.
           DISPLAY "CUSTCSV - ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "CUSTCSV - CUSTOMER FILE NOT FOUND, ABORTING"
                                            INTO CSV-RECORD
           END-STRING.

       LOG-EXPORTED-RECORD.
      *    THE EXTRACT CARRIES DATE OF BIRTH, THE CONTACT GROUP AND
      *    THE CARD ACCOUNT NUMBER.
           MOVE SPACES                     TO  VIEWLOG-PARMS.
           MOVE WS-OPERATOR-ID             TO  VWP-OP-ID.
           MOVE "CUSTCSV"                  TO  VWP-PROGRAM.
           SET VWP-EXTRACT                 TO  TRUE.
           SET VWP-RESERVATION-KEY         TO  TRUE.
           MOVE CUST-RES-ID                TO  VWP-KEY.
           MOVE BOOKED-BY-OP-ID            TO  VWP-BOOKED-BY.
           MOVE "YYNNY"                    TO  VWP-FIELD-GROUPS.
           CALL "VIEWLOG" USING VIEWLOG-PARMS.

       TERMINATE-EXPORT.
           CLOSE CUSTOMER.
           CLOSE CUSTOMER-CSV.
