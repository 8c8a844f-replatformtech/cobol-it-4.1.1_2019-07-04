                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT RUN-CONTROL
       COPY runctl.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD                  PIC X(876).

       WORKING-STORAGE SECTION.
       01  CUSTOMER-STATUS                PIC X(02).
