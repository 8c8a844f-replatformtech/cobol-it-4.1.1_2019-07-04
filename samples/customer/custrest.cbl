      *    CUSTBKUP.  A VERIFICATION PASS RE-READS THE REBUILT CUSTOMER
      *    FILE SEQUENTIALLY AND COMPARES ITS RECORD COUNT AGAINST THE
      *    BACKUP RECORD COUNT BEFORE THE RESTORE IS DECLARED GOOD.
      *    ONLY A BACKUP IN THE CURRENT RECORD LAYOUT IS RESTORED - ONE
      *    TAKEN UNDER AN OLDER LAYOUT IS REFUSED BEFORE THE LIVE FILE
      *    IS TOUCHED AND MUST FIRST BE BROUGHT UP TO DATE BY CUSTCONV.
      *
      *    AFTER A GOOD RESTORE THE OPERATOR MAY ROLL THE "custaudt"
      *    AUDIT TRAIL FORWARD OVER IT: EVERY ADD, MODIFY AND DELETE
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD                  PIC X(876).

       FD  CUSTOMER.
       COPY custrec.
               04 AUDIT-DD                PIC X(02).
           03 AUDIT-PID                   PIC 9(09).
           03 AUDIT-OPERATOR-ID           PIC X(05).
           03 AUDIT-BEFORE-IMAGE          PIC X(876).
           03 AUDIT-AFTER-IMAGE           PIC X(876).

       FD  OPERATOR.
       COPY operator.

       WORKING-STORAGE SECTION.
       COPY custlayt.
       01  BACKUP-STATUS                  PIC X(02).
           88 BACKUP-NOT-PRESENT                      VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
       01  ROLL-DEL-COUNT                 PIC 9(05)   VALUE 0.
       01  RESTORE-COUNT                  PIC 9(07)   VALUE 0.
       01  VERIFY-COUNT                   PIC 9(07)   VALUE 0.
       01  BACKUP-VERSION-POS             PIC 9(03)   VALUE 0.
       01  BACKUP-LAYOUT-VERSION          PIC X(02)   VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
                      " NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           PERFORM READ-BACKUP-REC.
           IF BACKUP-NOT-AT-END
              PERFORM CHECK-BACKUP-LAYOUT
           END-IF.
           OPEN OUTPUT CUSTOMER.

       CHECK-BACKUP-LAYOUT.
      *    THE VERSION STAMP IS THE LAST TWO BYTES OF A CURRENT-LAYOUT
      *    RECORD.  AN OLDER BACKUP HAS NO STAMP THERE.
           COMPUTE BACKUP-VERSION-POS =
                   CLT-RECORD-LEN(CUST-LAYOUT-COUNT) - 1.
           MOVE BACKUP-RECORD(BACKUP-VERSION-POS:2)
                                           TO  BACKUP-LAYOUT-VERSION.
           IF BACKUP-LAYOUT-VERSION NOT = CLT-VERSION(CUST-LAYOUT-COUNT)
              DISPLAY "CUSTREST - " WS-BACKUP-FILENAME
                      " IS NOT IN THE CURRENT RECORD LAYOUT - CONVERT IT
      -               " WITH CUSTCONV FIRST, ABORTING"
              CLOSE BACKUP-FILE
              STOP RUN
           END-IF.

       READ-BACKUP-REC.
           READ BACKUP-FILE
