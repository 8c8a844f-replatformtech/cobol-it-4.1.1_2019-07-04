                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT TICKET-LEDGER
           03 AUDIT-DATE                  PIC X(08).
           03 AUDIT-PID                   PIC 9(09).
           03 AUDIT-OPERATOR-ID           PIC X(05).
           03 AUDIT-BEFORE-IMAGE          PIC X(876).
           03 AUDIT-AFTER-IMAGE           PIC X(876).

       FD  REVERSAL-JOURNAL.
       01  JOURNAL-RECORD.
           88 OUTSTANDING-OPT                         VALUE "3".
           88 EXIT-PROG                               VALUE "0".
       01  WS-RES-ID                      PIC X(11)   VALUE SPACES.
       01  OLD-IMAGE                      PIC X(876)  VALUE SPACES.
       01  REV-ACCOUNT                    PIC X(04)   VALUE "2400".
       01  MAIL-RESULT                    PIC X(01)   VALUE SPACES.
       01  MAIL-LANG                      PIC X(01)   VALUE "E".
       01  MAIL-OPTIN                     PIC X(01)   VALUE "Y".
       01  CLEARED-COUNT                  PIC 9(05)   VALUE 0.
       01  RETURNED-COUNT                 PIC 9(05)   VALUE 0.
       COPY bkjparm.

      *****************************************************************
       PROCEDURE DIVISION.
           CALL "MAILSEND" USING CUST-EMAIL, CUST-FNAME,
                CUST-LNAME, FLIGHT-ID, SEAT-NUMBER, MAIL-RESULT,
                MAIL-LANG,
                MAIL-CLASS, MAIL-OPTIN, CUST-RES-ID.
           CLOSE CUSTOMER.
           PERFORM JOURNAL-NSF-REVERSAL.
           DISPLAY "CHKCLEAR - PAYMENT REVERSED, BOOKING HELD, DUNNING
           MOVE CUSTOMER-RECORD            TO  AUDIT-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
           CLOSE CUSTOMER-AUDIT.
           INITIALIZE BKJRNL-PARMS.
           SET BKJ-CHANGE                  TO  TRUE.
           MOVE "NSF RETURN"               TO  BKJ-DETAIL.
           MOVE CUST-RES-ID                TO  BKJ-CUST-RES-ID.
           IF TOTAL-COLLECTED-AMT NUMERIC
              MOVE TOTAL-COLLECTED-AMT     TO  BKJ-AMOUNT
           END-IF.
           MOVE "CHKCLEAR"                 TO  BKJ-PROGRAM.
           MOVE WS-OPERATOR-ID             TO  BKJ-OP-ID.
           CALL "BKJRNL" USING BKJRNL-PARMS.

       VOID-TICKET.
           IF TICKET-NO = SPACES
