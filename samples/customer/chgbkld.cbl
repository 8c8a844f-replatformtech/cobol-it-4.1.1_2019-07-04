                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT CHARGEBACK-IN
           03 AUDIT-DATE                  PIC X(08).
           03 AUDIT-PID                   PIC 9(09).
           03 AUDIT-OPERATOR-ID           PIC X(05).
           03 AUDIT-BEFORE-IMAGE          PIC X(876).
           03 AUDIT-AFTER-IMAGE           PIC X(876).

       FD  TICKET-LEDGER.
       COPY tktledgr.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  CHGBK-IN-STATUS                PIC X(02).
       01  TODAY-DATE-NUM REDEFINES TODAY-DATE
                                           PIC 9(08).
       01  PID                            PIC 9(09)   VALUE 0.
       01  OLD-IMAGE                      PIC X(876)  VALUE SPACES.
       01  REV-ACCOUNT                    PIC X(04)   VALUE "2400".
       01  MATCHED-COUNT                  PIC 9(05)   VALUE 0.
       01  UNMATCHED-COUNT                PIC 9(05)   VALUE 0.
       01  WQA-NOTE                       PIC X(40)   VALUE SPACES.
       01  WQA-BY                         PIC X(08)   VALUE "CHGBKLD".
       01  WQA-RESULT                     PIC X(01)   VALUE SPACES.
       COPY bkjparm.

      *****************************************************************
       PROCEDURE DIVISION.
           MOVE OLD-IMAGE                  TO  AUDIT-BEFORE-IMAGE.
           MOVE CUSTOMER-RECORD            TO  AUDIT-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
           INITIALIZE BKJRNL-PARMS.
           SET BKJ-CHANGE                  TO  TRUE.
           MOVE "CHARGEBACK"               TO  BKJ-DETAIL.
           MOVE CUST-RES-ID                TO  BKJ-CUST-RES-ID.
           IF TOTAL-COLLECTED-AMT NUMERIC
              MOVE TOTAL-COLLECTED-AMT     TO  BKJ-AMOUNT
           END-IF.
           MOVE "CHGBKLD"                  TO  BKJ-PROGRAM.
           MOVE "CHGBK"                    TO  BKJ-OP-ID.
           CALL "BKJRNL" USING BKJRNL-PARMS.
           PERFORM JOURNAL-REVERSAL.
           MOVE CUST-RES-ID                TO  WQA-RES-ID.
           MOVE SPACES                     TO  WQA-NOTE.
           CLOSE CUSTOMER-AUDIT.
           CLOSE REVERSAL-JOURNAL.
           CLOSE EXCEPTION-RPT.
           MOVE "CHGBKRPT"                 TO  RPG-REPORT-ID.
           MOVE "chgbkrpt"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "CHGBKLD"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "CHGBKLD - " MATCHED-COUNT " MATCHED, "
                   UNMATCHED-COUNT " UNMATCHED, "
                   DUP-COUNT " ALREADY DISPUTED - SEE chgbkrpt".
