                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT DISPUTE
           03 AUDIT-DATE                  PIC X(08).
           03 AUDIT-PID                   PIC 9(09).
           03 AUDIT-OPERATOR-ID           PIC X(05).
           03 AUDIT-BEFORE-IMAGE          PIC X(876).
           03 AUDIT-AFTER-IMAGE           PIC X(876).

       WORKING-STORAGE SECTION.
       01  OPERATOR-STATUS                PIC X(02).
           88 ACCEPT-DISPUTE                          VALUE "2".
           88 SKIP-DISPUTE                            VALUE "3".
       01  SAVE-SCAN-KEY                  PIC X(11)   VALUE SPACES.
       01  OLD-IMAGE                      PIC X(876)  VALUE SPACES.
       01  REPRESENTED-COUNT              PIC 9(05)   VALUE 0.
       01  ACCEPTED-COUNT                 PIC 9(05)   VALUE 0.
       01  SKIPPED-COUNT                  PIC 9(05)   VALUE 0.
       01  FI-ADJ-TYPE                    PIC X(02)   VALUE SPACES.
       01  FI-ADJUSTMENT                  PIC S9(03)  VALUE 0.
       01  FI-CALL-RESULT                 PIC X(01)   VALUE SPACES.
       COPY bkjparm.

      *****************************************************************
       PROCEDURE DIVISION.
           MOVE -1                         TO  FI-ADJUSTMENT.
           CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                FI-ADJUSTMENT, FI-CALL-RESULT.
      *    AN EXTRA SEAT BOUGHT BESIDE THE PASSENGER GOES WITH IT.
           IF EXTRA-SEAT-HELD
              CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                   FI-ADJUSTMENT, FI-CALL-RESULT
           END-IF.

       VOID-TICKET.
           IF TICKET-NO = SPACES
           MOVE PID                        TO  AUDIT-PID.
           MOVE WS-OPERATOR-ID             TO  AUDIT-OPERATOR-ID.
           WRITE AUDIT-RECORD.
           PERFORM WRITE-BOOKING-JOURNAL.

       WRITE-BOOKING-JOURNAL.
      *    A REPRESENTMENT IS JOURNALED AS A CHANGE, A CANCEL AS A
      *    CANCEL.
           INITIALIZE BKJRNL-PARMS.
           IF AUDIT-ACTION = "D"
              SET BKJ-CANCEL               TO  TRUE
              MOVE "CHGBK CANCEL"          TO  BKJ-DETAIL
           ELSE
              SET BKJ-CHANGE               TO  TRUE
              MOVE "REPRESENTED"           TO  BKJ-DETAIL
           END-IF.
           MOVE CUST-RES-ID                TO  BKJ-CUST-RES-ID.
           IF TOTAL-COLLECTED-AMT NUMERIC
              MOVE TOTAL-COLLECTED-AMT     TO  BKJ-AMOUNT
           END-IF.
           MOVE "DISPREV"                  TO  BKJ-PROGRAM.
           MOVE WS-OPERATOR-ID             TO  BKJ-OP-ID.
           CALL "BKJRNL" USING BKJRNL-PARMS.

       TERMINATE-REVIEW.
           CLOSE DISPUTE.
