                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT BLACKLIST
           03 AUDIT-DATE                  PIC X(08).
           03 AUDIT-PID                   PIC 9(09).
           03 AUDIT-OPERATOR-ID           PIC X(05).
           03 AUDIT-BEFORE-IMAGE          PIC X(876).
           03 AUDIT-AFTER-IMAGE           PIC X(876).

       WORKING-STORAGE SECTION.
       01  OPERATOR-STATUS                PIC X(02).
           88 CANCEL-BOOKING                          VALUE "2".
           88 SKIP-BOOKING                            VALUE "3".
       01  SAVE-SCAN-KEY                  PIC X(11)   VALUE SPACES.
       01  FLP-TYPE                       PIC X(02)   VALUE "AC".
       01  FLP-MILES                      PIC S9(07)  VALUE 0.
       01  FLP-REF                        PIC X(13)   VALUE SPACES.
       01  FLP-RESULT                     PIC X(01)   VALUE SPACES.
       01  OLD-IMAGE                      PIC X(876)  VALUE SPACES.
       01  RELEASED-COUNT                 PIC 9(05)   VALUE 0.
       01  CANCELLED-COUNT                PIC 9(05)   VALUE 0.
       01  SKIPPED-COUNT                  PIC 9(05)   VALUE 0.
       01  FI-ADJ-TYPE                    PIC X(02)   VALUE SPACES.
       01  FI-ADJUSTMENT                  PIC S9(03)  VALUE 0.
       01  FI-CALL-RESULT                 PIC X(01)   VALUE SPACES.
       COPY bkjparm.

      *****************************************************************
       PROCEDURE DIVISION.
                 CALL "MAILSEND" USING CUST-EMAIL, CUST-FNAME,
                      CUST-LNAME, FLIGHT-ID, SEAT-NUMBER, MAIL-RESULT,
                MAIL-LANG,
                MAIL-CLASS, MAIL-OPTIN, CUST-RES-ID
                 ADD 1                     TO  RELEASED-COUNT
                 DISPLAY "FRAUDREV - RELEASED"
              WHEN CANCEL-BOOKING
                 MOVE -1                   TO  FI-ADJUSTMENT
                 CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                      FI-ADJUSTMENT, FI-CALL-RESULT
                 IF EXTRA-SEAT-HELD
                    CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                         FI-ADJUSTMENT, FI-CALL-RESULT
                 END-IF
                 MOVE "CONFIRMED FRAUD"    TO  W-BL-REASON
                 PERFORM BLACKLIST-INSTRUMENTS
                 ADD 1                     TO  CANCELLED-COUNT
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
      *    A MILE A DOLLAR, OR THE FARE FAMILY'S OWN PERCENTAGE.
                   IF FARE-FAMILY-NONE OR FAM-EARN-PCT NOT NUMERIC
                      MOVE PAYMENT-AMT     TO  FLP-MILES
                   ELSE
                      COMPUTE FLP-MILES =
                              PAYMENT-AMT * FAM-EARN-PCT / 100
                   END-IF
                   ADD FLP-MILES           TO  FFP-MILES
                   MOVE TODAY-DATE-NUM     TO  FFP-LAST-ACCRUAL-DATE
                   REWRITE FFP-MEMBER-RECORD
                   MOVE TICKET-NO          TO  FLP-REF
                   IF TICKET-NO = SPACES
                      MOVE CUST-RES-ID     TO  FLP-REF
                   END-IF
                   CALL "FFPLPOST" USING FFP-NAME-KEY, FFP-NO,
                        FLP-TYPE, FLP-MILES, FFP-MILES, FLP-REF,
                        WS-OPERATOR-ID, FLP-RESULT
           END-READ.
           CLOSE FFP-MEMBER.

           MOVE PID                        TO  AUDIT-PID.
           MOVE WS-OPERATOR-ID             TO  AUDIT-OPERATOR-ID.
           WRITE AUDIT-RECORD.
           PERFORM WRITE-BOOKING-JOURNAL.

       WRITE-BOOKING-JOURNAL.
      *    A RELEASE IS JOURNALED AS A CHANGE, A CANCEL AS A CANCEL.
           INITIALIZE BKJRNL-PARMS.
           IF AUDIT-ACTION = "D"
              SET BKJ-CANCEL               TO  TRUE
              MOVE "FRAUD CANCEL"          TO  BKJ-DETAIL
           ELSE
              SET BKJ-CHANGE               TO  TRUE
              MOVE "FRAUD REL"             TO  BKJ-DETAIL
           END-IF.
           MOVE CUST-RES-ID                TO  BKJ-CUST-RES-ID.
           IF TOTAL-COLLECTED-AMT NUMERIC
              MOVE TOTAL-COLLECTED-AMT     TO  BKJ-AMOUNT
           END-IF.
           MOVE "FRAUDREV"                 TO  BKJ-PROGRAM.
           MOVE WS-OPERATOR-ID             TO  BKJ-OP-ID.
           CALL "BKJRNL" USING BKJRNL-PARMS.

       TERMINATE-REVIEW.
           CLOSE CUSTOMER.
