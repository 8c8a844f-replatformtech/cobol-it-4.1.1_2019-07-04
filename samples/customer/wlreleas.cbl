                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT WAITLIST
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  WAITLIST-STATUS                PIC X(02).
       01  FI-ADJ-TYPE                    PIC X(02)   VALUE SPACES.
       01  FI-ADJUSTMENT                  PIC S9(03)  VALUE 0.
       01  FI-CALL-RESULT                 PIC X(01)   VALUE SPACES.
       COPY bkjparm.

      *****************************************************************
       PROCEDURE DIVISION.
           END-STRING.
           WRITE RPT-RECORD.
           DELETE CUSTOMER.
           INITIALIZE BKJRNL-PARMS.
           SET BKJ-CANCEL                   TO  TRUE.
           MOVE "UNCONFIRMED"               TO  BKJ-DETAIL.
           PERFORM WRITE-BOOKING-JOURNAL.
           MOVE SAVE-FLIGHT-ID              TO  FI-ADJ-FLIGHT.
           MOVE SAVE-SEAT-TYPE              TO  FI-ADJ-TYPE.
           MOVE -1                          TO  FI-ADJUSTMENT.
           CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                FI-ADJUSTMENT, FI-CALL-RESULT.
      *    AN EXTRA SEAT BOUGHT BESIDE THE PASSENGER GOES WITH IT.
           IF EXTRA-SEAT-HELD
              CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                   FI-ADJUSTMENT, FI-CALL-RESULT
           END-IF.
           ADD 1                            TO  RELEASED-COUNT.
           PERFORM OFFER-SEAT-TO-NEXT.

           SET RES-HELD                     TO  TRUE.
           SET HOLD-WAITLIST-CLEAR          TO  TRUE.
           MOVE TODAY-DATE-NUM              TO  HOLD-PLACED-DATE.
           SET CUST-LAYOUT-CURRENT          TO  TRUE.
           WRITE CUSTOMER-RECORD.
           INITIALIZE BKJRNL-PARMS.
           SET BKJ-BOOKING                  TO  TRUE.
           MOVE "WAITLIST"                  TO  BKJ-DETAIL.
           PERFORM WRITE-BOOKING-JOURNAL.
           MOVE SAVE-FLIGHT-ID              TO  FI-ADJ-FLIGHT.
           MOVE SEAT-TYPE                   TO  FI-ADJ-TYPE.
           MOVE +1                          TO  FI-ADJUSTMENT.
           MOVE SAVE-FLIGHT-ID              TO  CUST-FLIGHT.
           MOVE W-RES-CNTR                  TO  CUST-NO.

       WRITE-BOOKING-JOURNAL.
      *    THE CALLER HAS SET THE EVENT TYPE AND DETAIL.
           MOVE CUST-RES-ID                 TO  BKJ-CUST-RES-ID.
           IF TOTAL-COLLECTED-AMT NUMERIC
              MOVE TOTAL-COLLECTED-AMT      TO  BKJ-AMOUNT
           END-IF.
           MOVE "WLRELEAS"                  TO  BKJ-PROGRAM.
           MOVE "BATCH"                     TO  BKJ-OP-ID.
           CALL "BKJRNL" USING BKJRNL-PARMS.

       TERMINATE-RELEASE.
           CLOSE CUSTOMER.
           CLOSE WAITLIST.
           CLOSE RELEASE-RPT.
           MOVE "WLRELEAS"                 TO  RPG-REPORT-ID.
           MOVE "wlreleas"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "WLRELEAS"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "WLRELEAS - " RELEASED-COUNT " HOLD(S) RELEASED, "
                   OFFERED-COUNT " NEW OFFER(S) - SEE wlreleas".
