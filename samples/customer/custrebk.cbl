                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT TICKET-LEDGER
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
       01  NEW-CAPACITY-FC                PIC 9(03)  VALUE 0.
       01  NEW-CO-COUNT                   PIC 9(05)  VALUE 0.
       01  NEW-FC-COUNT                   PIC 9(05)  VALUE 0.
       01  XS-SEATS-WANTED                PIC 9(01)  VALUE 0.
       01  W-RES-CNTR                     PIC 9(04)  VALUE 0.
       01  MOVED-COUNT                    PIC 9(05)  VALUE 0.
       01  NOT-MOVED-COUNT                PIC 9(05)  VALUE 0.
       01  FI-ADJ-TYPE                    PIC X(02)  VALUE SPACES.
       01  FI-ADJUSTMENT                  PIC S9(03) VALUE 0.
       01  FI-CALL-RESULT                 PIC X(01)  VALUE SPACES.
       COPY bkjparm.

      *****************************************************************
       PROCEDURE DIVISION.
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                       IF SEAT-TYPE = "CO"
                          ADD 1              TO  NEW-CO-COUNT
                          IF EXTRA-SEAT-HELD
                             ADD 1           TO  NEW-CO-COUNT
                          END-IF
                       END-IF
                       IF SEAT-TYPE = "FC"
                          ADD 1              TO  NEW-FC-COUNT
                          IF EXTRA-SEAT-HELD
                             ADD 1           TO  NEW-FC-COUNT
                          END-IF
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES TO FLIGHT-ID
           END-STRING.
           MOVE SEAT-TYPE                    TO  RPT-RECORD(32:2).
           MOVE CUST-RES-ID                  TO  RPT-RECORD(38:11).
      *    A PASSENGER ALREADY HANDED TO A PARTNER BY FIMROUTE HAS
      *    GIVEN UP THIS FLIGHT'S SEAT AND IS NOT MOVED AGAIN.
           IF RES-REROUTED
              MOVE "ON PARTNER"              TO  RPT-RECORD(52:10)
              WRITE RPT-RECORD
              EXIT PARAGRAPH
           END-IF.
      *    A PASSENGER WITH AN EXTRA SEAT MOVES ONLY WHEN BOTH SEATS
      *    FIT ON THE NEW FLIGHT.
           MOVE 0                            TO  XS-SEATS-WANTED.
           IF EXTRA-SEAT-HELD
              MOVE 1                         TO  XS-SEATS-WANTED
           END-IF.
           IF (SEAT-TYPE = "CO" AND
               NEW-CO-COUNT + XS-SEATS-WANTED < NEW-CAPACITY-CO) OR
              (SEAT-TYPE = "FC" AND
               NEW-FC-COUNT + XS-SEATS-WANTED < NEW-CAPACITY-FC)
              PERFORM MOVE-PASSENGER-TO-NEW-FLIGHT
              MOVE "MOVED"                   TO  RPT-RECORD(52:5)
              ADD 1                          TO  MOVED-COUNT

       MOVE-PASSENGER-TO-NEW-FLIGHT.
           IF SEAT-TYPE = "CO"
              ADD 1 XS-SEATS-WANTED         TO  NEW-CO-COUNT
           ELSE
              ADD 1 XS-SEATS-WANTED         TO  NEW-FC-COUNT
           END-IF.
           MOVE NEW-FLIGHT-ID               TO  RC-FLIGHT-ID.
           OPEN I-O RES-COUNTER.
           MOVE OLD-FLIGHT-ID               TO  FI-ADJ-FLIGHT.
           MOVE SEAT-TYPE                   TO  FI-ADJ-TYPE.
           MOVE -1                          TO  FI-ADJUSTMENT.
           PERFORM ADJUST-SEAT-INVENTORY.
           MOVE NEW-FLIGHT-ID               TO  CUST-FLIGHT FLIGHT-ID.
           MOVE W-RES-CNTR                  TO  CUST-NO.
           SET CUST-LAYOUT-CURRENT          TO  TRUE.
           WRITE CUSTOMER-RECORD.
           PERFORM WRITE-BOOKING-JOURNAL.
           PERFORM REPOINT-TICKET-LEDGER.
           MOVE NEW-FLIGHT-ID               TO  FI-ADJ-FLIGHT.
           MOVE +1                          TO  FI-ADJUSTMENT.
           PERFORM ADJUST-SEAT-INVENTORY.

       WRITE-BOOKING-JOURNAL.
      *    THE MOVE IS JOURNALED TODAY UNDER THE NEW RESERVATION ID,
      *    AND AGAIN UNDER THE BOOKING AND FEE DATES IT CARRIES, SO A
      *    RERUN OF ANY OF THOSE DATES STILL FINDS THE PASSENGER.
           INITIALIZE BKJRNL-PARMS.
           SET BKJ-MOVE                     TO  TRUE.
           MOVE "MOVED"                     TO  BKJ-DETAIL.
           MOVE CUST-RES-ID                 TO  BKJ-CUST-RES-ID.
           MOVE RL-OLD-RES-ID (REBOOK-SUB)  TO  BKJ-PRIOR-RES-ID.
           IF TOTAL-COLLECTED-AMT NUMERIC
              MOVE TOTAL-COLLECTED-AMT      TO  BKJ-AMOUNT
           END-IF.
           IF ADD-DATE NUMERIC
              MOVE ADD-DATE                 TO  BKJ-CARRY-DATE(1)
           END-IF.
           MOVE BAG-FEE-DATE                TO  BKJ-CARRY-DATE(2).
           MOVE NC-FEE-DATE                 TO  BKJ-CARRY-DATE(3).
           MOVE SEAT-FEE-DATE               TO  BKJ-CARRY-DATE(4).
           MOVE CHG-FEE-DATE                TO  BKJ-CARRY-DATE(5).
           MOVE FARE-DIFF-DATE              TO  BKJ-CARRY-DATE(6).
           MOVE "CUSTREBK"                  TO  BKJ-PROGRAM.
           MOVE "BATCH"                     TO  BKJ-OP-ID.
           CALL "BKJRNL" USING BKJRNL-PARMS.

       ADJUST-SEAT-INVENTORY.
      *    AN EXTRA SEAT BOUGHT BESIDE THE PASSENGER MOVES WITH IT.
           CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                FI-ADJUSTMENT, FI-CALL-RESULT.
           IF EXTRA-SEAT-HELD
              CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                   FI-ADJUSTMENT, FI-CALL-RESULT
           END-IF.


       REPOINT-TICKET-LEDGER.
           WRITE RPT-RECORD.
           CLOSE CUSTOMER.
           CLOSE REBOOK-RPT.
           MOVE "CUSTREBK"                 TO  RPG-REPORT-ID.
           MOVE "custrebk"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "CUSTREBK"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "CUSTREBK - " MOVED-COUNT " MOVED, "
                   NOT-MOVED-COUNT " COULD NOT BE MOVED - SEE custrebk".
