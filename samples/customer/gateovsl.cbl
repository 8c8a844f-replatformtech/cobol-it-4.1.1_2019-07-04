      *    "voucher" FILE, AND MOVES THE BUMPED PASSENGER TO AN
      *    ALTERNATE FLIGHT THE SAME DELETE-AND-REWRITE-UNDER-A-NEW-ID
      *    WAY CUSTREBK MOVES RECORDS.  EVERY BUMP IS PRINTED TO THE
      *    "gateovsl" REPORT SO THE STICKY NOTES AND ARGUMENTS STOP,
      *    AND APPENDED TO THE "bumplog" FILE - VOLUNTARY OR
      *    INVOLUNTARY - FOR THE REGULATOR'S MONTHLY STATISTICS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT TICKET-LEDGER
                  RECORD KEY IS VC-KEY
                  FILE STATUS IS VCH-CTR-STATUS.

           SELECT BUMP-LOG
                  ASSIGN TO DISK "bumplog"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BUMP-LOG-STATUS.

           SELECT BUMP-RPT
                  ASSIGN TO DISK "gateovsl"
                  ORGANIZATION IS SEQUENTIAL
       FD  VOUCHER-COUNTER.
       COPY vchctr.

       FD  BUMP-LOG.
       COPY bumplog.

       FD  BUMP-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 VOUCHER-NOT-PRESENT                     VALUE "35".
       01  VCH-CTR-STATUS                 PIC X(02).
           88 VCH-CTR-NOT-PRESENT                     VALUE "35".
       01  BUMP-LOG-STATUS                PIC X(02).
           88 BUMP-LOG-NOT-PRESENT                    VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  TODAY-DATE.
           03 TODAY-YY                    PIC 9(04).
       01  CHKD-FC-COUNT                  PIC 9(05)   VALUE 0.
       01  ALT-CO-COUNT                   PIC 9(05)   VALUE 0.
       01  ALT-FC-COUNT                   PIC 9(05)   VALUE 0.
       01  XS-SEATS-WANTED                PIC 9(01)   VALUE 0.
       01  ALT-CAPACITY-CO                PIC 9(03)   VALUE 0.
       01  ALT-CAPACITY-FC                PIC 9(03)   VALUE 0.
       01  OVER-CO                        PIC S9(05)  VALUE 0.
       01  W-VCH-CNTR                     PIC 9(07)   VALUE 0.
       01  BUMP-COUNT                     PIC 9(03)   VALUE 0.
       01  VOL-RES-ID                     PIC X(11)   VALUE SPACES.
       01  VOL-FLAG                       PIC X(01)   VALUE SPACES.
           88 VOL-INVOLUNTARY                         VALUE "N".
       01  NOW-TIME                       PIC 9(08)   VALUE 0.
       01  GATE-TRAVEL-DATE               PIC 9(08)   VALUE 0.
       01  GATE-ORIGIN                    PIC X(03)   VALUE SPACES.
       01  GATE-DEST                      PIC X(03)   VALUE SPACES.
       01  BLNK-LINE                      PIC X(76)   VALUE SPACES.
       01  CNTR                           PIC 9(02)   VALUE 0.
       01  RESP                           PIC X(01)   VALUE SPACES.
       01  SAVE-CUSTOMER-AREA             PIC X(876)  VALUE SPACES.
       01  FI-ADJ-FLIGHT                  PIC X(07)   VALUE SPACES.
       01  FI-ADJ-TYPE                    PIC X(02)   VALUE SPACES.
       01  FI-ADJUSTMENT                  PIC S9(03)  VALUE 0.
       01  FI-CALL-RESULT                 PIC X(01)   VALUE SPACES.
       COPY bkjparm.
       01  VOL-DONE-SWITCH                PIC 9       VALUE 0.
           88 VOLUNTEERS-DONE                         VALUE 1.
           88 VOLUNTEERS-MORE                         VALUE 0.
                   CLOSE FLIGHT-MASTER
                   Stop Run
           END-READ.
           MOVE FM-TRAVEL-DATE              TO  GATE-TRAVEL-DATE.
           MOVE FM-ORIGIN                   TO  GATE-ORIGIN.
           MOVE FM-DESTINATION              TO  GATE-DEST.
           CLOSE FLIGHT-MASTER.
           OPEN I-O CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              PERFORM WORK-ONE-VOLUNTEER
           END-PERFORM.
           CLOSE BUMP-RPT.
           MOVE "GATEOVSL"                 TO  RPG-REPORT-ID.
           MOVE "gateovsl"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "GATEOVSL"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           CLOSE CUSTOMER.
           DISPLAY "BUMPS RECORDED: " BUMP-COUNT " - SEE gateovsl"
                                                    AT LINE 25 COL 10.
                    END-READ
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                       IF RES-CHECKED-IN AND PAX-TYPE NOT = "I"
                          MOVE 0             TO  XS-SEATS-WANTED
                          IF EXTRA-SEAT-HELD
                             MOVE 1          TO  XS-SEATS-WANTED
                          END-IF
                          IF SEAT-TYPE = "CO"
                             ADD 1 XS-SEATS-WANTED TO  CHKD-CO-COUNT
                          END-IF
                          IF SEAT-TYPE = "FC"
                             ADD 1 XS-SEATS-WANTED TO  CHKD-FC-COUNT
                          END-IF
                       END-IF
                       READ CUSTOMER NEXT
           END-START.

       WORK-ONE-VOLUNTEER.
           DISPLAY "PASSENGER RES ID (BLANK=DONE):-" AT LINE 12 COL 20.
           MOVE SPACES                      TO  VOL-RES-ID.
           ACCEPT VOL-RES-ID                        AT LINE 12 COL 52.
           IF VOL-RES-ID = SPACES
              DISPLAY BLNK-LINE                     AT LINE 25 COL 1
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "VOLUNTEERED (Y/N):-"            AT LINE 13 COL 20.
           MOVE "Y"                         TO  VOL-FLAG.
           ACCEPT VOL-FLAG                          AT LINE 13 COL 42.
           DISPLAY "COMPENSATION AMOUNT:-"          AT LINE 14 COL 20.
           ACCEPT COMP-AMT                          AT LINE 14 COL 42.
           DISPLAY "ALTERNATE FLIGHT ID:-"          AT LINE 16 COL 20.
           ACCEPT ALT-FLIGHT-ID                     AT LINE 16 COL 42.
           PERFORM CHECK-ALTERNATE-FLIGHT.
      *    A VOLUNTEER HOLDING AN EXTRA SEAT NEEDS TWO SEATS ON THE
      *    ALTERNATE.
           MOVE 0                           TO  XS-SEATS-WANTED.
           IF EXTRA-SEAT-HELD
              MOVE 1                        TO  XS-SEATS-WANTED
           END-IF.
           IF (SEAT-TYPE = "CO" AND
               ALT-CO-COUNT + XS-SEATS-WANTED >= ALT-CAPACITY-CO) OR
              (SEAT-TYPE = "FC" AND
               ALT-FC-COUNT + XS-SEATS-WANTED >= ALT-CAPACITY-FC)
              DISPLAY "NO " SEAT-TYPE " SEATS ON ALTERNATE FLIGHT"
                                                    AT LINE 25 COL 20
              ACCEPT RESP                           AT LINE 25 COL 60
           END-IF.
           PERFORM ISSUE-COMP-VOUCHER.
           PERFORM MOVE-PASSENGER-TO-ALTERNATE.
           PERFORM WRITE-BUMP-LOG.
           ADD 1                            TO  BUMP-COUNT.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING VOL-RES-ID " " CUST-FNAME(1:12) " "
           DISPLAY "BUMPED - VOUCHER " VCH-NO " NEW RES "
                   CUST-RES-ID                      AT LINE 18 COL 20.

       WRITE-BUMP-LOG.
      *    CUSTOMER-RECORD NOW HOLDS THE PASSENGER UNDER THE NEW
      *    RESERVATION ON THE ALTERNATE; THE BUMP IS LOGGED AGAINST THE
      *    FLIGHT THE PASSENGER WAS DENIED BOARDING ON.
           ACCEPT NOW-TIME                  FROM TIME.
           MOVE SPACES                      TO  BUMP-LOG-RECORD.
           MOVE GATE-FLIGHT-ID              TO  DB-FLIGHT-ID.
           MOVE GATE-TRAVEL-DATE            TO  DB-TRAVEL-DATE.
           MOVE GATE-ORIGIN                 TO  DB-ORIGIN.
           MOVE GATE-DEST                   TO  DB-DEST.
           MOVE VOL-RES-ID                  TO  DB-OLD-RES-ID.
           MOVE CUST-RES-ID                 TO  DB-NEW-RES-ID.
           MOVE CUST-LNAME                  TO  DB-LNAME.
           MOVE CUST-FNAME                  TO  DB-FNAME.
           MOVE SEAT-TYPE                   TO  DB-SEAT-TYPE.
           IF VOL-INVOLUNTARY
              SET DB-INVOLUNTARY            TO  TRUE
           ELSE
              SET DB-VOLUNTARY              TO  TRUE
           END-IF.
           MOVE COMP-AMT                    TO  DB-COMP-AMT.
           MOVE VCH-NO                      TO  DB-VOUCHER-NO.
           MOVE ALT-FLIGHT-ID               TO  DB-ALT-FLIGHT-ID.
           MOVE TODAY-DATE-NUM              TO  DB-BUMP-DATE.
           MOVE NOW-TIME(1:6)               TO  DB-BUMP-TIME.
           OPEN EXTEND BUMP-LOG.
           IF BUMP-LOG-NOT-PRESENT
              CLOSE BUMP-LOG
              OPEN OUTPUT BUMP-LOG
           END-IF.
           WRITE BUMP-LOG-RECORD.
           CLOSE BUMP-LOG.

       CHECK-ALTERNATE-FLIGHT.
           MOVE 0                           TO  ALT-CAPACITY-CO
                                                 ALT-CAPACITY-FC.
                         AT END MOVE SPACES  TO  FLIGHT-ID
                    END-READ
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                       MOVE 0                TO  XS-SEATS-WANTED
                       IF EXTRA-SEAT-HELD
                          MOVE 1             TO  XS-SEATS-WANTED
                       END-IF
                       IF SEAT-TYPE = "CO" AND PAX-TYPE NOT = "I"
                          ADD 1 XS-SEATS-WANTED TO  ALT-CO-COUNT
                       END-IF
                       IF SEAT-TYPE = "FC" AND PAX-TYPE NOT = "I"
                          ADD 1 XS-SEATS-WANTED TO  ALT-FC-COUNT
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES TO FLIGHT-ID
           MOVE GATE-FLIGHT-ID              TO  FI-ADJ-FLIGHT.
           MOVE SEAT-TYPE                   TO  FI-ADJ-TYPE.
           MOVE -1                          TO  FI-ADJUSTMENT.
           PERFORM ADJUST-SEAT-INVENTORY.
           MOVE ALT-FLIGHT-ID               TO  CUST-FLIGHT FLIGHT-ID.
           MOVE W-RES-CNTR                  TO  CUST-NO.
           MOVE SPACES                      TO  SEAT-NUMBER.
           MOVE SPACES                      TO  EXTRA-SEAT-NUMBER.
           MOVE 0                           TO  BOARDING-NO.
           SET RES-BOOKED                   TO  TRUE.
           SET CUST-LAYOUT-CURRENT          TO  TRUE.
           WRITE CUSTOMER-RECORD.
           PERFORM WRITE-BOOKING-JOURNAL.
           PERFORM REPOINT-TICKET-LEDGER.
           MOVE ALT-FLIGHT-ID               TO  FI-ADJ-FLIGHT.
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
           MOVE VOL-RES-ID                  TO  BKJ-PRIOR-RES-ID.
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
           MOVE "GATEOVSL"                  TO  BKJ-PROGRAM.
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
