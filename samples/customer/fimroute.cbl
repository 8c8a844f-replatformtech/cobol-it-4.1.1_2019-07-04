       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      FIMROUTE.

      ******************************************************************
      *    FIMROUTE.CBL
      *    INVOLUNTARY REROUTE ONTO A PARTNER CARRIER - WHEN OUR OWN
      *    FLIGHTS CANNOT TAKE THE PASSENGERS OFF A CANCELLED FLIGHT
      *    (OR OFF A LATE FLIGHT THAT BROKE THEIR CONNECTIONS) AND
      *    CUSTREBK HAS NOWHERE TO PUT THEM, THIS HANDS THEM TO A
      *    PARTNER UNDER A FLIGHT INTERRUPTION MANIFEST.  GIVEN THE
      *    DISRUPTED FLIGHT, THE REASON, AND THE ACCEPTING PARTNER
      *    CARRIER, FLIGHT AND DATE:
      *      - CANCELLED ("C"): THE SEGMENT ON THE CANCELLED FLIGHT IS
      *        THE ONE REROUTED;
      *      - MISCONNECT ("M"): THE DISRUPTED FLIGHT IS THE LATE ONE,
      *        AS ON THE MISCONN WORKLIST, AND THE ONWARD LEG AFTER IT
      *        IS THE ONE REROUTED.
      *    EITHER EVERY AFFECTED RESERVATION IS TAKEN (A FULL PASS OF
      *    "customer" THE WAY MISCONN READS IT) OR ONLY THE RES-IDS
      *    THE AGENT KEYS, UP TO THE SEATS THE PARTNER HAS OFFERED.
      *    EACH ONE REROUTED:
      *      - GETS THE PARTNER FLIGHT AS A REROUTE SEGMENT
      *        (LEG-SEGMENT-TYPE "R") - IN PLACE OF THE ONWARD LEG, OR
      *        IN FRONT OF THE ONWARD LEGS WHEN THE MAIN FLIGHT IS THE
      *        ONE LOST (THE MAIN FLIGHT STAYS AS THE KEY AND THE
      *        RESERVATION GOES RES-REROUTED, SO CLOSEOUT NEVER MAKES
      *        IT A NO-SHOW).  THE SEGMENT'S ITINERARY FARE MOVES WITH
      *        IT SO INTLBILL AND INTLBVAL PRORATE THE RIGHT AMOUNT;
      *      - GIVES ITS SEAT BACK TO FLTINV ON OUR FLIGHT;
      *      - WHEN THE MAIN FLIGHT IS THE ONE LOST, MARKS THE E-TICKET
      *        TL-REROUTED ON "tktledgr", WITH THE PARTNER FLIGHT'S
      *        DATE AS ITS FLOWN DATE FOR RECOGEXT;
      *      - IS LOGGED TO "irrlog" WITH THE ESTIMATED COST THE
      *        PARTNER WILL BILL (THE SEGMENT FARE AT PN-PRORATE-PCT),
      *        WHICH GLEXTR ACCRUES AND INTLBILL SETTLES.
      *    THE MANIFEST FOR THE ACCEPTING CARRIER GOES TO "fimroute";
      *    RESERVATIONS THAT COULD NOT BE REROUTED ARE LISTED ON THE
      *    CONSOLE ONLY, SO THE MANIFEST CAN BE HANDED OVER AS PRINTED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

           SELECT CUSTOMER
                  ASSIGN TO DISK "customer"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CUST-RES-ID
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT PARTNER-CARRIER
                  ASSIGN TO DISK "partner"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS PN-CARRIER
                  FILE STATUS IS PARTNER-STATUS.

           SELECT TICKET-LEDGER
                  ASSIGN TO DISK "tktledgr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TL-TICKET-NO
                  FILE STATUS IS TKT-LEDGER-STATUS.

           SELECT REROUTE-LOG
                  ASSIGN TO DISK "irrlog"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REROUTE-LOG-STATUS.

           SELECT FIM-RPT
                  ASSIGN TO DISK "fimroute"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  CUSTOMER.
       COPY custrec.

       FD  PARTNER-CARRIER.
       COPY partner.

       FD  TICKET-LEDGER.
       COPY tktledgr.

       FD  REROUTE-LOG.
       COPY irrlog.

       FD  FIM-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  PARTNER-STATUS                 PIC X(02).
           88 PARTNER-NOT-PRESENT                     VALUE "35".
       01  TKT-LEDGER-STATUS              PIC X(02).
           88 TKT-LEDGER-NOT-PRESENT                  VALUE "35".
       01  REROUTE-LOG-STATUS             PIC X(02).
           88 REROUTE-LOG-NOT-PRESENT                 VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  CUSTOMER-EOF-SWITCH            PIC 9       VALUE 0.
           88 CUSTOMER-AT-END                         VALUE 1.
           88 CUSTOMER-NOT-AT-END                     VALUE 0.
       01  TODAY-DATE.
           03 TODAY-YY                    PIC 9(04).
           03 TODAY-MM                    PIC 9(02).
           03 TODAY-DD                    PIC 9(02).
       01  TODAY-DATE-NUM REDEFINES TODAY-DATE
                                          PIC 9(08).
       01  WS-OPERATOR-ID                 PIC X(05)   VALUE SPACES.
       01  DISRUPT-FLIGHT-ID              PIC X(07)   VALUE SPACES.
       01  DISRUPT-ORIGIN                 PIC X(03)   VALUE SPACES.
       01  DISRUPT-DEST                   PIC X(03)   VALUE SPACES.
       01  DISRUPT-DATE                   PIC 9(08)   VALUE 0.
       01  WS-REASON                      PIC X(01)   VALUE SPACES.
           88 REASON-CANCELLED                        VALUE "C".
           88 REASON-MISCONNECT                       VALUE "M".
           88 REASON-VALID                            VALUE "C" "M".
       01  WS-PTNR-CARRIER                PIC X(02)   VALUE SPACES.
       01  WS-PTNR-FLIGHT-ID              PIC X(07)   VALUE SPACES.
       01  WS-PTNR-DATE                   PIC X(08)   VALUE SPACES.
       01  WS-PTNR-DATE-N REDEFINES WS-PTNR-DATE
                                          PIC 9(08).
       01  SEATS-OFFERED                  PIC 9(03)   VALUE 0.
       01  WS-SELECT-ALL                  PIC X(01)   VALUE SPACES.
           88 REROUTE-ALL                             VALUE "Y" "y".
       01  WS-LISTED-RES-ID               PIC X(11)   VALUE SPACES.
       01  W-PTNR-NAME                    PIC X(30)   VALUE SPACES.
       01  W-PRORATE-PCT                  PIC 9V999   VALUE 0.
       01  W-SETTLE-CURR                  PIC X(03)   VALUE SPACES.
       01  HIT-SEGMENT                    PIC 9(01)   VALUE 0.
       01  TARGET-SEGMENT                 PIC 9(01)   VALUE 0.
       01  LEG-IDX                        PIC 9(01)   VALUE 0.
       01  W-LEG-COUNT                    PIC 9(01)   VALUE 0.
       01  W-TARGET-TYPE                  PIC X(01)   VALUE SPACES.
           88 TARGET-ON-PARTNER                       VALUE "P" "R".
       01  W-FROM-FLIGHT-ID               PIC X(07)   VALUE SPACES.
       01  W-SEG-FARE                     PIC 9(07)V99 VALUE 0.
       01  W-EST-COST                     PIC 9(07)V99 VALUE 0.
       01  W-REJECT-REASON                PIC X(40)   VALUE SPACES.
       01  REROUTED-COUNT                 PIC 9(05)   VALUE 0.
       01  NOT-REROUTED-COUNT             PIC 9(05)   VALUE 0.
       01  TOTAL-SEG-FARE                 PIC 9(09)V99 VALUE 0.
       01  TOTAL-EST-COST                 PIC 9(09)V99 VALUE 0.
       01  REROUTE-LIST-COUNT             PIC 9(03)   VALUE 0.
       01  REROUTE-LIST-TRUNC-SWITCH      PIC 9       VALUE 0.
           88 REROUTE-LIST-TRUNCATED                  VALUE 1.
       01  REROUTE-LIST-TABLE.
           03 REROUTE-LIST-ENTRY OCCURS 500 TIMES.
              05 RL-RES-ID                PIC X(11).
       01  REROUTE-SUB                    PIC 9(03)   VALUE 0.
       01  W-ADD-RES-ID                   PIC X(11)   VALUE SPACES.
       01  FI-ADJ-FLIGHT                  PIC X(07)   VALUE SPACES.
       01  FI-ADJ-TYPE                    PIC X(02)   VALUE SPACES.
       01  FI-ADJUSTMENT                  PIC S9(03)  VALUE 0.
       01  FI-CALL-RESULT                 PIC X(01)   VALUE SPACES.
       01  RPT-AMT                        PIC ZZZZZZZZ9.99.
       01  RPT-CNT                        PIC ZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REROUTE.
           IF REROUTE-ALL
              PERFORM COLLECT-FLIGHT-RESERVATIONS
           ELSE
              PERFORM COLLECT-LISTED-RESERVATIONS
           END-IF.
           PERFORM VARYING REROUTE-SUB FROM 1 BY 1
                    UNTIL REROUTE-SUB > REROUTE-LIST-COUNT
              PERFORM REROUTE-ONE-PASSENGER
           END-PERFORM.
           PERFORM TERMINATE-REROUTE.
           STOP RUN.

       INITIALIZE-REROUTE.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "FIMROUTE - ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "FIMROUTE - ENTER DISRUPTED FLIGHT-ID:".
           ACCEPT DISRUPT-FLIGHT-ID.
           DISPLAY "FIMROUTE - REASON (C=FLIGHT CANCELLED, "
                   "M=MISCONNECTION):".
           ACCEPT WS-REASON.
           INSPECT WS-REASON CONVERTING "cm" TO "CM".
           DISPLAY "FIMROUTE - ENTER ACCEPTING PARTNER CARRIER CODE:".
           ACCEPT WS-PTNR-CARRIER.
           INSPECT WS-PTNR-CARRIER CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "FIMROUTE - ENTER PARTNER FLIGHT NUMBER:".
           ACCEPT WS-PTNR-FLIGHT-ID.
           DISPLAY "FIMROUTE - ENTER PARTNER FLIGHT DATE (YYYYMMDD):".
           ACCEPT WS-PTNR-DATE.
           DISPLAY "FIMROUTE - SEATS OFFERED BY PARTNER (0=NO LIMIT):".
           ACCEPT SEATS-OFFERED.
           IF SEATS-OFFERED NOT NUMERIC
              MOVE 0                       TO  SEATS-OFFERED
           END-IF.
           DISPLAY "FIMROUTE - REROUTE EVERY AFFECTED RESERVATION (Y) "
                   "OR KEYED RES-IDS ONLY (N):".
           ACCEPT WS-SELECT-ALL.
           IF DISRUPT-FLIGHT-ID = SPACES OR NOT REASON-VALID OR
              WS-PTNR-CARRIER = SPACES OR WS-PTNR-FLIGHT-ID = SPACES
              OR WS-PTNR-DATE NOT NUMERIC
              DISPLAY "FIMROUTE - FLIGHT, REASON, PARTNER CARRIER, "
                      "FLIGHT AND DATE REQUIRED"
              STOP RUN
           END-IF.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              DISPLAY "FIMROUTE - FLIGHTMST FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           MOVE DISRUPT-FLIGHT-ID          TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   DISPLAY "FIMROUTE - DISRUPTED FLIGHT NOT ON FILE"
                   CLOSE FLIGHT-MASTER
                   STOP RUN
           END-READ.
           CLOSE FLIGHT-MASTER.
      *    ONLY A FLIGHT OPS HAVE ACTUALLY CANCELLED IN FLTMAINT MAY
      *    HAVE ITS PASSENGERS HANDED AWAY AS A CANCELLATION.
           IF REASON-CANCELLED AND NOT FM-CANCELLED
              DISPLAY "FIMROUTE - " DISRUPT-FLIGHT-ID
                      " IS NOT CANCELLED, ABORTING"
              STOP RUN
           END-IF.
           MOVE FM-ORIGIN                  TO  DISRUPT-ORIGIN.
           MOVE FM-DESTINATION             TO  DISRUPT-DEST.
           MOVE FM-TRAVEL-DATE             TO  DISRUPT-DATE.
           OPEN INPUT PARTNER-CARRIER.
           IF PARTNER-NOT-PRESENT
              DISPLAY "FIMROUTE - PARTNER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           MOVE WS-PTNR-CARRIER            TO  PN-CARRIER.
           READ PARTNER-CARRIER
                INVALID KEY
                   DISPLAY "FIMROUTE - " WS-PTNR-CARRIER
                           " IS NOT A PARTNER CARRIER, ABORTING"
                   CLOSE PARTNER-CARRIER
                   STOP RUN
           END-READ.
           MOVE PN-NAME                    TO  W-PTNR-NAME.
           MOVE PN-PRORATE-PCT             TO  W-PRORATE-PCT.
           MOVE PN-SETTLE-CURRENCY         TO  W-SETTLE-CURR.
           CLOSE PARTNER-CARRIER.
           OPEN I-O CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "FIMROUTE - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN EXTEND REROUTE-LOG.
           IF REROUTE-LOG-NOT-PRESENT
              CLOSE REROUTE-LOG
              OPEN OUTPUT REROUTE-LOG
           END-IF.
           OPEN OUTPUT FIM-RPT.
           PERFORM WRITE-MANIFEST-HEADING.

       WRITE-MANIFEST-HEADING.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "FLIGHT INTERRUPTION MANIFEST"
                                           TO  RPT-RECORD(1:28).
           MOVE "ISSUED"                   TO  RPT-RECORD(50:6).
           MOVE TODAY-DATE                 TO  RPT-RECORD(57:8).
           MOVE WS-OPERATOR-ID             TO  RPT-RECORD(66:5).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "ORIGINAL FLIGHT"          TO  RPT-RECORD(1:15).
           MOVE DISRUPT-FLIGHT-ID          TO  RPT-RECORD(18:7).
           MOVE DISRUPT-ORIGIN             TO  RPT-RECORD(27:3).
           MOVE "-"                        TO  RPT-RECORD(30:1).
           MOVE DISRUPT-DEST               TO  RPT-RECORD(31:3).
           MOVE DISRUPT-DATE               TO  RPT-RECORD(36:8).
           IF REASON-CANCELLED
              MOVE "FLIGHT CANCELLED"      TO  RPT-RECORD(46:16)
           ELSE
              MOVE "MISSED CONNECTION"     TO  RPT-RECORD(46:17)
           END-IF.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "ACCEPTING CARRIER"        TO  RPT-RECORD(1:17).
           MOVE WS-PTNR-CARRIER            TO  RPT-RECORD(20:2).
           MOVE W-PTNR-NAME                TO  RPT-RECORD(23:30).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "ACCEPTING FLIGHT"         TO  RPT-RECORD(1:16).
           MOVE WS-PTNR-FLIGHT-ID          TO  RPT-RECORD(20:7).
           MOVE "DATE"                     TO  RPT-RECORD(29:4).
           MOVE WS-PTNR-DATE               TO  RPT-RECORD(34:8).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "PASSENGER"                TO  RPT-RECORD(1:9).
           MOVE "TICKET NUMBER"            TO  RPT-RECORD(29:13).
           MOVE "CL"                       TO  RPT-RECORD(44:2).
           MOVE "IN PLACE OF"              TO  RPT-RECORD(48:11).
           MOVE "COUPON VALUE"             TO  RPT-RECORD(61:12).
           WRITE RPT-RECORD.

       READ-CUSTOMER-REC.
           READ CUSTOMER NEXT
                AT END
                   SET CUSTOMER-AT-END       TO  TRUE
           END-READ.

       COLLECT-FLIGHT-RESERVATIONS.
      *    THE DISRUPTED FLIGHT MAY BE AN ADDL-LEG ON A RESERVATION
      *    KEYED ON SOME OTHER FLIGHT, SO THE WHOLE FILE IS READ, AS
      *    MISCONN DOES, RATHER THAN JUST THE FLIGHT-ID CHAIN.
           PERFORM READ-CUSTOMER-REC.
           PERFORM UNTIL CUSTOMER-AT-END
              PERFORM FIND-TARGET-SEGMENT
              IF TARGET-SEGMENT NOT = 9
                 MOVE CUST-RES-ID          TO  W-ADD-RES-ID
                 PERFORM ADD-TO-REROUTE-LIST
              END-IF
              PERFORM READ-CUSTOMER-REC
           END-PERFORM.
           IF REROUTE-LIST-TRUNCATED
              DISPLAY "FIMROUTE - MORE THAN 500 AFFECTED RESERVATIONS, "
                      "ONLY THE FIRST 500 WERE PROCESSED"
           END-IF.

       COLLECT-LISTED-RESERVATIONS.
           DISPLAY "FIMROUTE - ENTER RES-IDS ONE PER LINE, BLANK TO "
                   "END:".
           PERFORM WITH TEST AFTER UNTIL WS-LISTED-RES-ID = SPACES
              MOVE SPACES                  TO  WS-LISTED-RES-ID
              ACCEPT WS-LISTED-RES-ID
              IF WS-LISTED-RES-ID NOT = SPACES
                 MOVE WS-LISTED-RES-ID     TO  W-ADD-RES-ID
                 PERFORM ADD-TO-REROUTE-LIST
              END-IF
           END-PERFORM.
           IF REROUTE-LIST-TRUNCATED
              DISPLAY "FIMROUTE - ONLY THE FIRST 500 RES-IDS KEYED "
                      "WERE PROCESSED"
           END-IF.

       ADD-TO-REROUTE-LIST.
           IF REROUTE-LIST-COUNT < 500
              ADD 1                        TO  REROUTE-LIST-COUNT
              MOVE W-ADD-RES-ID            TO  RL-RES-ID
                                               (REROUTE-LIST-COUNT)
           ELSE
              SET REROUTE-LIST-TRUNCATED   TO  TRUE
           END-IF.

       FIND-TARGET-SEGMENT.
      *    SEGMENT 0 IS THE MAIN FLIGHT, 1-3 THE ADDL-LEGS, AS ON THE
      *    MISCONN WORKLIST.  9 MEANS NOTHING TO REROUTE.
           MOVE 9                          TO  HIT-SEGMENT
                                               TARGET-SEGMENT.
           MOVE SPACES                     TO  W-TARGET-TYPE.
           MOVE 0                          TO  W-LEG-COUNT.
           IF LEG-COUNT NUMERIC
              MOVE LEG-COUNT               TO  W-LEG-COUNT
           END-IF.
           IF FLIGHT-ID = DISRUPT-FLIGHT-ID
              MOVE 0                       TO  HIT-SEGMENT
           ELSE
              PERFORM VARYING LEG-IDX FROM 1 BY 1
                       UNTIL LEG-IDX > W-LEG-COUNT
                 IF LEG-OWN-SEGMENT(LEG-IDX) AND
                    LEG-FLIGHT-ID(LEG-IDX) = DISRUPT-FLIGHT-ID AND
                    HIT-SEGMENT = 9
                    MOVE LEG-IDX           TO  HIT-SEGMENT
                 END-IF
              END-PERFORM
           END-IF.
           IF HIT-SEGMENT = 9
              EXIT PARAGRAPH
           END-IF.
           IF REASON-CANCELLED
              MOVE HIT-SEGMENT             TO  TARGET-SEGMENT
           ELSE
              IF HIT-SEGMENT < W-LEG-COUNT
                 COMPUTE TARGET-SEGMENT = HIT-SEGMENT + 1
                 MOVE LEG-SEGMENT-TYPE(TARGET-SEGMENT)
                                           TO  W-TARGET-TYPE
              END-IF
           END-IF.

       REROUTE-ONE-PASSENGER.
           MOVE RL-RES-ID(REROUTE-SUB)     TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   MOVE "RESERVATION NOT ON FILE"
                                           TO  W-REJECT-REASON
                   PERFORM REPORT-NOT-REROUTED
                NOT INVALID KEY
                   PERFORM CHECK-AND-REROUTE
           END-READ.

       CHECK-AND-REROUTE.
           PERFORM FIND-TARGET-SEGMENT.
           MOVE SPACES                     TO  W-REJECT-REASON.
           EVALUATE TRUE
              WHEN HIT-SEGMENT = 9
                 MOVE "NOT BOOKED ON THE DISRUPTED FLIGHT"
                                           TO  W-REJECT-REASON
              WHEN TARGET-SEGMENT = 9
                 MOVE "NO ONWARD CONNECTION TO REROUTE"
                                           TO  W-REJECT-REASON
              WHEN RES-NO-SHOW OR RES-FLOWN
                 MOVE "RESERVATION NO LONGER TRAVELLING"
                                           TO  W-REJECT-REASON
              WHEN TARGET-SEGMENT = 0 AND RES-REROUTED
                 MOVE "ALREADY REROUTED"   TO  W-REJECT-REASON
              WHEN TARGET-ON-PARTNER
                 MOVE "ONWARD LEG ALREADY ON A PARTNER"
                                           TO  W-REJECT-REASON
              WHEN TARGET-SEGMENT = 0 AND W-LEG-COUNT >= 3
                 MOVE "ITINERARY FULL - NO SLOT FOR PARTNER LEG"
                                           TO  W-REJECT-REASON
              WHEN SEATS-OFFERED > 0 AND
                   REROUTED-COUNT >= SEATS-OFFERED
                 MOVE "NO SEAT LEFT ON PARTNER FLIGHT"
                                           TO  W-REJECT-REASON
           END-EVALUATE.
           IF W-REJECT-REASON NOT = SPACES
              PERFORM REPORT-NOT-REROUTED
              EXIT PARAGRAPH
           END-IF.
           IF TARGET-SEGMENT = 0
              PERFORM REROUTE-MAIN-FLIGHT
           ELSE
              PERFORM REROUTE-ONWARD-LEG
           END-IF.
           REWRITE CUSTOMER-RECORD.
           PERFORM RELEASE-OWN-SEAT.
           IF TARGET-SEGMENT = 0
              PERFORM MARK-TICKET-REROUTED
           END-IF.
           COMPUTE W-EST-COST ROUNDED = W-SEG-FARE * W-PRORATE-PCT.
           PERFORM LOG-REROUTE.
           PERFORM WRITE-MANIFEST-LINE.
           ADD 1                           TO  REROUTED-COUNT.
           ADD W-SEG-FARE                  TO  TOTAL-SEG-FARE.
           ADD W-EST-COST                  TO  TOTAL-EST-COST.

       REROUTE-MAIN-FLIGHT.
      *    THE MAIN FLIGHT CANNOT BECOME A PARTNER FLIGHT - IT IS PART
      *    OF THE KEY - SO IT STAYS, THE RESERVATION GOES RES-REROUTED,
      *    AND THE PARTNER FLIGHT GOES IN FRONT OF ANY ONWARD LEGS.
      *    THE MAIN FARE MOVES TO THE PARTNER LEG SO THE PER-LEG FARES
      *    STILL ADD UP TO WHAT WAS PAID.
           MOVE FLIGHT-ID                  TO  W-FROM-FLIGHT-ID.
           MOVE 0                          TO  W-SEG-FARE.
           IF ITIN-FARE-MAIN NUMERIC
              MOVE ITIN-FARE-MAIN          TO  W-SEG-FARE
           END-IF.
           PERFORM VARYING LEG-IDX FROM W-LEG-COUNT BY -1
                    UNTIL LEG-IDX < 1
              MOVE ADDL-LEG(LEG-IDX)       TO  ADDL-LEG(LEG-IDX + 1)
              MOVE ITIN-FARE-LEG(LEG-IDX)  TO  ITIN-FARE-LEG
                                               (LEG-IDX + 1)
           END-PERFORM.
           ADD 1                           TO  W-LEG-COUNT.
           MOVE W-LEG-COUNT                TO  LEG-COUNT.
           MOVE 1                          TO  LEG-IDX.
           PERFORM FILL-PARTNER-LEG.
           MOVE W-SEG-FARE                 TO  ITIN-FARE-LEG(1).
           MOVE 0                          TO  ITIN-FARE-MAIN.
           SET RES-REROUTED                TO  TRUE.

       REROUTE-ONWARD-LEG.
           MOVE TARGET-SEGMENT             TO  LEG-IDX.
           MOVE LEG-FLIGHT-ID(LEG-IDX)     TO  W-FROM-FLIGHT-ID.
           MOVE 0                          TO  W-SEG-FARE.
           IF ITIN-FARE-LEG(LEG-IDX) NUMERIC
              MOVE ITIN-FARE-LEG(LEG-IDX)  TO  W-SEG-FARE
           END-IF.
           PERFORM FILL-PARTNER-LEG.

       FILL-PARTNER-LEG.
           MOVE WS-PTNR-FLIGHT-ID          TO  LEG-FLIGHT-ID(LEG-IDX).
           SET LEG-REROUTE-SEGMENT(LEG-IDX) TO TRUE.
           MOVE WS-PTNR-CARRIER            TO  LEG-CARRIER(LEG-IDX).
           MOVE SPACES                     TO  LEG-SEAT-NUMBER(LEG-IDX).
           MOVE 0                          TO  LEG-BOARDING-NO(LEG-IDX).

       RELEASE-OWN-SEAT.
      *    AN EXTRA SEAT IS ONLY EVER HELD ON THE MAIN FLIGHT.
           MOVE W-FROM-FLIGHT-ID           TO  FI-ADJ-FLIGHT.
           MOVE SEAT-TYPE                  TO  FI-ADJ-TYPE.
           MOVE -1                         TO  FI-ADJUSTMENT.
           CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                FI-ADJUSTMENT, FI-CALL-RESULT.
           IF TARGET-SEGMENT = 0 AND EXTRA-SEAT-HELD
              CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                   FI-ADJUSTMENT, FI-CALL-RESULT
           END-IF.

       MARK-TICKET-REROUTED.
      *    THE TICKET'S COUPON FOR OUR FLIGHT IS NOW LIFTED BY THE
      *    PARTNER - THE DAY IT FLIES IS THE DAY THE FARE IS EARNED,
      *    AND IT IS WHAT INTLBVAL LOOKS FOR BEFORE PAYING THE BILL.
           IF TICKET-NO = SPACES
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O TICKET-LEDGER.
           IF TKT-LEDGER-NOT-PRESENT
              CLOSE TICKET-LEDGER
              EXIT PARAGRAPH
           END-IF.
           MOVE TICKET-NO                  TO  TL-TICKET-NO.
           READ TICKET-LEDGER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF TL-OPEN OR TL-CHECKED-IN
                      SET TL-REROUTED      TO  TRUE
                      MOVE WS-PTNR-DATE-N  TO  TL-FLOWN-DATE
                      REWRITE TICKET-LEDGER-RECORD
                   END-IF
           END-READ.
           CLOSE TICKET-LEDGER.

       LOG-REROUTE.
           MOVE SPACES             TO  INVOLUNTARY-REROUTE-RECORD.
           MOVE TODAY-DATE-NUM             TO  IR-REROUTE-DATE.
           MOVE CUST-RES-ID                TO  IR-CUST-RES-ID.
           MOVE TICKET-NO                  TO  IR-TICKET-NO.
           MOVE CUST-LNAME                 TO  IR-LNAME.
           MOVE CUST-FNAME                 TO  IR-FNAME.
           MOVE W-FROM-FLIGHT-ID           TO  IR-FROM-FLIGHT-ID.
           MOVE TARGET-SEGMENT             TO  IR-SEGMENT.
           MOVE WS-REASON                  TO  IR-REASON.
           MOVE WS-PTNR-CARRIER            TO  IR-CARRIER.
           MOVE WS-PTNR-FLIGHT-ID          TO  IR-PTNR-FLIGHT-ID.
           MOVE WS-PTNR-DATE-N             TO  IR-PTNR-DATE.
           MOVE SEAT-TYPE                  TO  IR-SEAT-TYPE.
           MOVE W-SEG-FARE                 TO  IR-SEG-FARE.
           MOVE W-EST-COST                 TO  IR-EST-COST.
           MOVE W-SETTLE-CURR              TO  IR-CURRENCY.
           MOVE WS-OPERATOR-ID             TO  IR-OP-ID.
           WRITE INVOLUNTARY-REROUTE-RECORD.

       WRITE-MANIFEST-LINE.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING CUST-LNAME               DELIMITED BY SPACE
                  "/"                      DELIMITED BY SIZE
                  CUST-FNAME               DELIMITED BY SPACE
                  INTO RPT-RECORD(1:27)
           END-STRING.
           MOVE TICKET-NO                  TO  RPT-RECORD(29:13).
           MOVE SEAT-TYPE                  TO  RPT-RECORD(44:2).
           MOVE W-FROM-FLIGHT-ID           TO  RPT-RECORD(48:7).
           MOVE W-SEG-FARE                 TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(61:12).
           WRITE RPT-RECORD.

       REPORT-NOT-REROUTED.
           ADD 1                           TO  NOT-REROUTED-COUNT.
           DISPLAY "FIMROUTE - " RL-RES-ID(REROUTE-SUB)
                   " NOT REROUTED - " W-REJECT-REASON.

       TERMINATE-REROUTE.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "PASSENGERS"               TO  RPT-RECORD(1:10).
           MOVE REROUTED-COUNT             TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(12:5).
           MOVE "TOTAL COUPON VALUE"       TO  RPT-RECORD(42:18).
           MOVE TOTAL-SEG-FARE             TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(61:12).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "ESTIMATED INTERLINE COST" TO  RPT-RECORD(36:24).
           MOVE TOTAL-EST-COST             TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(61:12).
           MOVE W-SETTLE-CURR              TO  RPT-RECORD(74:3).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "THE PASSENGERS ABOVE ARE ENDORSED TO THE ACCEPTING"
                                           TO  RPT-RECORD(1:51).
           MOVE " CARRIER - BILL"          TO  RPT-RECORD(52:15).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "THE ISSUING CARRIER AGAINST THE TICKET NUMBERS SHOWN."
                                           TO  RPT-RECORD(1:53).
           WRITE RPT-RECORD.
           CLOSE CUSTOMER.
           CLOSE REROUTE-LOG.
           CLOSE FIM-RPT.
           MOVE "FIMROUTE"                 TO  RPG-REPORT-ID.
           MOVE "fimroute"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "FIMROUTE"                 TO  RPG-PROGRAM.
           MOVE WS-OPERATOR-ID             TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "FIMROUTE - " REROUTED-COUNT " REROUTED TO "
                   WS-PTNR-CARRIER " " WS-PTNR-FLIGHT-ID ", "
                   NOT-REROUTED-COUNT " NOT REROUTED - SEE fimroute".
