       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      HOTXFER.

      ******************************************************************
      *    HOTXFER.CBL
      *    HUB HOT-TRANSFER LIST - FOR EACH ARRIVING FLIGHT, EVERY
      *    CONNECTING PASSENGER AND BAG WITH THE OUTBOUND FLIGHT, ITS
      *    GATE AND DEPARTURE TIME AND THE MINUTES AVAILABLE, TIGHTEST
      *    FIRST, SO RAMP AND THE TRANSFER DESK CAN MEET THE TIGHT ONES
      *    BEFORE THEY BECOME MISCONNECTS FOR MISCONN.  RUN FOR ONE
      *    ARRIVING FLIGHT, OR FOR EVERY FLIGHT DUE AT A STATION IN
      *    THE NEXT FEW HOURS (AND THOSE LANDED IN THE LAST HOUR).
      *      PASSENGERS - ANY RESERVATION WHOSE SEGMENT CHAIN (MAIN
      *                   FLIGHT, THEN ADDL-LEG 1-3) HAS THE ARRIVING
      *                   FLIGHT FOLLOWED BY ANOTHER SEGMENT.
      *      BAGS       - EVERY "bagtag" PIECE OF A CONNECTING
      *                   PASSENGER WHOSE BT-FINAL-DEST IS BEYOND THE
      *                   HUB, PLUS ANY PIECE TAGGED TO THE ARRIVING
      *                   FLIGHT FOR FURTHER ON WITH NO ONWARD BOOKING.
      *    THE ARRIVAL USED IS THE ACTUAL ARRIVAL TIME WHEN RECORDED,
      *    ELSE THE SCHEDULED ARRIVAL PUT BACK BY ANY DELAY ON
      *    FM-NEW-DEP-TIME; THE OUTBOUND DEPARTURE IS ITS LATEST
      *    FM-NEW-DEP-TIME OR ITS SCHEDULE.  BOTH ARE HUB LOCAL TIME.
      *    A TRANSFER WITH LESS THAN THE HUB'S MINIMUM CONNECTING TIME
      *    (AR-MIN-CONNECT, 45 MINUTES WHEN NOT SET) IS FLAGGED HOT.
      *    READ-ONLY.  OUTPUT GOES TO "hotxfer".
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

           SELECT BAG-TAG
                  ASSIGN TO DISK "bagtag"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BT-TAG-NO
                  FILE STATUS IS BAG-TAG-STATUS.

           SELECT AIRPORT
                  ASSIGN TO DISK "airport"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AR-CODE
                  FILE STATUS IS AIRPORT-STATUS.

           SELECT XFER-RPT
                  ASSIGN TO DISK "hotxfer"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  CUSTOMER.
       COPY custrec.

       FD  BAG-TAG.
       COPY bagtag.

       FD  AIRPORT.
       COPY airport.

       FD  XFER-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  BAG-TAG-STATUS                 PIC X(02).
           88 BAG-TAG-NOT-PRESENT                     VALUE "35".
       01  AIRPORT-STATUS                 PIC X(02).
           88 AIRPORT-NOT-PRESENT                     VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  FILE-EOF-SWITCH                PIC 9       VALUE 0.
           88 FILE-AT-END                             VALUE 1.
           88 FILE-NOT-AT-END                         VALUE 0.
       01  WS-ARR-FLIGHT                  PIC X(07)   VALUE SPACES.
       01  WS-HUB                         PIC X(03)   VALUE SPACES.
       01  WS-BUSINESS-DATE               PIC X(08)   VALUE SPACES.
       01  WS-RUN-TIME                    PIC X(04)   VALUE SPACES.
       01  WS-WINDOW-HOURS                PIC 9(02)   VALUE 0.
       01  RUN-DATE                       PIC 9(08)   VALUE 0.
       01  RUN-TIME                       PIC 9(04)   VALUE 0.
       01  TIME-NOW                       PIC 9(08)   VALUE 0.
       01  RUN-MINUTES                    PIC 9(12)   VALUE 0.
       01  DEFAULT-MIN-CONNECT            PIC 9(03)   VALUE 45.
       01  W-TIME                         PIC 9(04)   VALUE 0.
       01  W-TIME-GRP REDEFINES W-TIME.
           03 WT-HH                       PIC 9(02).
           03 WT-MM                       PIC 9(02).
       01  W-DATE                         PIC 9(08)   VALUE 0.
       01  W-SCHED-MINS                   PIC S9(05)  VALUE 0.
       01  W-OTHER-MINS                   PIC S9(05)  VALUE 0.
       01  W-DELAY-MINS                   PIC S9(05)  VALUE 0.
       01  W-ABS-MINUTES                  PIC 9(12)   VALUE 0.
       01  W-BASIS                        PIC X(03)   VALUE SPACES.
       01  W-TIMED                        PIC X(01)   VALUE "N".
       01  W-SHOW-TIME                    PIC 9(04)   VALUE 0.
       01  W-SHOW-MINS                    PIC S9(05)  VALUE 0.

      *    THE ARRIVALS BEING LISTED.
       01  ARRIVAL-TABLE.
           03 ARRIVAL-ENTRY OCCURS 50 TIMES.
              05 ARV-FLIGHT-ID            PIC X(07).
              05 ARV-ORIGIN               PIC X(03).
              05 ARV-HUB                  PIC X(03).
              05 ARV-ARR-ABS              PIC 9(12).
              05 ARV-ARR-TIME             PIC 9(04).
              05 ARV-BASIS                PIC X(03).
              05 ARV-TIMED                PIC X(01).
              05 ARV-MCT                  PIC 9(03).
              05 ARV-PAX                  PIC 9(04).
              05 ARV-BAGS                 PIC 9(04).
              05 ARV-HOT                  PIC 9(04).
       01  ARV-COUNT                      PIC 9(02)   VALUE 0.
       01  ARV-IDX                        PIC 9(02)   VALUE 0.
       01  ARV-SKIPPED                    PIC 9(04)   VALUE 0.
       01  W-SEARCH-FLIGHT                PIC X(07)   VALUE SPACES.

      *    CONNECTING PASSENGERS ("P") AND BAGS ("B") PER ARRIVAL.
       01  TRANSFER-TABLE.
           03 TRANSFER-ENTRY OCCURS 2000 TIMES.
              05 XF-ARV-IDX               PIC 9(02).
              05 XF-KIND                  PIC X(01).
              05 XF-RES-ID                PIC X(11).
              05 XF-LABEL                 PIC X(20).
              05 XF-OUT-FLIGHT            PIC X(07).
              05 XF-OUT-PARTNER           PIC X(01).
              05 XF-OUT-GATE              PIC X(03).
              05 XF-OUT-DEP-TIME          PIC 9(04).
              05 XF-OUT-CANCELLED         PIC X(01).
              05 XF-TIMED                 PIC X(01).
              05 XF-MINUTES               PIC S9(07).
              05 XF-DONE                  PIC X(01).
       01  XF-COUNT                       PIC 9(04)   VALUE 0.
       01  XF-IDX                         PIC 9(04)   VALUE 0.
       01  XF-BEST                        PIC 9(04)   VALUE 0.
       01  XF-PAX-IDX                     PIC 9(04)   VALUE 0.
       01  XF-SKIPPED                     PIC 9(05)   VALUE 0.
       01  SEG-IDX                        PIC 9(01)   VALUE 0.
       01  SEG-FLIGHT                     PIC X(07)   VALUE SPACES.
       01  W-NAME                         PIC X(20)   VALUE SPACES.
       01  W-OUT-FLIGHT                   PIC X(07)   VALUE SPACES.
       01  W-OUT-PARTNER                  PIC X(01)   VALUE "N".
       01  RPT-MINS                       PIC -ZZZ9.
       01  RPT-FLAG                       PIC X(22)   VALUE SPACES.
       01  TOTAL-PAX                      PIC 9(05)   VALUE 0.
       01  TOTAL-BAGS                     PIC 9(05)   VALUE 0.
       01  TOTAL-HOT                      PIC 9(05)   VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-LIST.
           PERFORM SELECT-ARRIVALS.
           IF ARV-COUNT > 0
              PERFORM LOAD-CONNECTING-PAX
              PERFORM LOAD-CONNECTING-BAGS
           END-IF.
           PERFORM VARYING ARV-IDX FROM 1 BY 1
                   UNTIL ARV-IDX > ARV-COUNT
              PERFORM PRINT-ONE-ARRIVAL
           END-PERFORM.
           PERFORM TERMINATE-LIST.
           STOP RUN.

       INITIALIZE-LIST.
           DISPLAY "HOTXFER - ARRIVING FLIGHT-ID (BLANK=ALL DUE AT A STA
      -    "TION):".
           ACCEPT WS-ARR-FLIGHT.
           IF WS-ARR-FLIGHT = SPACES
              DISPLAY "HOTXFER - HUB STATION:"
              ACCEPT WS-HUB
              IF WS-HUB = SPACES
                 DISPLAY "HOTXFER - NO STATION GIVEN, ABORTING"
                 STOP RUN
              END-IF
              DISPLAY "HOTXFER - RUN DATE (YYYYMMDD, BLANK=TODAY):"
              ACCEPT WS-BUSINESS-DATE
              DISPLAY "HOTXFER - RUN TIME (HHMM, BLANK=NOW):"
              ACCEPT WS-RUN-TIME
              DISPLAY "HOTXFER - HOURS AHEAD (BLANK=3):"
              ACCEPT WS-WINDOW-HOURS
           END-IF.
           IF WS-BUSINESS-DATE = SPACES
              ACCEPT RUN-DATE              FROM DATE YYYYMMDD
           ELSE
              MOVE WS-BUSINESS-DATE        TO  RUN-DATE
           END-IF.
           IF WS-RUN-TIME = SPACES
              ACCEPT TIME-NOW              FROM TIME
              COMPUTE RUN-TIME = TIME-NOW / 10000
           ELSE
              MOVE WS-RUN-TIME             TO  RUN-TIME
           END-IF.
           IF WS-WINDOW-HOURS NOT NUMERIC OR WS-WINDOW-HOURS = 0
              MOVE 3                       TO  WS-WINDOW-HOURS
           END-IF.
           MOVE RUN-TIME                   TO  W-TIME.
           COMPUTE RUN-MINUTES =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) * 1440
                 + WT-HH * 60 + WT-MM.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              DISPLAY "HOTXFER - FLIGHTMST FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "HOTXFER - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT BAG-TAG.
           OPEN INPUT AIRPORT.
           OPEN OUTPUT XFER-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           IF WS-ARR-FLIGHT NOT = SPACES
              STRING "HUB HOT-TRANSFER LIST - ARRIVING FLIGHT "
                     WS-ARR-FLIGHT "  RUN " RUN-DATE " " RUN-TIME
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
           ELSE
              STRING "HUB HOT-TRANSFER LIST - " WS-HUB
                     " ARRIVALS  RUN " RUN-DATE " " RUN-TIME
                     "  NEXT " WS-WINDOW-HOURS " HRS"
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
           END-IF.
           WRITE RPT-RECORD.

      *****************************************************************
      *    THE ARRIVING FLIGHTS - THE ONE ASKED FOR, OR EVERY ONE DUE
      *    AT THE HUB FROM AN HOUR AGO TO THE END OF THE WINDOW.
      *****************************************************************
       SELECT-ARRIVALS.
           IF WS-ARR-FLIGHT NOT = SPACES
              MOVE WS-ARR-FLIGHT           TO  FM-FLIGHT-ID
              READ FLIGHT-MASTER
                   INVALID KEY
                      DISPLAY "HOTXFER - FLIGHT " WS-ARR-FLIGHT
                              " NOT ON FLIGHTMST"
                      EXIT PARAGRAPH
              END-READ
              PERFORM ADD-ARRIVAL
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           MOVE LOW-VALUES                 TO  FM-FLIGHT-ID.
           START FLIGHT-MASTER KEY IS >= FM-FLIGHT-ID
                 INVALID KEY
                    SET FILE-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL FILE-AT-END
              READ FLIGHT-MASTER NEXT
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF FM-DESTINATION = WS-HUB AND
                         NOT FM-CANCELLED
                         PERFORM CHECK-ARRIVAL-DUE
                      END-IF
              END-READ
           END-PERFORM.

       CHECK-ARRIVAL-DUE.
           PERFORM COMPUTE-ARRIVAL-TIME.
           IF W-TIMED NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           IF W-ABS-MINUTES + 60 < RUN-MINUTES OR
              W-ABS-MINUTES > RUN-MINUTES + WS-WINDOW-HOURS * 60
              EXIT PARAGRAPH
           END-IF.
           PERFORM ADD-ARRIVAL.

       ADD-ARRIVAL.
           IF ARV-COUNT NOT < 50
              ADD 1                        TO  ARV-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-ARRIVAL-TIME.
           ADD 1                           TO  ARV-COUNT.
           MOVE FM-FLIGHT-ID               TO  ARV-FLIGHT-ID(ARV-COUNT).
           MOVE FM-ORIGIN                  TO  ARV-ORIGIN(ARV-COUNT).
           MOVE FM-DESTINATION             TO  ARV-HUB(ARV-COUNT).
           MOVE W-ABS-MINUTES              TO  ARV-ARR-ABS(ARV-COUNT).
           MOVE W-SHOW-TIME                TO  ARV-ARR-TIME(ARV-COUNT).
           MOVE W-BASIS                    TO  ARV-BASIS(ARV-COUNT).
           MOVE W-TIMED                    TO  ARV-TIMED(ARV-COUNT).
           MOVE 0                          TO  ARV-PAX(ARV-COUNT)
                                               ARV-BAGS(ARV-COUNT)
                                               ARV-HOT(ARV-COUNT).
           MOVE DEFAULT-MIN-CONNECT        TO  ARV-MCT(ARV-COUNT).
           IF NOT AIRPORT-NOT-PRESENT
              MOVE FM-DESTINATION          TO  AR-CODE
              READ AIRPORT
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF AR-MIN-CONNECT NUMERIC AND
                         AR-MIN-CONNECT > 0
                         MOVE AR-MIN-CONNECT TO ARV-MCT(ARV-COUNT)
                      END-IF
              END-READ
           END-IF.

       COMPUTE-ARRIVAL-TIME.
      *    FROM THE FLIGHT IN HAND: ACTUAL ARRIVAL ("ACT"), ELSE THE
      *    SCHEDULE PUT BACK BY THE DEPARTURE DELAY ("EST"), ELSE THE
      *    SCHEDULE ("SCH").  W-TIMED "N" WHEN THERE IS NO SCHEDULE.
           MOVE "N"                        TO  W-TIMED.
           MOVE SPACES                     TO  W-BASIS.
           MOVE 0                          TO  W-ABS-MINUTES
                                               W-SHOW-TIME.
           IF FM-SCHED-ARR-TIME NOT NUMERIC OR FM-SCHED-ARR-TIME = 0
              EXIT PARAGRAPH
           END-IF.
           IF FM-ARR-DATE NUMERIC AND FM-ARR-DATE > 0
              MOVE FM-ARR-DATE             TO  W-DATE
           ELSE
              MOVE FM-TRAVEL-DATE          TO  W-DATE
           END-IF.
           MOVE FM-SCHED-ARR-TIME          TO  W-TIME.
           COMPUTE W-SCHED-MINS = WT-HH * 60 + WT-MM.
           MOVE W-SCHED-MINS               TO  W-SHOW-MINS.
           MOVE "SCH"                      TO  W-BASIS.
           IF FM-ACT-ARR-TIME NUMERIC AND FM-ACT-ARR-TIME > 0
              MOVE FM-ACT-ARR-TIME         TO  W-TIME
              COMPUTE W-SHOW-MINS = WT-HH * 60 + WT-MM
              IF W-SHOW-MINS + 720 < W-SCHED-MINS
                 ADD 1440                  TO  W-SHOW-MINS
              END-IF
              MOVE "ACT"                   TO  W-BASIS
           ELSE
              IF FM-DELAYED AND FM-NEW-DEP-TIME NUMERIC AND
                 FM-NEW-DEP-TIME > 0 AND FM-SCHED-DEP-TIME NUMERIC
                 MOVE FM-NEW-DEP-TIME      TO  W-TIME
                 COMPUTE W-OTHER-MINS = WT-HH * 60 + WT-MM
                 MOVE FM-SCHED-DEP-TIME    TO  W-TIME
                 COMPUTE W-DELAY-MINS =
                         W-OTHER-MINS - (WT-HH * 60 + WT-MM)
                 IF W-DELAY-MINS < -720
                    ADD 1440               TO  W-DELAY-MINS
                 END-IF
                 IF W-DELAY-MINS > 0
                    ADD W-DELAY-MINS       TO  W-SHOW-MINS
                    MOVE "EST"             TO  W-BASIS
                 END-IF
              END-IF
           END-IF.
           COMPUTE W-ABS-MINUTES =
                   FUNCTION INTEGER-OF-DATE(W-DATE) * 1440
                 + W-SHOW-MINS.
           PERFORM SHOW-CLOCK-TIME.
           MOVE "Y"                        TO  W-TIMED.

       SHOW-CLOCK-TIME.
      *    W-SHOW-MINS BACK TO AN HHMM CLOCK TIME FOR PRINTING.
           PERFORM UNTIL W-SHOW-MINS < 1440
              SUBTRACT 1440                FROM W-SHOW-MINS
           END-PERFORM.
           DIVIDE W-SHOW-MINS BY 60 GIVING WT-HH REMAINDER WT-MM.
           MOVE W-TIME                     TO  W-SHOW-TIME.

       FIND-ARRIVAL.
      *    ARV-IDX IS 0 WHEN W-SEARCH-FLIGHT IS NOT BEING LISTED.
           PERFORM VARYING ARV-IDX FROM 1 BY 1
                   UNTIL ARV-IDX > ARV-COUNT
                      OR ARV-FLIGHT-ID(ARV-IDX) = W-SEARCH-FLIGHT
              CONTINUE
           END-PERFORM.
           IF ARV-IDX > ARV-COUNT
              MOVE 0                       TO  ARV-IDX
           END-IF.

      *****************************************************************
      *    CONNECTING PASSENGERS - ONE PASS OF "customer".
      *****************************************************************
       LOAD-CONNECTING-PAX.
           SET FILE-NOT-AT-END             TO  TRUE.
           MOVE LOW-VALUES                 TO  CUST-RES-ID.
           START CUSTOMER KEY IS >= CUST-RES-ID
                 INVALID KEY
                    SET FILE-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL FILE-AT-END
              READ CUSTOMER NEXT
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF NOT RES-NO-SHOW AND
                         LEG-COUNT NUMERIC AND LEG-COUNT > 0
                         PERFORM CHECK-PAX-CHAIN
                      END-IF
              END-READ
           END-PERFORM.

       CHECK-PAX-CHAIN.
      *    SEGMENT 0 IS THE MAIN FLIGHT, 1-3 THE ADDL-LEGS; A LISTED
      *    ARRIVAL WITH A SEGMENT AFTER IT IS A CONNECTION.
           MOVE FLIGHT-ID                  TO  SEG-FLIGHT.
           PERFORM VARYING SEG-IDX FROM 0 BY 1
                   UNTIL SEG-IDX NOT < LEG-COUNT OR SEG-IDX > 2
              IF SEG-IDX > 0
                 MOVE LEG-FLIGHT-ID(SEG-IDX) TO SEG-FLIGHT
              END-IF
              MOVE SEG-FLIGHT              TO  W-SEARCH-FLIGHT
              PERFORM FIND-ARRIVAL
              IF ARV-IDX > 0
                 MOVE LEG-FLIGHT-ID(SEG-IDX + 1) TO W-OUT-FLIGHT
                 MOVE "N"                  TO  W-OUT-PARTNER
                 IF LEG-PARTNER-SEGMENT(SEG-IDX + 1)
                    MOVE "Y"               TO  W-OUT-PARTNER
                 END-IF
                 MOVE SPACES               TO  W-NAME
                 STRING CUST-LNAME         DELIMITED BY "  "
                        "/" CUST-FNAME     DELIMITED BY "  "
                        INTO W-NAME
                 END-STRING
                 PERFORM ADD-PAX-TRANSFER
              END-IF
           END-PERFORM.

       ADD-PAX-TRANSFER.
           IF XF-COUNT NOT < 2000
              ADD 1                        TO  XF-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  XF-COUNT.
           MOVE ARV-IDX                    TO  XF-ARV-IDX(XF-COUNT).
           MOVE "P"                        TO  XF-KIND(XF-COUNT).
           MOVE CUST-RES-ID                TO  XF-RES-ID(XF-COUNT).
           MOVE W-NAME                     TO  XF-LABEL(XF-COUNT).
           MOVE W-OUT-FLIGHT               TO  XF-OUT-FLIGHT(XF-COUNT).
           MOVE W-OUT-PARTNER              TO  XF-OUT-PARTNER(XF-COUNT).
           MOVE "N"                        TO  XF-DONE(XF-COUNT).
           ADD 1                           TO  ARV-PAX(ARV-IDX).
           PERFORM TIME-OUTBOUND.

       TIME-OUTBOUND.
      *    OUTBOUND GATE, LATEST DEPARTURE AND MINUTES AVAILABLE FOR
      *    TRANSFER XF-COUNT.  A PARTNER FLIGHT NOT ON "flightmst" IS
      *    LISTED UNTIMED.
           MOVE SPACES                     TO  XF-OUT-GATE(XF-COUNT).
           MOVE 0                          TO  XF-OUT-DEP-TIME(XF-COUNT)
                                               XF-MINUTES(XF-COUNT).
           MOVE "N"                        TO  XF-TIMED(XF-COUNT)
                                          XF-OUT-CANCELLED(XF-COUNT).
           IF XF-OUT-FLIGHT(XF-COUNT) = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE XF-OUT-FLIGHT(XF-COUNT)    TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE FM-GATE                    TO  XF-OUT-GATE(XF-COUNT).
           IF FM-CANCELLED
              MOVE "Y"                TO  XF-OUT-CANCELLED(XF-COUNT)
           END-IF.
           IF FM-SCHED-DEP-TIME NOT NUMERIC OR FM-SCHED-DEP-TIME = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-SCHED-DEP-TIME          TO  W-TIME.
           COMPUTE W-SCHED-MINS = WT-HH * 60 + WT-MM.
           MOVE W-SCHED-MINS               TO  W-SHOW-MINS.
           IF FM-DELAYED AND FM-NEW-DEP-TIME NUMERIC AND
              FM-NEW-DEP-TIME > 0
              MOVE FM-NEW-DEP-TIME         TO  W-TIME
              COMPUTE W-SHOW-MINS = WT-HH * 60 + WT-MM
              IF W-SHOW-MINS + 720 < W-SCHED-MINS
                 ADD 1440                  TO  W-SHOW-MINS
              END-IF
           END-IF.
           IF ARV-TIMED(ARV-IDX) = "Y"
              COMPUTE XF-MINUTES(XF-COUNT) =
                      FUNCTION INTEGER-OF-DATE(FM-TRAVEL-DATE) * 1440
                    + W-SHOW-MINS - ARV-ARR-ABS(ARV-IDX)
              MOVE "Y"                     TO  XF-TIMED(XF-COUNT)
           END-IF.
           PERFORM SHOW-CLOCK-TIME.
           MOVE W-SHOW-TIME             TO  XF-OUT-DEP-TIME(XF-COUNT).

      *****************************************************************
      *    CONNECTING BAGS - ONE PASS OF "bagtag".
      *****************************************************************
       LOAD-CONNECTING-BAGS.
           IF BAG-TAG-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           MOVE LOW-VALUES                 TO  BT-TAG-NO.
           START BAG-TAG KEY IS >= BT-TAG-NO
                 INVALID KEY
                    SET FILE-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL FILE-AT-END
              READ BAG-TAG NEXT
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF BT-FINAL-DEST NOT = SPACES
                         PERFORM CHECK-ONE-BAG
                      END-IF
              END-READ
           END-PERFORM.

       CHECK-ONE-BAG.
      *    A CONNECTING PASSENGER'S BAG GOING BEYOND THE HUB TAKES THE
      *    PASSENGER'S OUTBOUND FLIGHT; A BAG TAGGED TO THE ARRIVAL FOR
      *    FURTHER ON WITH NO CONNECTING PASSENGER BEHIND IT IS LISTED
      *    WITH NO OUTBOUND SO SOMEONE LOOKS AT IT.
           MOVE 0                          TO  XF-PAX-IDX.
           PERFORM VARYING XF-IDX FROM 1 BY 1
                   UNTIL XF-IDX > XF-COUNT OR XF-PAX-IDX > 0
              IF XF-KIND(XF-IDX) = "P" AND
                 XF-RES-ID(XF-IDX) = BT-CUST-RES-ID AND
                 BT-FINAL-DEST NOT = ARV-HUB(XF-ARV-IDX(XF-IDX))
                 MOVE XF-IDX               TO  XF-PAX-IDX
              END-IF
           END-PERFORM.
           IF XF-PAX-IDX > 0
              MOVE XF-ARV-IDX(XF-PAX-IDX)  TO  ARV-IDX
              MOVE XF-OUT-FLIGHT(XF-PAX-IDX) TO W-OUT-FLIGHT
              MOVE XF-OUT-PARTNER(XF-PAX-IDX) TO W-OUT-PARTNER
              PERFORM ADD-BAG-TRANSFER
              EXIT PARAGRAPH
           END-IF.
           MOVE BT-FLIGHT-ID               TO  W-SEARCH-FLIGHT.
           PERFORM FIND-ARRIVAL.
           IF ARV-IDX > 0
              IF BT-FINAL-DEST NOT = ARV-HUB(ARV-IDX)
                 MOVE SPACES               TO  W-OUT-FLIGHT
                 MOVE "N"                  TO  W-OUT-PARTNER
                 PERFORM ADD-BAG-TRANSFER
              END-IF
           END-IF.

       ADD-BAG-TRANSFER.
           IF XF-COUNT NOT < 2000
              ADD 1                        TO  XF-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  XF-COUNT.
           MOVE ARV-IDX                    TO  XF-ARV-IDX(XF-COUNT).
           MOVE "B"                        TO  XF-KIND(XF-COUNT).
           MOVE BT-CUST-RES-ID             TO  XF-RES-ID(XF-COUNT).
           MOVE SPACES                     TO  XF-LABEL(XF-COUNT).
           STRING "TAG " BT-TAG-NO " " BT-FINAL-DEST
                                            DELIMITED BY SIZE
                  INTO XF-LABEL(XF-COUNT)
           END-STRING.
           MOVE W-OUT-FLIGHT               TO  XF-OUT-FLIGHT(XF-COUNT).
           MOVE W-OUT-PARTNER              TO  XF-OUT-PARTNER(XF-COUNT).
           MOVE "N"                        TO  XF-DONE(XF-COUNT).
           ADD 1                           TO  ARV-BAGS(ARV-IDX).
           PERFORM TIME-OUTBOUND.

      *****************************************************************
      *    ONE ARRIVAL'S LIST, TIGHTEST CONNECTION FIRST.
      *****************************************************************
       PRINT-ONE-ARRIVAL.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "ARRIVAL " ARV-FLIGHT-ID(ARV-IDX)
                  " FROM " ARV-ORIGIN(ARV-IDX)
                  " AT " ARV-HUB(ARV-IDX)
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           IF ARV-TIMED(ARV-IDX) = "Y"
              STRING "  ARR " ARV-ARR-TIME(ARV-IDX) " ("
                     ARV-BASIS(ARV-IDX) ")"
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD(33:17)
              END-STRING
           ELSE
              MOVE "  ARR NOT ON FILE" TO  RPT-RECORD(33:17)
           END-IF.
           STRING "  MIN CONNECT " ARV-MCT(ARV-IDX)
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD(51:17)
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "T NAME / BAG TAG       RES-ID      OUTBND  GTE DEP"
                  "   MINS FLAG"        DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           PERFORM VARYING XF-IDX FROM 1 BY 1 UNTIL XF-IDX > XF-COUNT
              IF XF-ARV-IDX(XF-IDX) = ARV-IDX
                 PERFORM PRINT-NEXT-TRANSFER
              END-IF
           END-PERFORM.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  " ARV-PAX(ARV-IDX) " PASSENGER(S)  "
                  ARV-BAGS(ARV-IDX) " BAG(S)  "
                  ARV-HOT(ARV-IDX) " HOT"   DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           ADD ARV-PAX(ARV-IDX)            TO  TOTAL-PAX.
           ADD ARV-BAGS(ARV-IDX)           TO  TOTAL-BAGS.
           ADD ARV-HOT(ARV-IDX)            TO  TOTAL-HOT.

       PRINT-NEXT-TRANSFER.
      *    PICKS THE TIGHTEST TRANSFER NOT YET PRINTED FOR THIS
      *    ARRIVAL (UNTIMED ONES LAST) - ONE LINE PER CALL, ONE CALL
      *    PER TRANSFER.
           MOVE 0                          TO  XF-BEST.
           PERFORM VARYING XF-PAX-IDX FROM 1 BY 1
                   UNTIL XF-PAX-IDX > XF-COUNT
              IF XF-ARV-IDX(XF-PAX-IDX) = ARV-IDX AND
                 XF-DONE(XF-PAX-IDX) = "N"
                 EVALUATE TRUE
                    WHEN XF-BEST = 0
                       MOVE XF-PAX-IDX     TO  XF-BEST
                    WHEN XF-TIMED(XF-BEST) = "N" AND
                         XF-TIMED(XF-PAX-IDX) = "Y"
                       MOVE XF-PAX-IDX     TO  XF-BEST
                    WHEN XF-TIMED(XF-BEST) = "Y" AND
                         XF-TIMED(XF-PAX-IDX) = "Y" AND
                         XF-MINUTES(XF-PAX-IDX) < XF-MINUTES(XF-BEST)
                       MOVE XF-PAX-IDX     TO  XF-BEST
                 END-EVALUATE
              END-IF
           END-PERFORM.
           IF XF-BEST = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y"                        TO  XF-DONE(XF-BEST).
           MOVE SPACES                     TO  RPT-FLAG.
           EVALUATE TRUE
              WHEN XF-OUT-FLIGHT(XF-BEST) = SPACES
                 MOVE "NO ONWARD BOOKING"  TO  RPT-FLAG
              WHEN XF-OUT-CANCELLED(XF-BEST) = "Y"
                 MOVE "*HOT* OUTBND CANCELLED" TO RPT-FLAG
              WHEN XF-TIMED(XF-BEST) = "N" AND
                   XF-OUT-PARTNER(XF-BEST) = "Y"
                 MOVE "PARTNER - NOT TIMED" TO RPT-FLAG
              WHEN XF-TIMED(XF-BEST) = "N"
                 MOVE "TIMES NOT ON FILE"  TO  RPT-FLAG
              WHEN XF-MINUTES(XF-BEST) NOT > 0
                 MOVE "*HOT* GONE ON TIMES" TO RPT-FLAG
              WHEN XF-MINUTES(XF-BEST) < ARV-MCT(ARV-IDX)
                 MOVE "*HOT* UNDER MIN CNX" TO RPT-FLAG
           END-EVALUATE.
           IF RPT-FLAG(1:5) = "*HOT*"
              ADD 1                        TO  ARV-HOT(ARV-IDX)
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE XF-KIND(XF-BEST)           TO  RPT-RECORD(1:1).
           MOVE XF-LABEL(XF-BEST)          TO  RPT-RECORD(3:20).
           MOVE XF-RES-ID(XF-BEST)         TO  RPT-RECORD(24:11).
           MOVE XF-OUT-FLIGHT(XF-BEST)     TO  RPT-RECORD(36:7).
           MOVE XF-OUT-GATE(XF-BEST)       TO  RPT-RECORD(44:3).
           IF XF-OUT-DEP-TIME(XF-BEST) > 0
              MOVE XF-OUT-DEP-TIME(XF-BEST) TO RPT-RECORD(48:4)
           END-IF.
           IF XF-TIMED(XF-BEST) = "Y"
              MOVE XF-MINUTES(XF-BEST)     TO  RPT-MINS
              MOVE RPT-MINS                TO  RPT-RECORD(53:5)
           END-IF.
           MOVE RPT-FLAG                   TO  RPT-RECORD(59:22).
           WRITE RPT-RECORD.

       TERMINATE-LIST.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "ARRIVALS " ARV-COUNT "  CONNECTING PASSENGERS "
                  TOTAL-PAX "  BAGS " TOTAL-BAGS "  HOT " TOTAL-HOT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF ARV-SKIPPED > 0 OR XF-SKIPPED > 0
              MOVE SPACES                  TO  RPT-RECORD
              STRING "*** LIST INCOMPLETE - " ARV-SKIPPED
                     " ARRIVAL(S), " XF-SKIPPED
                     " TRANSFER(S) OVER TABLE SIZE ***"
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           CLOSE FLIGHT-MASTER.
           CLOSE CUSTOMER.
           IF NOT BAG-TAG-NOT-PRESENT
              CLOSE BAG-TAG
           END-IF.
           IF NOT AIRPORT-NOT-PRESENT
              CLOSE AIRPORT
           END-IF.
           CLOSE XFER-RPT.
           MOVE "HOTXFER"                  TO  RPG-REPORT-ID.
           MOVE "hotxfer"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "HOTXFER"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "HOTXFER - " TOTAL-HOT " HOT TRANSFER(S) - SEE hotxf
      -    "er".
