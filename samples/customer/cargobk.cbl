       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      CARGOBK.

      ******************************************************************
      *    CARGOBK.CBL
      *    CARGO AND MAIL BOOKING - BOOKS AIR WAYBILLS INTO A FLIGHT'S
      *    HOLD ON THE "cargoawb" FILE, ACCEPTS THEM WHEN THE FREIGHT
      *    IS RECEIVED AND WEIGHED AT THE CARGO SHED, CANCELS AND
      *    LOOKS THEM UP.  EVERY BOOKING AND EVERY ACCEPTANCE IS
      *    CHECKED AGAINST THE AIRCRAFT TYPE'S SM-MAX-TOTAL-WT: THE
      *    LIVE PASSENGER LOAD (STANDARD WEIGHT PLUS BAGS, THE SAME
      *    RULE LOADSHT USES) PLUS ALL UNCANCELLED CARGO ALREADY ON
      *    THE FLIGHT PLUS THIS SHIPMENT MUST NOT GO OVER THE LIMIT.
      *    ONLY ACCEPTED CARGO REACHES THE LOAD SHEET AND GLEXTR'S
      *    CARGO REVENUE JOURNAL; A SHIPMENT ONCE ACCEPTED CANNOT BE
      *    CANCELLED HERE.  AWB NUMBERS ARE THE CARRIER PREFIX PLUS AN
      *    EIGHT-DIGIT SERIAL DRAWN FROM "awbctr".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGO-AWB
                  ASSIGN TO DISK "cargoawb"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CW-AWB-NO
                  ALTERNATE RECORD KEY IS CW-FLIGHT-ID WITH DUPLICATES
                  FILE STATUS IS CARGO-STATUS.

           SELECT AWB-COUNTER
                  ASSIGN TO DISK "awbctr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AW-KEY
                  FILE STATUS IS AWB-CTR-STATUS.

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

           SELECT SEAT-MAP
                  ASSIGN TO DISK "seatmap"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-AIRCRAFT-TYPE
                  FILE STATUS IS SEAT-MAP-STATUS.

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

           SELECT OPERATOR
                  ASSIGN TO DISK "operator"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OP-ID
                  FILE STATUS IS OPERATOR-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CARGO-AWB.
       COPY cargoawb.

       FD  AWB-COUNTER.
       COPY awbctr.

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  SEAT-MAP.
       COPY seatmap.

       FD  CUSTOMER.
       COPY custrec.

       FD  OPERATOR.
       COPY operator.

       WORKING-STORAGE SECTION.
       01  CARGO-STATUS                   PIC X(02).
           88 CARGO-NOT-PRESENT                       VALUE "35".
       01  AWB-CTR-STATUS                 PIC X(02).
           88 AWB-CTR-NOT-PRESENT                     VALUE "35".
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  SEAT-MAP-STATUS                PIC X(02).
           88 SEAT-MAP-NOT-PRESENT                    VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  OPERATOR-STATUS                PIC X(02).
           88 OPERATOR-NOT-PRESENT                    VALUE "35".
       01  OPERATOR-VALID-SWITCH          PIC 9      VALUE 0.
           88 OPERATOR-VALID                          VALUE 1.
           88 OPERATOR-INVALID                        VALUE 0.
       01  WS-OPERATOR-ID                 PIC X(05)  VALUE SPACES.
       01  WS-OPERATOR-PASSWORD           PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-ROLE               PIC X(01)  VALUE SPACES.
           88 OPERATOR-IS-SUPERVISOR                  VALUE "S".
       01  MENU-CHOICE1                   PIC X(01)  VALUE SPACES.
           88 BOOK-OPT                                VALUE "1".
           88 ACCEPT-OPT                              VALUE "2".
           88 CANCEL-OPT                              VALUE "3".
           88 INQUIRE-OPT                             VALUE "4".
           88 EXIT-PROG                               VALUE "0".
       01  MENU-CHOICE2                   PIC X(01)  VALUE SPACES.
           88 SAVE-REC                                VALUE "1".
           88 CANCEL-SAVE                             VALUE "2".
       01  AWB-FOUND-SWITCH               PIC 9      VALUE 0.
           88 AWB-ON-FILE                             VALUE 1.
           88 AWB-NOT-ON-FILE                         VALUE 0.
       01  FLIGHT-OK-SWITCH               PIC 9      VALUE 0.
           88 FLIGHT-OK                               VALUE 1.
           88 FLIGHT-NOT-OK                           VALUE 0.
       01  HOLD-OK-SWITCH                 PIC 9      VALUE 0.
           88 HOLD-HAS-ROOM                           VALUE 1.
           88 HOLD-IS-FULL                            VALUE 0.
       01  SCAN-EOF-SWITCH                PIC 9      VALUE 0.
           88 SCAN-AT-END                             VALUE 1.
           88 SCAN-NOT-AT-END                         VALUE 0.
       01  AWB-CARRIER-PREFIX             PIC X(03)  VALUE "001".
       01  AWB-SERIAL                     PIC 9(08)  VALUE 0.
       01  WS-AWB-NO                      PIC X(11)  VALUE SPACES.
       01  WS-FLIGHT-ID                   PIC X(07)  VALUE SPACES.
       01  STD-PAX-WEIGHT                 PIC 9(03)  VALUE 190.
       01  PAX-LOAD-WEIGHT                PIC 9(07)  VALUE 0.
       01  CARGO-LOAD-WEIGHT              PIC 9(07)  VALUE 0.
       01  FLIGHT-LOAD-WEIGHT             PIC 9(07)  VALUE 0.
       01  HOLD-MAX-WEIGHT                PIC 9(07)  VALUE 0.
       01  HOLD-ROOM-WEIGHT               PIC 9(07)  VALUE 0.
       01  HELD-AWB-RECORD                PIC X(123) VALUE SPACES.
       01  TODAY-DATE                     PIC 9(08)  VALUE 0.
       01  W-SYS-DATE.
           02 W-SYS-YY                    PIC X(04).
           02 W-SYS-MM                    PIC X(02).
           02 W-SYS-DD                    PIC X(02).
       01  BLNK-LINE                      PIC X(76)  VALUE SPACES.
       01  CNTR                           PIC 9(02)  VALUE 0.
       01  RESP                           PIC X(01)  VALUE SPACES.
       01  CHARGES-DISPLAY                PIC Z,ZZZ,ZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.

       Main Section.
           ACCEPT W-SYS-DATE               FROM DATE YYYYMMDD.
           MOVE W-SYS-DATE                 TO  TODAY-DATE.
           OPEN I-O CARGO-AWB.
           IF CARGO-NOT-PRESENT
                OPEN OUTPUT CARGO-AWB
           END-IF
           CLOSE CARGO-AWB.
           PERFORM CAPTURE-OPERATOR-ID.
           PERFORM MAIN-LOGIC.
           Exit Program.
           Stop Run.

       CAPTURE-OPERATOR-ID.
           PERFORM CLEAR-SCREEN.
           PERFORM WITH TEST AFTER UNTIL OPERATOR-VALID
              DISPLAY "ENTER OPERATOR/AGENT ID:-"    AT LINE 10 COL 20
              ACCEPT WS-OPERATOR-ID                  AT LINE 10 COL 47
              DISPLAY "ENTER PASSWORD         :-"    AT LINE 11 COL 20
              ACCEPT WS-OPERATOR-PASSWORD            AT LINE 11 COL 47
              PERFORM VALIDATE-OPERATOR-ID
              IF OPERATOR-INVALID
                 DISPLAY "UNKNOWN OPERATOR ID OR BAD PASSWORD - REENTER"
                                                    AT LINE 12 COL 20
                 ACCEPT RESP                        AT LINE 12 COL 67
                 DISPLAY BLNK-LINE                  AT LINE 12 COL 1
              END-IF
           END-PERFORM.
           PERFORM CLEAR-SCREEN.

       VALIDATE-OPERATOR-ID.
           SET OPERATOR-INVALID             TO  TRUE.
           MOVE SPACES                      TO  WS-OPERATOR-ROLE.
           IF WS-OPERATOR-ID NOT = SPACES
              OPEN INPUT OPERATOR
              MOVE WS-OPERATOR-ID           TO  OP-ID
              READ OPERATOR
                   INVALID KEY
                      SET OPERATOR-INVALID  TO  TRUE
                   NOT INVALID KEY
                      IF OP-PASSWORD = SPACES OR
                         OP-PASSWORD = WS-OPERATOR-PASSWORD
                         SET OPERATOR-VALID TO  TRUE
                         MOVE OP-ROLE       TO  WS-OPERATOR-ROLE
                      END-IF
              END-READ
              CLOSE OPERATOR
           END-IF.

       MAIN-LOGIC.
           PERFORM WITH TEST AFTER UNTIL MENU-CHOICE1 = "0"
              PERFORM DISP-MAIN-MENU
              ACCEPT MENU-CHOICE1                   AT LINE 21 COL 48
              EVALUATE TRUE
                 WHEN BOOK-OPT
                    PERFORM BOOK-AWB
                 WHEN ACCEPT-OPT
                    PERFORM ACCEPT-AWB
                 WHEN CANCEL-OPT
                    PERFORM CANCEL-AWB
                 WHEN INQUIRE-OPT
                    PERFORM INQUIRE-AWB
              END-EVALUATE
           END-PERFORM.

       DISP-MAIN-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "      TRAVELS      "            AT LINE 1  COL 20.
           DISPLAY W-SYS-MM                         AT LINE 1  COL 65.
           DISPLAY "/"                              AT LINE 1  COL 67.
           DISPLAY W-SYS-DD                         AT LINE 1  COL 68.
           DISPLAY "/"                              AT LINE 1  COL 70.
           DISPLAY W-SYS-YY                         AT LINE 1  COL 71.
           DISPLAY "CARGO AND MAIL BOOKING     "    AT LINE 3  COL 20.
           DISPLAY "---------------------------"    AT LINE 4  COL 20.
           DISPLAY "1)BOOK AIR WAYBILL            " AT LINE 7  COL 20.
           DISPLAY "2)ACCEPT SHIPMENT AT SHED     " AT LINE 9  COL 20.
           DISPLAY "3)CANCEL AIR WAYBILL          " AT LINE 11 COL 20.
           DISPLAY "4)AIR WAYBILL INQUIRY         " AT LINE 13 COL 20.
           DISPLAY "0)EXIT"                         AT LINE 15 COL 20.
           DISPLAY "SELECT A MENU CHOICE(0-4):- "   AT LINE 21 COL 20.

       DISPLAY-AWB-LABELS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "AWB NUMBER     :              " AT LINE 5  COL 20.
           DISPLAY "FLIGHT ID      :              " AT LINE 6  COL 20.
           DISPLAY "SHIPPER        :              " AT LINE 7  COL 20.
           DISPLAY "CONSIGNEE      :              " AT LINE 8  COL 20.
           DISPLAY "PIECES         :              " AT LINE 9  COL 20.
           DISPLAY "WEIGHT (LB)    :              " AT LINE 10 COL 20.
           DISPLAY "COMMODITY      :              " AT LINE 11 COL 20.
           DISPLAY "  GEN PER VAL AVI DGR MAL     " AT LINE 12 COL 20.
           DISPLAY "CHARGES        :              " AT LINE 13 COL 20.
           DISPLAY "HOLD ZONE F/M/A:              " AT LINE 14 COL 20.
           DISPLAY "STATUS         :              " AT LINE 15 COL 20.
           DISPLAY "BOOKED DATE    :              " AT LINE 16 COL 20.
           DISPLAY "ACCEPTED DATE  :              " AT LINE 17 COL 20.

       DISPLAY-AWB-FIELDS.
           DISPLAY CW-AWB-NO                        AT LINE 5  COL 37.
           DISPLAY CW-FLIGHT-ID                     AT LINE 6  COL 37.
           DISPLAY CW-SHIPPER                       AT LINE 7  COL 37.
           DISPLAY CW-CONSIGNEE                     AT LINE 8  COL 37.
           DISPLAY CW-PIECES                        AT LINE 9  COL 37.
           DISPLAY CW-WEIGHT                        AT LINE 10 COL 37.
           DISPLAY CW-COMMODITY                     AT LINE 11 COL 37.
           MOVE CW-CHARGES                 TO  CHARGES-DISPLAY.
           DISPLAY CHARGES-DISPLAY                  AT LINE 13 COL 37.
           DISPLAY CW-HOLD-ZONE                     AT LINE 14 COL 37.
           EVALUATE TRUE
              WHEN CW-BOOKED
                 DISPLAY "BOOKED   "                AT LINE 15 COL 37
              WHEN CW-ACCEPTED
                 DISPLAY "ACCEPTED "                AT LINE 15 COL 37
              WHEN CW-CANCELLED
                 DISPLAY "CANCELLED"                AT LINE 15 COL 37
           END-EVALUATE.
           DISPLAY CW-BOOKED-DATE                   AT LINE 16 COL 37.
           DISPLAY CW-ACCEPTED-DATE                 AT LINE 17 COL 37.

       BOOK-AWB.
           PERFORM DISPLAY-AWB-LABELS.
           DISPLAY "BOOK AIR WAYBILL           "    AT LINE 3  COL 20.
           MOVE SPACES                     TO  CARGO-AWB-RECORD.
           MOVE 0                          TO  CW-PIECES
                                                CW-WEIGHT
                                                CW-CHARGES
                                                CW-BOOKED-DATE
                                                CW-ACCEPTED-DATE.
           ACCEPT WS-FLIGHT-ID                      AT LINE 6  COL 37.
           IF WS-FLIGHT-ID = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CARGO-FLIGHT.
           IF FLIGHT-NOT-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FLIGHT-ID               TO  CW-FLIGHT-ID.
           ACCEPT CW-SHIPPER                        AT LINE 7  COL 37.
           ACCEPT CW-CONSIGNEE                      AT LINE 8  COL 37.
           PERFORM WITH TEST AFTER UNTIL CW-PIECES > 0
              ACCEPT CW-PIECES                      AT LINE 9  COL 37
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL CW-WEIGHT > 0
              ACCEPT CW-WEIGHT                      AT LINE 10 COL 37
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL CW-VALID-COMMODITY
              ACCEPT CW-COMMODITY                   AT LINE 11 COL 37
           END-PERFORM.
           ACCEPT CW-CHARGES                        AT LINE 13 COL 37.
           PERFORM WITH TEST AFTER UNTIL CW-ZONE-FWD OR CW-ZONE-MID OR
                                         CW-ZONE-AFT
              ACCEPT CW-HOLD-ZONE                   AT LINE 14 COL 37
           END-PERFORM.
           SET CW-BOOKED                   TO  TRUE.
           MOVE TODAY-DATE                 TO  CW-BOOKED-DATE.
           MOVE WS-OPERATOR-ID             TO  CW-OP-ID.
           OPEN I-O CARGO-AWB.
           PERFORM CHECK-HOLD-CAPACITY.
           IF HOLD-IS-FULL
              CLOSE CARGO-AWB
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "1)SAVE  2)CANCEL              :-"
                                                    AT LINE 24 COL 20.
           PERFORM WITH TEST AFTER UNTIL MENU-CHOICE2 = '1' OR
                                         MENU-CHOICE2 = '2'
              ACCEPT MENU-CHOICE2                   AT LINE 24 COL 52
           END-PERFORM.
           IF SAVE-REC
              PERFORM ISSUE-AWB-NUMBER
              WRITE CARGO-AWB-RECORD
              DISPLAY CW-AWB-NO                     AT LINE 5  COL 37
              DISPLAY "**AIR WAYBILL BOOKED** PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              ACCEPT RESP
           END-IF.
           CLOSE CARGO-AWB.

       ACCEPT-AWB.
      *    THE SHED RE-COUNTS AND RE-WEIGHS; THE SCALE WEIGHT REPLACES
      *    THE BOOKED WEIGHT AND MUST STILL FIT IN THE HOLD.
           PERFORM DISPLAY-AWB-LABELS.
           DISPLAY "ACCEPT SHIPMENT AT SHED    "    AT LINE 3  COL 20.
           OPEN I-O CARGO-AWB.
           PERFORM READ-AWB.
           IF AWB-NOT-ON-FILE
              CLOSE CARGO-AWB
              EXIT PARAGRAPH
           END-IF.
           IF NOT CW-BOOKED
              DISPLAY "ONLY A BOOKED AIR WAYBILL CAN BE ACCEPTED"
                                                    AT LINE 25 COL 10
              ACCEPT RESP                           AT LINE 25 COL 58
              CLOSE CARGO-AWB
              EXIT PARAGRAPH
           END-IF.
           MOVE CW-FLIGHT-ID               TO  WS-FLIGHT-ID.
           PERFORM CHECK-CARGO-FLIGHT.
           IF FLIGHT-NOT-OK
              CLOSE CARGO-AWB
              EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST AFTER UNTIL CW-PIECES > 0
              ACCEPT CW-PIECES                      AT LINE 9  COL 37
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL CW-WEIGHT > 0
              ACCEPT CW-WEIGHT                      AT LINE 10 COL 37
           END-PERFORM.
           PERFORM CHECK-HOLD-CAPACITY.
           IF HOLD-IS-FULL
              CLOSE CARGO-AWB
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "1)SAVE  2)CANCEL              :-"
                                                    AT LINE 24 COL 20.
           PERFORM WITH TEST AFTER UNTIL MENU-CHOICE2 = '1' OR
                                         MENU-CHOICE2 = '2'
              ACCEPT MENU-CHOICE2                   AT LINE 24 COL 52
           END-PERFORM.
           IF SAVE-REC
              SET CW-ACCEPTED              TO  TRUE
              MOVE TODAY-DATE              TO  CW-ACCEPTED-DATE
              MOVE WS-OPERATOR-ID          TO  CW-OP-ID
              REWRITE CARGO-AWB-RECORD
              DISPLAY "**SHIPMENT ACCEPTED** PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              ACCEPT RESP
           END-IF.
           CLOSE CARGO-AWB.

       CANCEL-AWB.
           PERFORM DISPLAY-AWB-LABELS.
           DISPLAY "CANCEL AIR WAYBILL         "    AT LINE 3  COL 20.
           OPEN I-O CARGO-AWB.
           PERFORM READ-AWB.
           IF AWB-NOT-ON-FILE
              CLOSE CARGO-AWB
              EXIT PARAGRAPH
           END-IF.
           IF NOT CW-BOOKED
              DISPLAY "ONLY A BOOKED AIR WAYBILL CAN BE CANCELLED"
                                                    AT LINE 25 COL 10
              ACCEPT RESP                           AT LINE 25 COL 58
              CLOSE CARGO-AWB
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "1)CANCEL AWB  2)KEEP AWB      :-"
                                                    AT LINE 24 COL 20.
           PERFORM WITH TEST AFTER UNTIL MENU-CHOICE2 = '1' OR
                                         MENU-CHOICE2 = '2'
              ACCEPT MENU-CHOICE2                   AT LINE 24 COL 52
           END-PERFORM.
           IF SAVE-REC
              SET CW-CANCELLED             TO  TRUE
              MOVE WS-OPERATOR-ID          TO  CW-OP-ID
              REWRITE CARGO-AWB-RECORD
              DISPLAY "**AIR WAYBILL CANCELLED** PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              ACCEPT RESP
           END-IF.
           CLOSE CARGO-AWB.

       INQUIRE-AWB.
           PERFORM DISPLAY-AWB-LABELS.
           DISPLAY "AIR WAYBILL INQUIRY        "    AT LINE 3  COL 20.
           OPEN INPUT CARGO-AWB.
           PERFORM READ-AWB.
           IF AWB-ON-FILE
              DISPLAY "PRESS ANY KEY"               AT LINE 25 COL 10
              ACCEPT RESP                           AT LINE 25 COL 24
           END-IF.
           CLOSE CARGO-AWB.

       READ-AWB.
           SET AWB-ON-FILE                 TO  TRUE.
           ACCEPT WS-AWB-NO                         AT LINE 5  COL 37.
           IF WS-AWB-NO = SPACES
              SET AWB-NOT-ON-FILE          TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-AWB-NO                  TO  CW-AWB-NO.
           READ CARGO-AWB
                INVALID KEY
                   SET AWB-NOT-ON-FILE     TO  TRUE
                   DISPLAY "AIR WAYBILL NOT ON FILE - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
                   ACCEPT RESP                      AT LINE 25 COL 50
                NOT INVALID KEY
                   PERFORM DISPLAY-AWB-FIELDS
           END-READ.

       CHECK-CARGO-FLIGHT.
      *    THE FLIGHT MUST EXIST, BE FLYING, NOT HAVE LEFT, AND HAVE A
      *    SEAT MAP FOR ITS TYPE SO THERE IS A WEIGHT LIMIT TO BOOK TO.
           SET FLIGHT-NOT-OK               TO  TRUE.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              CLOSE FLIGHT-MASTER
              DISPLAY "NO FLIGHT SCHEDULE ON FILE - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              ACCEPT RESP                           AT LINE 25 COL 54
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FLIGHT-ID               TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   MOVE SPACES             TO  FM-FLIGHT-ID
           END-READ.
           CLOSE FLIGHT-MASTER.
           IF FM-FLIGHT-ID = SPACES
              DISPLAY "FLIGHT NOT ON FILE - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              ACCEPT RESP                           AT LINE 25 COL 46
              EXIT PARAGRAPH
           END-IF.
           IF FM-CANCELLED OR FM-TRAVEL-DATE < TODAY-DATE
              DISPLAY "FLIGHT CANCELLED OR DEPARTED - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              ACCEPT RESP                           AT LINE 25 COL 56
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                          TO  HOLD-MAX-WEIGHT.
           OPEN INPUT SEAT-MAP.
           IF NOT SEAT-MAP-NOT-PRESENT
              MOVE FM-AIRCRAFT-TYPE        TO  SM-AIRCRAFT-TYPE
              READ SEAT-MAP
                   NOT INVALID KEY
                      MOVE SM-MAX-TOTAL-WT TO  HOLD-MAX-WEIGHT
              END-READ
           END-IF.
           CLOSE SEAT-MAP.
           IF HOLD-MAX-WEIGHT = 0
              DISPLAY "NO WEIGHT LIMIT FOR TYPE " FM-AIRCRAFT-TYPE
                      " - PRESS ANY KEY"            AT LINE 25 COL 10
              ACCEPT RESP                           AT LINE 25 COL 56
              EXIT PARAGRAPH
           END-IF.
           SET FLIGHT-OK                   TO  TRUE.

       CHECK-HOLD-CAPACITY.
      *    CARGO-AWB MUST BE OPEN.  THE SHIPMENT BEING BOOKED OR
      *    ACCEPTED IS HELD ASIDE WHILE THE FLIGHT'S OTHER WAYBILLS ARE
      *    WALKED, AND LEFT OUT OF THAT WALK SO A RE-WEIGH IS NOT
      *    COUNTED TWICE.
           MOVE CARGO-AWB-RECORD           TO  HELD-AWB-RECORD.
           PERFORM SUM-PASSENGER-LOAD.
           MOVE 0                          TO  CARGO-LOAD-WEIGHT.
           SET SCAN-NOT-AT-END             TO  TRUE.
           MOVE WS-FLIGHT-ID               TO  CW-FLIGHT-ID.
           START CARGO-AWB KEY IS = CW-FLIGHT-ID
                 INVALID KEY
                    SET SCAN-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL SCAN-AT-END
              READ CARGO-AWB NEXT
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      IF CW-FLIGHT-ID NOT = WS-FLIGHT-ID
                         SET SCAN-AT-END   TO  TRUE
                      ELSE
                         IF NOT CW-CANCELLED AND
                            CW-AWB-NO NOT = HELD-AWB-RECORD(1:11)
                            ADD CW-WEIGHT  TO  CARGO-LOAD-WEIGHT
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           MOVE HELD-AWB-RECORD            TO  CARGO-AWB-RECORD.
           COMPUTE FLIGHT-LOAD-WEIGHT = PAX-LOAD-WEIGHT
                                      + CARGO-LOAD-WEIGHT + CW-WEIGHT.
           IF FLIGHT-LOAD-WEIGHT > HOLD-MAX-WEIGHT
              SET HOLD-IS-FULL             TO  TRUE
              MOVE 0                       TO  HOLD-ROOM-WEIGHT
              IF PAX-LOAD-WEIGHT + CARGO-LOAD-WEIGHT < HOLD-MAX-WEIGHT
                 COMPUTE HOLD-ROOM-WEIGHT = HOLD-MAX-WEIGHT
                         - PAX-LOAD-WEIGHT - CARGO-LOAD-WEIGHT
              END-IF
              DISPLAY "OVER AIRCRAFT WEIGHT LIMIT - ROOM FOR "
                      HOLD-ROOM-WEIGHT " LB"        AT LINE 25 COL 10
              ACCEPT RESP                           AT LINE 25 COL 62
           ELSE
              SET HOLD-HAS-ROOM            TO  TRUE
           END-IF.

       SUM-PASSENGER-LOAD.
      *    EVERY PASSENGER STILL HOLDING SPACE ON THE FLIGHT AT THE
      *    STANDARD WEIGHT, PLUS WHATEVER BAGS HAVE BEEN WEIGHED IN.
           MOVE 0                          TO  PAX-LOAD-WEIGHT.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              CLOSE CUSTOMER
              EXIT PARAGRAPH
           END-IF.
           SET SCAN-NOT-AT-END             TO  TRUE.
           MOVE WS-FLIGHT-ID               TO  FLIGHT-ID.
           START CUSTOMER KEY IS = FLIGHT-ID
                 INVALID KEY
                    SET SCAN-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL SCAN-AT-END
              READ CUSTOMER NEXT
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      IF FLIGHT-ID NOT = WS-FLIGHT-ID
                         SET SCAN-AT-END   TO  TRUE
                      ELSE
                         IF RES-BOOKED OR RES-CHECKED-IN OR
                            RES-BOARDED OR RES-HELD
                            ADD STD-PAX-WEIGHT TO PAX-LOAD-WEIGHT
                            IF BAG-WEIGHT NUMERIC
                               ADD BAG-WEIGHT  TO PAX-LOAD-WEIGHT
                            END-IF
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER.

       ISSUE-AWB-NUMBER.
      *    DRAW THE NEXT SERIAL FROM THE SINGLE-RECORD "awbctr" FILE
      *    AND BUILD THE ELEVEN-CHARACTER AWB NUMBER (THREE-DIGIT
      *    CARRIER PREFIX PLUS EIGHT-DIGIT SERIAL).
           OPEN I-O AWB-COUNTER.
           IF AWB-CTR-NOT-PRESENT
              CLOSE AWB-COUNTER
              OPEN OUTPUT AWB-COUNTER
              CLOSE AWB-COUNTER
              OPEN I-O AWB-COUNTER
           END-IF.
           MOVE "A"                         TO  AW-KEY.
           READ AWB-COUNTER WITH LOCK
                INVALID KEY
                   MOVE "A"                 TO  AW-KEY
                   MOVE 2                   TO  AW-NEXT-NO
                   WRITE AWB-COUNTER-RECORD
                   MOVE 1                   TO  AWB-SERIAL
                NOT INVALID KEY
                   MOVE AW-NEXT-NO          TO  AWB-SERIAL
                   ADD 1                    TO  AW-NEXT-NO
                   REWRITE AWB-COUNTER-RECORD
           END-READ.
           CLOSE AWB-COUNTER.
           MOVE AWB-CARRIER-PREFIX          TO  CW-AWB-NO(1:3).
           MOVE AWB-SERIAL                  TO  CW-AWB-NO(4:8).

       CLEAR-SCREEN.
           MOVE 1                          TO  CNTR.
           PERFORM UNTIL CNTR > 25
               DISPLAY BLNK-LINE AT LINE CNTR COL 1
               ADD +1                      TO  CNTR
           END-PERFORM.
