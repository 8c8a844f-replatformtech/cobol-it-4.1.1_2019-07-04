      *    RESERVATION ON A FLIGHT THAT REACHED DEPARTURE DAY WITH A
      *    BLANK SEAT-NUMBER (GROUP BOOKINGS IN PARTICULAR) IN ONE
      *    PASS AGAINST THE AIRCRAFT TYPE'S ROW/COLUMN GRID.
      *    PASSENGERS WHO SHARE A PARTY - THE SAME RECORD LOCATOR,
      *    OR FOR BOOKINGS MADE BEFORE LOCATORS THE SAME TELEPHONE
      *    NUMBER (GROUP BOOKINGS SHARE THE CONTACT PANEL) OR A
      *    RETURN-CUST-RES-ID LINK - ARE SEATED IN ADJACENT COLUMNS OF
      *    ONE ROW WHERE A ROW WITH ENOUGH CONTIGUOUS OPEN SEATS
      *    EXISTS; SINGLES HONOR A RECORDED WINDOW (FIRST/LAST COLUMN)
      *    OR AISLE (INNERMOST COLUMNS) PREFERENCE WHERE POSSIBLE.
      *    SEATS ON ACTIVE SEAT BLOCKS ARE TREATED AS OCCUPIED.
      *    INFANTS ON LAP ARE NEVER SEATED.  EVERY SEAT HANDED OUT
      *    MUST PASS THE CABIN SAFETY RULES (SEATSAFE - EXIT-ROW
      *    ELIGIBILITY, LAP INFANTS PER ROW); A SEAT REFUSED TO ONE
      *    PASSENGER STAYS OPEN FOR THE NEXT, AND A PARTY MEMBER
      *    REFUSED THEIR PLACE IN THE PARTY'S ROW IS SEATED SINGLY.
      *    AFTER THE MAIN CABIN IS SETTLED, A SECOND PASS SEATS EVERY
      *    OWN-CARRIER ONWARD LEG STILL BLANK ON THE ITINERARIES, EACH
      *    AGAINST ITS OWN LEG FLIGHT'S AIRCRAFT GRID AND CABIN SPLIT -
      *    THE SAME PER-LEG CHECK THE COUNTER'S THROUGH CHECK-IN RUNS -
      *    SO A THROUGH PASSENGER CLEARS THE TRANSFER GATE ALREADY
      *    HOLDING A SEAT.
      *    A PASSENGER WHO BOUGHT AN EXTRA SEAT IS SEATED ON THEIR OWN
      *    IN TWO NEIGHBOURING SEATS ON ONE SIDE OF THE AISLE; ANY
      *    EXTRA SEAT STILL UNPLACED BESIDE A SEATED PASSENGER IS THEN
      *    GIVEN THE OPEN SEAT NEXT TO THEM WHERE THERE IS ONE.
      *    A REPORT OF EVERY ASSIGNMENT AND ANYONE LEFT UNSEATED GOES
      *    TO "autoseat".
      ******************************************************************
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT SEAT-RPT
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  SEAT-MAP-STATUS                PIC X(02).
       01  COL-COUNT                      PIC 9(01)   VALUE 0.
       01  COL-IDX                        PIC 9(01)   VALUE 0.
       01  COL-POS                        PIC 9(01)   VALUE 0.
      *    "A" UNDER A PACKED POSITION WHOSE NEXT COLUMN IS ACROSS THE
      *    AISLE - THE TWO ARE NEVER SOLD AS A SEAT AND ITS EXTRA SEAT.
       01  XS-AISLE-AFTER                 PIC X(08)   VALUE SPACES.
       01  XS-PAIR-SEAT                   PIC X(04)   VALUE SPACES.
       01  XS-SEAT-POS                    PIC 9(01)   VALUE 0.
       01  XS-PLACED-COUNT                PIC 9(03)   VALUE 0.
       01  XS-UNPLACED-COUNT              PIC 9(03)   VALUE 0.

      *    OCCUPANCY GRID: ONE ROW PER AIRCRAFT ROW, ONE FLAG PER
      *    PACKED COLUMN POSITION.  "X" = OCCUPIED OR BLOCKED.
              05 PX-PREF                  PIC X(01).
              05 PX-GROUP-KEY             PIC X(11).
              05 PX-SEATED-FLAG           PIC X(01).
              05 PX-EXTRA-FLAG            PIC X(01).
       01  PAX-COUNT                      PIC 9(03)   VALUE 0.
       01  PX-IDX                         PIC 9(03)   VALUE 0.
       01  PX-JDX                         PIC 9(03)   VALUE 0.
       01  RUN-LEN                        PIC 9(01)   VALUE 0.
       01  FOUND-ROW                      PIC 9(02)   VALUE 0.
       01  FOUND-START                    PIC 9(01)   VALUE 0.
       01  RUN-NEXT-POS                   PIC 9(01)   VALUE 0.
       01  FIND-SWITCH                    PIC 9       VALUE 0.
           88 RUN-FOUND                               VALUE 1.
           88 RUN-NOT-FOUND                           VALUE 0.
           88 SCAN-NOT-AT-END                         VALUE 0.
       01  LEG-SEATED-COUNT               PIC 9(03)   VALUE 0.
       01  LEG-UNSEATED-COUNT             PIC 9(03)   VALUE 0.
       01  SAF-FLIGHT-ID                  PIC X(07)   VALUE SPACES.
       01  SAF-SEAT                       PIC X(04)   VALUE SPACES.
       01  SAF-TRAINING                   PIC X(01)   VALUE "N".
       01  SAF-RESULT                     PIC X(01)   VALUE "K".
           88 SAF-CLEAR                               VALUE "K".
       01  SAF-TAKE-SWITCH                PIC 9       VALUE 0.
           88 SAF-SEAT-TAKEN                          VALUE 1.
           88 SAF-SEAT-REFUSED                        VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM LOAD-OCCUPANCY-GRID.
           PERFORM COLLECT-UNSEATED-PAX.
           PERFORM ALLOCATE-ALL-PARTIES.
           PERFORM PLACE-PENDING-EXTRA-SEATS.
           PERFORM COLLECT-UNSEATED-LEGS.
           PERFORM ALLOCATE-ALL-LEG-SEATS.
           PERFORM TERMINATE-ALLOCATION.
      *    NEIGHBOURING POSITIONS IN COL-LIST.
           MOVE 0                          TO  COL-COUNT.
           MOVE SPACES                     TO  COL-LIST.
           MOVE SPACES                     TO  XS-AISLE-AFTER.
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 8
              IF SM-VALID-COLS(COL-IDX:1) NOT = SPACE
                 ADD 1                     TO  COL-COUNT
                 MOVE SM-VALID-COLS(COL-IDX:1)
                                           TO  COL-LIST(COL-COUNT:1)
              ELSE
                 IF COL-COUNT > 0
                    MOVE "A"               TO
                         XS-AISLE-AFTER(COL-COUNT:1)
                 END-IF
              END-IF
           END-PERFORM.
           IF COL-COUNT = 0 OR SM-MAX-ROW = 0
                       IF SEAT-NUMBER NOT = SPACES
                          PERFORM MARK-GRID-OCCUPIED
                       END-IF
                       IF EXTRA-SEAT-HELD AND
                          EXTRA-SEAT-NUMBER NOT = SPACES
                          MOVE EXTRA-SEAT-NUMBER TO  NEW-SEAT
                          PERFORM MARK-NEW-SEAT-OCCUPIED
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES TO FLIGHT-ID
                       END-READ
                          MOVE CUST-RES-ID  TO  PX-RES-ID(PAX-COUNT)
                          MOVE SEAT-TYPE    TO  PX-SEAT-TYPE(PAX-COUNT)
                          MOVE SEAT-PREF    TO  PX-PREF(PAX-COUNT)
                          MOVE "N"          TO  PX-EXTRA-FLAG(PAX-COUNT)
                          IF EXTRA-SEAT-HELD
                             MOVE "Y"       TO  PX-EXTRA-FLAG(PAX-COUNT)
                             MOVE CUST-RES-ID  TO
                                  PX-GROUP-KEY(PAX-COUNT)
                          ELSE
                          IF BOOKING-LOCATOR NOT = SPACES
                             MOVE BOOKING-LOCATOR  TO
                                  PX-GROUP-KEY(PAX-COUNT)
                          ELSE
                          IF CUST-TEL NOT = SPACES
                             MOVE CUST-TEL  TO
                                  PX-GROUP-KEY(PAX-COUNT)
                                     PX-GROUP-KEY(PAX-COUNT)
                             END-IF
                          END-IF
                          END-IF
                          END-IF
                          MOVE "N"          TO
                               PX-SEATED-FLAG(PAX-COUNT)
                       END-IF
              END-IF
           END-PERFORM.
           PERFORM SET-CABIN-ROW-RANGE.
           IF PX-EXTRA-FLAG(PX-IDX) = "Y"
              MOVE PX-IDX                  TO  PX-JDX
              PERFORM SEAT-EXTRA-SEAT-PAIR
              EXIT PARAGRAPH
           END-IF.
           IF GROUP-SIZE > 1 AND GROUP-SIZE NOT > COL-COUNT
              PERFORM FIND-CONTIGUOUS-RUN
              IF RUN-FOUND
                 MOVE "X"                  TO
                      GRID-COL(FOUND-ROW, COL-POS)
                 ADD 1                     TO  COL-POS
                 MOVE COL-POS              TO  RUN-NEXT-POS
                 PERFORM ASSIGN-SEAT-TO-PAX
                 IF SAF-SEAT-REFUSED
                    PERFORM SEAT-ONE-SINGLE
                    MOVE RUN-NEXT-POS      TO  COL-POS
                 END-IF
              END-IF
           END-PERFORM.

       SEAT-EXTRA-SEAT-PAIR.
      *    THE FIRST ROW WITH TWO OPEN NEIGHBOURING SEATS ON ONE SIDE OF
      *    THE AISLE SEATS THE PASSENGER IN ONE AND THE EXTRA SEAT IN
      *    THE OTHER.  WITH NO SUCH PAIR LEFT THE PASSENGER IS SEATED
      *    SINGLY AND THE EXTRA SEAT WAITS FOR PLACE-PENDING-EXTRA-
      *    SEATS OR THE COUNTER.
           SET RUN-NOT-FOUND               TO  TRUE.
           PERFORM VARYING TRY-ROW FROM ROW-LO BY 1
                    UNTIL TRY-ROW > ROW-HI OR RUN-FOUND
              PERFORM VARYING COL-POS FROM 1 BY 1
                       UNTIL COL-POS NOT < COL-COUNT OR RUN-FOUND
                 IF GRID-COL(TRY-ROW, COL-POS) = SPACE AND
                    GRID-COL(TRY-ROW, COL-POS + 1) = SPACE AND
                    XS-AISLE-AFTER(COL-POS:1) = SPACE
                    SET RUN-FOUND          TO  TRUE
                    MOVE TRY-ROW           TO  FOUND-ROW
                    MOVE COL-POS           TO  FOUND-START
                 END-IF
              END-PERFORM
           END-PERFORM.
           IF RUN-NOT-FOUND
              PERFORM SEAT-ONE-SINGLE
              EXIT PARAGRAPH
           END-IF.
           MOVE FOUND-ROW                  TO  TRY-ROW-2.
           MOVE SPACES                     TO  NEW-SEAT XS-PAIR-SEAT.
           MOVE TRY-ROW-2                  TO  NEW-SEAT(1:2)
                                               XS-PAIR-SEAT(1:2).
           MOVE COL-LIST(FOUND-START:1)    TO  NEW-SEAT(3:1).
           MOVE COL-LIST(FOUND-START + 1:1)
                                           TO  XS-PAIR-SEAT(3:1).
           MOVE "X"                        TO
                GRID-COL(FOUND-ROW, FOUND-START).
           MOVE "X"                        TO
                GRID-COL(FOUND-ROW, FOUND-START + 1).
           PERFORM ASSIGN-SEAT-TO-PAX.
           MOVE SPACES                     TO  XS-PAIR-SEAT.
           IF SAF-SEAT-REFUSED
              MOVE SPACE                   TO
                   GRID-COL(FOUND-ROW, FOUND-START + 1)
              PERFORM SEAT-ONE-SINGLE
           ELSE
              ADD 1                        TO  XS-PLACED-COUNT
           END-IF.

       PLACE-PENDING-EXTRA-SEATS.
      *    A PASSENGER ALREADY SEATED - AT BOOKING, BY THE COUNTER OR
      *    SINGLY ABOVE - WHOSE EXTRA SEAT IS STILL UNPLACED GETS THE
      *    OPEN SEAT BESIDE THEM ON THE SAME SIDE OF THE AISLE.
           MOVE WS-FLIGHT-ID               TO  SAVE-FLIGHT-ID.
           MOVE WS-FLIGHT-ID               TO  FLIGHT-ID.
           START CUSTOMER KEY IS = FLIGHT-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ CUSTOMER NEXT
                         AT END MOVE SPACES  TO  FLIGHT-ID
                    END-READ
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                       IF EXTRA-SEAT-HELD AND
                          EXTRA-SEAT-NUMBER = SPACES AND
                          SEAT-NUMBER NOT = SPACES AND
                          (RES-BOOKED OR RES-CHECKED-IN)
                          PERFORM PLACE-ONE-EXTRA-SEAT
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES TO FLIGHT-ID
                       END-READ
                    END-PERFORM
           END-START.

       PLACE-ONE-EXTRA-SEAT.
           MOVE 0                          TO  XS-SEAT-POS
                                               SEAT-ROW-PART.
           IF SEAT-NUMBER(1:2) NUMERIC
              MOVE SEAT-NUMBER(1:2)        TO  SEAT-ROW-PART
              PERFORM VARYING COL-POS FROM 1 BY 1
                       UNTIL COL-POS > COL-COUNT
                 IF COL-LIST(COL-POS:1) = SEAT-NUMBER(3:1)
                    MOVE COL-POS           TO  XS-SEAT-POS
                 END-IF
              END-PERFORM
           END-IF.
           MOVE 0                          TO  COL-POS.
           IF XS-SEAT-POS > 0 AND SEAT-ROW-PART > 0 AND
              SEAT-ROW-PART NOT > SM-MAX-ROW
              IF XS-SEAT-POS < COL-COUNT AND
                 XS-AISLE-AFTER(XS-SEAT-POS:1) = SPACE AND
                 GRID-COL(SEAT-ROW-PART, XS-SEAT-POS + 1) = SPACE
                 COMPUTE COL-POS = XS-SEAT-POS + 1
              ELSE
                 IF XS-SEAT-POS > 1 AND
                    XS-AISLE-AFTER(XS-SEAT-POS - 1:1) = SPACE AND
                    GRID-COL(SEAT-ROW-PART, XS-SEAT-POS - 1) = SPACE
                    COMPUTE COL-POS = XS-SEAT-POS - 1
                 END-IF
              END-IF
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE CUST-RES-ID                TO  RPT-RECORD(1:11).
           MOVE CUST-LNAME(1:15)           TO  RPT-RECORD(13:15).
           IF COL-POS = 0
              ADD 1                        TO  XS-UNPLACED-COUNT
              MOVE "NO OPEN SEAT BESIDE FOR EXTRA SEAT"
                                           TO  RPT-RECORD(30:34)
              WRITE RPT-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE "X"                        TO
                GRID-COL(SEAT-ROW-PART, COL-POS).
           MOVE SPACES                     TO  EXTRA-SEAT-NUMBER.
           MOVE SEAT-NUMBER(1:2)           TO  EXTRA-SEAT-NUMBER(1:2).
           MOVE COL-LIST(COL-POS:1)        TO  EXTRA-SEAT-NUMBER(3:1).
           REWRITE CUSTOMER-RECORD.
           ADD 1                           TO  XS-PLACED-COUNT.
           MOVE EXTRA-SEAT-NUMBER          TO  RPT-RECORD(30:4).
           MOVE "EXTRA SEAT"               TO  RPT-RECORD(38:10).
           WRITE RPT-RECORD.

       SEAT-ONE-SINGLE.
      *    WINDOW = FIRST OR LAST COLUMN OF THE ROW; AISLE = THE
      *    INNERMOST COLUMNS EITHER SIDE OF THE MIDDLE.  IF THE
      *    PREFERRED KIND IS GONE THE FIRST OPEN SEAT IS USED.  A
      *    SEAT THE SAFETY RULES REFUSE THIS PASSENGER IS PARKED ("S")
      *    AND THE SEARCH GOES ON; PARKED SEATS REOPEN AFTERWARDS.
           SET SAF-SEAT-REFUSED            TO  TRUE.
           PERFORM UNTIL SAF-SEAT-TAKEN
              PERFORM FIND-SINGLE-SEAT
              IF ONE-SEAT-FOUND
                 PERFORM ASSIGN-SEAT-TO-PAX
              ELSE
                 SET SAF-SEAT-TAKEN        TO  TRUE
                 ADD 1                     TO  UNSEATED-COUNT
                 MOVE "Y"                  TO  PX-SEATED-FLAG(PX-JDX)
                 MOVE SPACES               TO  RPT-RECORD
                 MOVE PX-RES-ID(PX-JDX)    TO  RPT-RECORD(1:11)
                 MOVE "NO OPEN SEAT - WAITLIST/REBOOK"
                                           TO  RPT-RECORD(14:30)
                 WRITE RPT-RECORD
              END-IF
           END-PERFORM.
           INSPECT GRID-TABLE REPLACING ALL "S" BY SPACE.

       FIND-SINGLE-SEAT.
           SET ONE-SEAT-NOT-FOUND          TO  TRUE.
           IF PX-PREF(PX-JDX) = "W"
              PERFORM FIND-WINDOW-SEAT
           IF ONE-SEAT-NOT-FOUND
              PERFORM FIND-ANY-SEAT
           END-IF.

       FIND-WINDOW-SEAT.
           PERFORM VARYING TRY-ROW FROM ROW-LO BY 1
                                                         COL-POS).

       ASSIGN-SEAT-TO-PAX.
           SET SAF-SEAT-TAKEN              TO  TRUE.
           MOVE PX-RES-ID(PX-JDX)          TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-FLIGHT-ID               TO  SAF-FLIGHT-ID.
           PERFORM CHECK-SEAT-SAFETY.
           IF SAF-SEAT-REFUSED
              EXIT PARAGRAPH
           END-IF.
           MOVE NEW-SEAT                   TO  SEAT-NUMBER.
           IF XS-PAIR-SEAT NOT = SPACES
              MOVE XS-PAIR-SEAT            TO  EXTRA-SEAT-NUMBER
           END-IF.
           REWRITE CUSTOMER-RECORD.
           MOVE "Y"                        TO  PX-SEATED-FLAG(PX-JDX).
           ADD 1                           TO  SEATED-COUNT.
           MOVE PX-PREF(PX-JDX)            TO  RPT-RECORD(36:1).
           WRITE RPT-RECORD.

       CHECK-SEAT-SAFETY.
      *    A REFUSED SEAT IS PARKED IN THE GRID SO THE SEARCH MOVES
      *    PAST IT FOR THIS PASSENGER ONLY.
           MOVE NEW-SEAT                   TO  SAF-SEAT.
           CALL "SEATSAFE" USING CUSTOMER-RECORD, SAF-FLIGHT-ID,
                                 SAF-SEAT, SAF-RESULT, SAF-TRAINING.
           IF SAF-CLEAR
              EXIT PARAGRAPH
           END-IF.
           SET SAF-SEAT-REFUSED            TO  TRUE.
           MOVE NEW-SEAT(1:2)              TO  SEAT-ROW-PART.
           PERFORM VARYING COL-POS FROM 1 BY 1
                    UNTIL COL-POS > COL-COUNT
              IF COL-LIST(COL-POS:1) = NEW-SEAT(3:1)
                 MOVE "S"                  TO
                      GRID-COL(SEAT-ROW-PART, COL-POS)
              END-IF
           END-PERFORM.

       COLLECT-UNSEATED-LEGS.
      *    A THROUGH ITINERARY STILL NEEDS SEATS ON ITS OWN-CARRIER
      *    ONWARD LEGS.  PARTNER LEGS ARE THE OTHER CARRIER'S SEATS
           END-IF.
           MOVE LG-SEAT-TYPE(LG-IDX)       TO  GROUP-TYPE.
           PERFORM SET-CABIN-ROW-RANGE.
           SET SAF-SEAT-REFUSED            TO  TRUE.
           PERFORM UNTIL SAF-SEAT-TAKEN
              SET ONE-SEAT-NOT-FOUND       TO  TRUE
              PERFORM FIND-ANY-SEAT
              IF ONE-SEAT-FOUND
                 PERFORM ASSIGN-SEAT-TO-LEG
              ELSE
                 SET SAF-SEAT-TAKEN        TO  TRUE
                 ADD 1                     TO  LEG-UNSEATED-COUNT
                 MOVE SPACES               TO  RPT-RECORD
                 MOVE LG-RES-ID(LG-IDX)    TO  RPT-RECORD(1:11)
                 MOVE "LEG"                TO  RPT-RECORD(13:3)
                 MOVE LG-LEG-IDX(LG-IDX)   TO  RPT-RECORD(17:1)
                 MOVE LG-FLIGHT-ID(LG-IDX) TO  RPT-RECORD(19:7)
                 MOVE "NO OPEN SEAT - TRANSFER GATE"
                                           TO  RPT-RECORD(28:28)
                 WRITE RPT-RECORD
              END-IF
           END-PERFORM.
           INSPECT GRID-TABLE REPLACING ALL "S" BY SPACE.

       LOAD-LEG-FLIGHT-GRID.
           SET LEG-MAP-BAD                 TO  TRUE.
           END-IF.

       ASSIGN-SEAT-TO-LEG.
           SET SAF-SEAT-TAKEN              TO  TRUE.
           MOVE LG-RES-ID(LG-IDX)          TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
           IF LEG-SEAT-NUMBER(A-LEG-IDX) NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE LG-FLIGHT-ID(LG-IDX)       TO  SAF-FLIGHT-ID.
           PERFORM CHECK-SEAT-SAFETY.
           IF SAF-SEAT-REFUSED
              EXIT PARAGRAPH
           END-IF.
           MOVE NEW-SEAT              TO  LEG-SEAT-NUMBER(A-LEG-IDX).
           REWRITE CUSTOMER-RECORD.
           ADD 1                           TO  LEG-SEATED-COUNT.
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "EXTRA SEATS PLACED " XS-PLACED-COUNT
                  "   NOT PLACED " XS-UNPLACED-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE CUSTOMER.
           CLOSE SEAT-RPT.
           MOVE "AUTOSEAT"                 TO  RPG-REPORT-ID.
           MOVE "autoseat"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "AUTOSEAT"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "AUTOSEAT - " SEATED-COUNT " SEATED, "
                   UNSEATED-COUNT " UNSEATED, "
                   LEG-SEATED-COUNT " LEG SEAT(S) - SEE autoseat".
