      ******************************************************************
      *    SEATSAFE.CBL
      *    STAND-ALONE SEATING-SAFETY SUBPROGRAM.  GIVEN THE PASSENGER
      *    RECORD AS IT WILL BE SEATED, THE FLIGHT (MAIN OR ONWARD
      *    LEG) AND THE SEAT ASKED FOR, SAYS WHETHER THE CABIN SAFETY
      *    RULES ON THE AIRCRAFT TYPE'S SEAT MAP ALLOW IT:
      *      E  EXIT ROW - THE ROW IS ONE OF THE SM-EXIT-ROW ENTRIES
      *                    AND THE PASSENGER COULD NOT HELP IN AN
      *                    EVACUATION: AN UNACCOMPANIED MINOR, A CHILD
      *                    OR LAP INFANT, A PASSENGER HOLDING A LAP
      *                    INFANT (SSR INFT), A PET IN CABIN (FLAG OR
      *                    SSR PETC), OR A MOBILITY/MEDICAL SSR - WCHR,
      *                    MAAS, BLND, DEAF OR OXYG.
      *      I  INFANT ROW - THE PASSENGER HOLDS A LAP INFANT AND THE
      *                    ROW ALREADY SEATS SM-INFANTS-PER-ROW OTHER
      *                    INFANT HOLDERS (ONE SPARE OXYGEN MASK EACH).
      *      K  CLEAR - INCLUDING A FLIGHT OR AIRCRAFT TYPE WITH NO
      *                    SEAT MAP ON FILE, WHICH THE CALLER'S OWN
      *                    SEAT VALIDATION ALREADY DEALS WITH.
      *    THE ROW COUNT WALKS THE WHOLE CUSTOMER FILE, AS AUTOSEAT'S
      *    LEG PASS DOES, SO THROUGH PASSENGERS SEATED ON THE FLIGHT AS
      *    AN ONWARD LEG COUNT TOO.  THE WALK IS ONLY MADE FOR AN
      *    INFANT HOLDER ON AN AIRCRAFT THAT HAS A LIMIT SET.  COUNTER,
      *    KIOSK, WEB, AUTOSEAT, ACSWAP AND UPGRDCLR ALL CALL HERE, AND
      *    SEATCOMP REPORTS AGAINST THE SAME RULES BEFORE DEPARTURE.
      *    OPENS AND CLOSES ITS FILES ON EVERY CALL, LIKE FLTINV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      SEATSAFE.

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

           SELECT SEAT-MAP
                  ASSIGN TO DISK "seatmap"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-AIRCRAFT-TYPE
                  FILE STATUS IS SEAT-MAP-STATUS.

           SELECT CUSTOMER
                  ASSIGN TO WS-CUSTOMER-FILE
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CUST-RES-ID
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  SEAT-MAP.
       COPY seatmap.

       FD  CUSTOMER.
       COPY custrec.

       WORKING-STORAGE SECTION.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  SEAT-MAP-STATUS                PIC X(02).
           88 SEAT-MAP-NOT-PRESENT                    VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  WS-CUSTOMER-FILE               PIC X(08)   VALUE "customer".
       01  SX-RES-ID                      PIC X(11)   VALUE SPACES.
       01  SX-ROW                         PIC 9(02)   VALUE 0.
       01  SX-ROW-INFANTS                 PIC 9(03)   VALUE 0.
       01  SX-IDX                         PIC 9(01)   VALUE 0.
       01  SX-EXIT-SWITCH                 PIC X(01)   VALUE "N".
           88 SX-EXIT-BARRED                          VALUE "Y".
           88 SX-EXIT-ALLOWED                         VALUE "N".
       01  SX-INFANT-SWITCH               PIC X(01)   VALUE "N".
           88 SX-HOLDS-INFANT                         VALUE "Y".
           88 SX-NO-INFANT                            VALUE "N".
       01  SX-EXIT-ROW-SWITCH             PIC X(01)   VALUE "N".
           88 SX-IS-EXIT-ROW                          VALUE "Y".
           88 SX-NOT-EXIT-ROW                         VALUE "N".
       01  SX-SCAN-SWITCH                 PIC X(01)   VALUE "N".
           88 SX-SCAN-AT-END                          VALUE "Y".
           88 SX-SCAN-NOT-AT-END                      VALUE "N".

      *****************************************************************
       LINKAGE SECTION.
       01  SEATSAFE-PAX-RECORD            PIC X(876).
       01  SEATSAFE-FLIGHT-ID             PIC X(07).
       01  SEATSAFE-SEAT                  PIC X(04).
       01  SEATSAFE-RESULT                PIC X(01).
           88  SEATSAFE-CLEAR                         VALUE "K".
           88  SEATSAFE-EXIT-ROW                      VALUE "E".
           88  SEATSAFE-INFANT-ROW                    VALUE "I".
       01  SEATSAFE-TRAINING-FLAG         PIC X(01).
           88  SEATSAFE-TRAINING                      VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION USING SEATSAFE-PAX-RECORD, SEATSAFE-FLIGHT-ID,
                                 SEATSAFE-SEAT, SEATSAFE-RESULT,
                                 SEATSAFE-TRAINING-FLAG.

       0000-MAINLINE.
           SET SEATSAFE-CLEAR               TO  TRUE.
           IF SEATSAFE-SEAT = SPACES OR
              SEATSAFE-SEAT(1:2) NOT NUMERIC
              GOBACK
           END-IF.
           MOVE SEATSAFE-SEAT(1:2)          TO  SX-ROW.
           IF SEATSAFE-TRAINING
              MOVE "custtrn"                TO  WS-CUSTOMER-FILE
           ELSE
              MOVE "customer"               TO  WS-CUSTOMER-FILE
           END-IF.
           MOVE SEATSAFE-PAX-RECORD         TO  CUSTOMER-RECORD.
           PERFORM 1000-RATE-PASSENGER.
           IF SX-EXIT-ALLOWED AND SX-NO-INFANT
              GOBACK
           END-IF.
           PERFORM 2000-READ-SEAT-MAP.
           IF SM-MAX-ROW = 0
              GOBACK
           END-IF.
           SET SX-NOT-EXIT-ROW              TO  TRUE.
           PERFORM VARYING SX-IDX FROM 1 BY 1 UNTIL SX-IDX > 4
              IF SM-EXIT-ROW(SX-IDX) NUMERIC AND
                 SM-EXIT-ROW(SX-IDX) > 0 AND
                 SM-EXIT-ROW(SX-IDX) = SX-ROW
                 SET SX-IS-EXIT-ROW         TO  TRUE
              END-IF
           END-PERFORM.
           IF SX-IS-EXIT-ROW AND SX-EXIT-BARRED
              SET SEATSAFE-EXIT-ROW         TO  TRUE
              GOBACK
           END-IF.
           IF SX-HOLDS-INFANT AND SM-INFANTS-PER-ROW NUMERIC AND
              SM-INFANTS-PER-ROW > 0
              PERFORM 3000-COUNT-ROW-INFANTS
              IF SX-ROW-INFANTS NOT < SM-INFANTS-PER-ROW
                 SET SEATSAFE-INFANT-ROW    TO  TRUE
              END-IF
           END-IF.
           GOBACK.

       1000-RATE-PASSENGER.
           MOVE CUST-RES-ID                 TO  SX-RES-ID.
           SET SX-EXIT-ALLOWED              TO  TRUE.
           SET SX-NO-INFANT                 TO  TRUE.
           IF UNACCOMPANIED-MINOR OR PAX-CHILD OR PAX-INFANT OR
              PET-IN-CABIN
              SET SX-EXIT-BARRED            TO  TRUE
           END-IF.
           IF SSR-COUNT NOT NUMERIC OR SSR-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SX-IDX FROM 1 BY 1
                    UNTIL SX-IDX > SSR-COUNT OR SX-IDX > 3
              IF SSR-CODE(SX-IDX) = "INFT"
                 SET SX-HOLDS-INFANT        TO  TRUE
                 SET SX-EXIT-BARRED         TO  TRUE
              END-IF
              IF SSR-CODE(SX-IDX) = "WCHR" OR "MAAS" OR "BLND" OR
                 "DEAF" OR "OXYG" OR "PETC" OR "UMNR"
                 SET SX-EXIT-BARRED         TO  TRUE
              END-IF
           END-PERFORM.

       2000-READ-SEAT-MAP.
           MOVE 0                           TO  SM-MAX-ROW.
           MOVE SEATSAFE-FLIGHT-ID          TO  FM-FLIGHT-ID.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              CLOSE FLIGHT-MASTER
              EXIT PARAGRAPH
           END-IF.
           READ FLIGHT-MASTER
                INVALID KEY
                   CLOSE FLIGHT-MASTER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE FLIGHT-MASTER.
           MOVE FM-AIRCRAFT-TYPE            TO  SM-AIRCRAFT-TYPE.
           OPEN INPUT SEAT-MAP.
           IF SEAT-MAP-NOT-PRESENT
              CLOSE SEAT-MAP
              MOVE 0                        TO  SM-MAX-ROW
              EXIT PARAGRAPH
           END-IF.
           READ SEAT-MAP
                INVALID KEY
                   MOVE 0                   TO  SM-MAX-ROW
           END-READ.
           CLOSE SEAT-MAP.

       3000-COUNT-ROW-INFANTS.
      *    OTHER INFANT HOLDERS ALREADY IN THE ROW ON THIS FLIGHT -
      *    KEYED TO IT OUTRIGHT OR CARRYING IT AS AN ONWARD LEG.  THE
      *    PASSENGER BEING SEATED IS NEVER COUNTED AGAINST THEMSELF.
           MOVE 0                           TO  SX-ROW-INFANTS.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              CLOSE CUSTOMER
              EXIT PARAGRAPH
           END-IF.
           SET SX-SCAN-NOT-AT-END           TO  TRUE.
           MOVE LOW-VALUES                  TO  CUST-RES-ID.
           START CUSTOMER KEY IS NOT < CUST-RES-ID
                 INVALID KEY
                    SET SX-SCAN-AT-END      TO  TRUE
           END-START.
           PERFORM UNTIL SX-SCAN-AT-END
              READ CUSTOMER NEXT
                   AT END
                      SET SX-SCAN-AT-END    TO  TRUE
                   NOT AT END
                      IF CUST-RES-ID NOT = SX-RES-ID
                         PERFORM 3100-CHECK-ONE-RESERVATION
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER.

       3100-CHECK-ONE-RESERVATION.
           IF NOT RES-BOOKED AND NOT RES-CHECKED-IN AND
              NOT RES-BOARDED AND NOT RES-HELD
              EXIT PARAGRAPH
           END-IF.
           SET SX-NO-INFANT                 TO  TRUE.
           IF SSR-COUNT NUMERIC AND SSR-COUNT > 0
              PERFORM VARYING SX-IDX FROM 1 BY 1
                       UNTIL SX-IDX > SSR-COUNT OR SX-IDX > 3
                 IF SSR-CODE(SX-IDX) = "INFT"
                    SET SX-HOLDS-INFANT     TO  TRUE
                 END-IF
              END-PERFORM
           END-IF.
           IF SX-NO-INFANT
              EXIT PARAGRAPH
           END-IF.
           IF FLIGHT-ID = SEATSAFE-FLIGHT-ID AND
              SEAT-NUMBER(1:2) = SEATSAFE-SEAT(1:2)
              ADD 1                         TO  SX-ROW-INFANTS
           END-IF.
           IF LEG-COUNT NUMERIC AND LEG-COUNT > 0
              PERFORM VARYING SX-IDX FROM 1 BY 1
                       UNTIL SX-IDX > LEG-COUNT OR SX-IDX > 3
                 IF LEG-FLIGHT-ID(SX-IDX) = SEATSAFE-FLIGHT-ID AND
                    LEG-SEAT-NUMBER(SX-IDX)(1:2) = SEATSAFE-SEAT(1:2)
                    ADD 1                   TO  SX-ROW-INFANTS
                 END-IF
              END-PERFORM
           END-IF.
