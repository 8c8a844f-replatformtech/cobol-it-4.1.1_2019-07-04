       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      SEATCOMP.

      ******************************************************************
      *    SEATCOMP.CBL
      *    PRE-DEPARTURE SEATING-COMPLIANCE REPORT.  FOR ONE FLIGHT,
      *    OR FOR EVERY FLIGHT NOT CANCELLED THAT DEPARTS ON A DATE,
      *    LISTS EACH SEATED PASSENGER THE CABIN SAFETY RULES WOULD
      *    NOT SEAT WHERE THEY ARE NOW, SO THE DEPARTURE CONTROLLER
      *    CAN MOVE THEM BEFORE BOARDING:
      *      EXIT ROW     - A PASSENGER WHO MAY NOT SIT IN AN EXIT ROW
      *                     (SEATED BEFORE THE RULE, OR WHOSE SSRS
      *                     CHANGED AFTER SEATING).
      *      INFANT ROW   - A LAP-INFANT HOLDER (SSR INFT) IN A ROW
      *                     WITH MORE HOLDERS THAN SM-INFANTS-PER-ROW.
      *      NO HOLDER    - A PARTY (BOOKING-LOCATOR) CARRYING MORE LAP
      *                     INFANTS THAN PASSENGERS WITH SSR INFT, OR A
      *                     LAP INFANT BOOKED OUTSIDE A PARTY - THE
      *                     INFANT ROW RULE CANNOT SEE THOSE INFANTS.
      *    EVERY SEAT IS JUDGED BY SEATSAFE, THE SAME RULES THE SEAT-
      *    ASSIGNING PROGRAMS APPLY, AND PASSENGERS SEATED ON THE
      *    FLIGHT AS AN ONWARD LEG ARE INCLUDED (MARKED "L").
      *    READ-ONLY.  OUTPUT GOES TO "seatcomp".
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

           SELECT COMPLIANCE-RPT
                  ASSIGN TO DISK "seatcomp"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  SEAT-MAP.
       COPY seatmap.

       FD  CUSTOMER.
       COPY custrec.

       FD  COMPLIANCE-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  SEAT-MAP-STATUS                PIC X(02).
           88 SEAT-MAP-NOT-PRESENT                    VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  FILE-EOF-SWITCH                PIC 9       VALUE 0.
           88 FILE-AT-END                             VALUE 1.
           88 FILE-NOT-AT-END                         VALUE 0.
       01  WS-FLIGHT                      PIC X(07)   VALUE SPACES.
       01  WS-DEP-DATE                    PIC X(08)   VALUE SPACES.
       01  RUN-DATE                       PIC 9(08)   VALUE 0.
       01  W-SEARCH-FLIGHT                PIC X(07)   VALUE SPACES.
       01  W-SEAT                         PIC X(04)   VALUE SPACES.
       01  W-LEG-MARK                     PIC X(01)   VALUE SPACE.
       01  W-NAME                         PIC X(20)   VALUE SPACES.
       01  W-ISSUE                        PIC X(30)   VALUE SPACES.
       01  W-HOLDER                       PIC X(01)   VALUE "N".
       01  SEG-IDX                        PIC 9(01)   VALUE 0.
       01  SSR-IDX                        PIC 9(01)   VALUE 0.
       01  EXIT-IDX                       PIC 9(01)   VALUE 0.
       01  EXIT-POS                       PIC 9(02)   VALUE 0.

      *    SEATSAFE PARAMETERS.
       01  SAF-FLIGHT-ID                  PIC X(07)   VALUE SPACES.
       01  SAF-SEAT                       PIC X(04)   VALUE SPACES.
       01  SAF-RESULT                     PIC X(01)   VALUE SPACE.
           88 SAF-CLEAR                               VALUE "K".
           88 SAF-EXIT-ROW                            VALUE "E".
           88 SAF-INFANT-ROW                          VALUE "I".
       01  SAF-TRAINING                   PIC X(01)   VALUE "N".

      *    THE FLIGHTS BEING CHECKED.
       01  COMPLIANCE-FLIGHT-TABLE.
           03 COMPLIANCE-FLIGHT OCCURS 50 TIMES.
              05 CMP-FLIGHT-ID            PIC X(07).
              05 CMP-ROUTE                PIC X(07).
              05 CMP-DEP-TIME             PIC 9(04).
              05 CMP-AIRCRAFT-TYPE        PIC X(04).
              05 CMP-MAPPED               PIC X(01).
              05 CMP-EXIT-ROWS            PIC X(12).
              05 CMP-INFANT-LIMIT         PIC 9(01).
              05 CMP-SEATED               PIC 9(04).
              05 CMP-INFANTS              PIC 9(03).
              05 CMP-BREACHES             PIC 9(04).
       01  CMP-COUNT                      PIC 9(02)   VALUE 0.
       01  CMP-IDX                        PIC 9(02)   VALUE 0.
       01  CMP-SKIPPED                    PIC 9(04)   VALUE 0.

      *    SEATED PASSENGERS THE RULES WOULD NOT SEAT WHERE THEY ARE.
       01  BREACH-TABLE.
           03 BREACH-ENTRY OCCURS 500 TIMES.
              05 CBR-CMP-IDX              PIC 9(02).
              05 CBR-SEAT                 PIC X(04).
              05 CBR-LEG-MARK             PIC X(01).
              05 CBR-RES-ID               PIC X(11).
              05 CBR-NAME                 PIC X(20).
              05 CBR-ISSUE                PIC X(30).
       01  CBR-COUNT                      PIC 9(03)   VALUE 0.
       01  CBR-IDX                        PIC 9(03)   VALUE 0.
       01  CBR-SKIPPED                    PIC 9(05)   VALUE 0.

      *    LAP INFANTS AND INFANT HOLDERS PER PARTY PER FLIGHT.
       01  LAP-INFANT-TABLE.
           03 LAP-INFANT-ENTRY OCCURS 500 TIMES.
              05 LIN-CMP-IDX              PIC 9(02).
              05 LIN-LOCATOR              PIC X(06).
              05 LIN-INFANTS              PIC 9(02).
              05 LIN-HOLDERS              PIC 9(02).
       01  LIN-COUNT                      PIC 9(03)   VALUE 0.
       01  LIN-IDX                        PIC 9(03)   VALUE 0.
       01  LIN-SKIPPED                    PIC 9(05)   VALUE 0.

       01  TOTAL-SEATED                   PIC 9(05)   VALUE 0.
       01  TOTAL-BREACHES                 PIC 9(05)   VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT.
           PERFORM SELECT-FLIGHTS.
           IF CMP-COUNT > 0
              PERFORM LOAD-SEATED-PAX
           END-IF.
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > CMP-COUNT
              PERFORM PRINT-ONE-FLIGHT
           END-PERFORM.
           PERFORM TERMINATE-REPORT.
           STOP RUN.

       INITIALIZE-REPORT.
           DISPLAY "SEATCOMP - FLIGHT-ID (BLANK=ALL DEPARTING ON A DATE)
      -    ":".
           ACCEPT WS-FLIGHT.
           IF WS-FLIGHT = SPACES
              DISPLAY "SEATCOMP - DEPARTURE DATE (YYYYMMDD, BLANK=TODAY)
      -       ":"
              ACCEPT WS-DEP-DATE
           END-IF.
           IF WS-DEP-DATE = SPACES
              ACCEPT RUN-DATE              FROM DATE YYYYMMDD
           ELSE
              MOVE WS-DEP-DATE             TO  RUN-DATE
           END-IF.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              DISPLAY "SEATCOMP - FLIGHTMST FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "SEATCOMP - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT SEAT-MAP.
           OPEN OUTPUT COMPLIANCE-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           IF WS-FLIGHT NOT = SPACES
              STRING "SEATING COMPLIANCE - FLIGHT " WS-FLIGHT
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
           ELSE
              STRING "SEATING COMPLIANCE - FLIGHTS DEPARTING "
                     RUN-DATE               DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
           END-IF.
           WRITE RPT-RECORD.

      *****************************************************************
      *    THE FLIGHTS - THE ONE ASKED FOR, OR EVERY ONE NOT CANCELLED
      *    DEPARTING ON THE DATE.
      *****************************************************************
       SELECT-FLIGHTS.
           IF WS-FLIGHT NOT = SPACES
              MOVE WS-FLIGHT               TO  FM-FLIGHT-ID
              READ FLIGHT-MASTER
                   INVALID KEY
                      DISPLAY "SEATCOMP - FLIGHT " WS-FLIGHT
                              " NOT ON FLIGHTMST"
                      EXIT PARAGRAPH
              END-READ
              PERFORM ADD-FLIGHT
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
                      IF FM-TRAVEL-DATE = RUN-DATE AND
                         NOT FM-CANCELLED
                         PERFORM ADD-FLIGHT
                      END-IF
              END-READ
           END-PERFORM.

       ADD-FLIGHT.
           IF CMP-COUNT NOT < 50
              ADD 1                        TO  CMP-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  CMP-COUNT.
           MOVE FM-FLIGHT-ID               TO  CMP-FLIGHT-ID(CMP-COUNT).
           MOVE SPACES                     TO  CMP-ROUTE(CMP-COUNT).
           STRING FM-ORIGIN "-" FM-DESTINATION
                                            DELIMITED BY SIZE
                  INTO CMP-ROUTE(CMP-COUNT)
           END-STRING.
           MOVE FM-SCHED-DEP-TIME          TO  CMP-DEP-TIME(CMP-COUNT).
           IF FM-DELAYED AND FM-NEW-DEP-TIME NUMERIC AND
              FM-NEW-DEP-TIME > 0
              MOVE FM-NEW-DEP-TIME         TO  CMP-DEP-TIME(CMP-COUNT)
           END-IF.
           MOVE FM-AIRCRAFT-TYPE
                                 TO  CMP-AIRCRAFT-TYPE(CMP-COUNT).
           MOVE "N"                        TO  CMP-MAPPED(CMP-COUNT).
           MOVE SPACES                     TO  CMP-EXIT-ROWS(CMP-COUNT).
           MOVE 0                          TO  CMP-SEATED(CMP-COUNT)
                                           CMP-INFANT-LIMIT(CMP-COUNT)
                                               CMP-INFANTS(CMP-COUNT)
                                               CMP-BREACHES(CMP-COUNT).
           IF SEAT-MAP-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-AIRCRAFT-TYPE           TO  SM-AIRCRAFT-TYPE.
           READ SEAT-MAP
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE "Y"                        TO  CMP-MAPPED(CMP-COUNT).
           IF SM-INFANTS-PER-ROW NUMERIC
              MOVE SM-INFANTS-PER-ROW   TO  CMP-INFANT-LIMIT(CMP-COUNT)
           END-IF.
           MOVE 1                          TO  EXIT-POS.
           PERFORM VARYING EXIT-IDX FROM 1 BY 1 UNTIL EXIT-IDX > 4
              IF SM-EXIT-ROW(EXIT-IDX) NUMERIC AND
                 SM-EXIT-ROW(EXIT-IDX) > 0
                 MOVE SM-EXIT-ROW(EXIT-IDX)
                             TO  CMP-EXIT-ROWS(CMP-COUNT)(EXIT-POS:2)
                 ADD 3                     TO  EXIT-POS
              END-IF
           END-PERFORM.

       FIND-FLIGHT.
      *    CMP-IDX IS 0 WHEN W-SEARCH-FLIGHT IS NOT BEING CHECKED.
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > CMP-COUNT
                      OR CMP-FLIGHT-ID(CMP-IDX) = W-SEARCH-FLIGHT
              CONTINUE
           END-PERFORM.
           IF CMP-IDX > CMP-COUNT
              MOVE 0                       TO  CMP-IDX
           END-IF.

      *****************************************************************
      *    SEATED PASSENGERS - ONE PASS OF "customer", SO A THROUGH
      *    PASSENGER SEATED ON A CHECKED FLIGHT AS AN ONWARD LEG IS
      *    FOUND AS WELL AS THOSE KEYED TO IT.
      *****************************************************************
       LOAD-SEATED-PAX.
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
                      IF RES-BOOKED OR RES-CHECKED-IN OR
                         RES-BOARDED OR RES-HELD
                         PERFORM CHECK-PAX-SEGMENTS
                      END-IF
              END-READ
           END-PERFORM.

       CHECK-PAX-SEGMENTS.
           MOVE "N"                        TO  W-HOLDER.
           IF SSR-COUNT NUMERIC AND SSR-COUNT > 0
              PERFORM VARYING SSR-IDX FROM 1 BY 1
                       UNTIL SSR-IDX > SSR-COUNT OR SSR-IDX > 3
                 IF SSR-CODE(SSR-IDX) = "INFT"
                    MOVE "Y"               TO  W-HOLDER
                 END-IF
              END-PERFORM
           END-IF.
           MOVE SPACES                     TO  W-NAME.
           STRING CUST-LNAME               DELIMITED BY "  "
                  "/" CUST-FNAME           DELIMITED BY "  "
                  INTO W-NAME
           END-STRING.
           MOVE FLIGHT-ID                  TO  W-SEARCH-FLIGHT.
           MOVE SEAT-NUMBER                TO  W-SEAT.
           MOVE SPACE                      TO  W-LEG-MARK.
           PERFORM CHECK-ONE-SEGMENT.
           IF LEG-COUNT NUMERIC AND LEG-COUNT > 0
              PERFORM VARYING SEG-IDX FROM 1 BY 1
                       UNTIL SEG-IDX > LEG-COUNT OR SEG-IDX > 3
                 MOVE LEG-FLIGHT-ID(SEG-IDX) TO W-SEARCH-FLIGHT
                 MOVE LEG-SEAT-NUMBER(SEG-IDX) TO W-SEAT
                 MOVE "L"                  TO  W-LEG-MARK
                 PERFORM CHECK-ONE-SEGMENT
              END-PERFORM
           END-IF.

       CHECK-ONE-SEGMENT.
      *    A LAP INFANT IS NEVER SEATED - IT IS ONLY TALLIED AGAINST
      *    ITS PARTY'S HOLDERS.  A SEATED PASSENGER IS PUT TO SEATSAFE.
           IF W-SEARCH-FLIGHT = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-FLIGHT.
           IF CMP-IDX = 0
              EXIT PARAGRAPH
           END-IF.
           IF PAX-INFANT
              ADD 1                        TO  CMP-INFANTS(CMP-IDX)
              IF BOOKING-LOCATOR = SPACES
                 MOVE "LAP INFANT - NOT IN A PARTY" TO W-ISSUE
                 MOVE SPACES               TO  W-SEAT
                 PERFORM ADD-BREACH
              ELSE
                 PERFORM FIND-PARTY
                 IF LIN-IDX > 0
                    ADD 1                  TO  LIN-INFANTS(LIN-IDX)
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF W-HOLDER = "Y" AND BOOKING-LOCATOR NOT = SPACES
              PERFORM FIND-PARTY
              IF LIN-IDX > 0
                 ADD 1                     TO  LIN-HOLDERS(LIN-IDX)
              END-IF
           END-IF.
           IF W-SEAT = SPACES
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  CMP-SEATED(CMP-IDX).
           IF CMP-MAPPED(CMP-IDX) NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           MOVE CMP-FLIGHT-ID(CMP-IDX)     TO  SAF-FLIGHT-ID.
           MOVE W-SEAT                     TO  SAF-SEAT.
           CALL "SEATSAFE" USING CUSTOMER-RECORD, SAF-FLIGHT-ID,
                                 SAF-SEAT, SAF-RESULT, SAF-TRAINING.
           EVALUATE TRUE
              WHEN SAF-EXIT-ROW
                 MOVE "EXIT ROW - PAX NOT ELIGIBLE" TO W-ISSUE
                 PERFORM ADD-BREACH
              WHEN SAF-INFANT-ROW
                 MOVE "ROW OVER LAP-INFANT LIMIT" TO  W-ISSUE
                 PERFORM ADD-BREACH
           END-EVALUATE.

       FIND-PARTY.
      *    LIN-IDX IS THE PARTY'S ENTRY FOR THIS FLIGHT, ADDED WHEN
      *    NEW; 0 WHEN THE TABLE IS FULL.
           PERFORM VARYING LIN-IDX FROM 1 BY 1
                   UNTIL LIN-IDX > LIN-COUNT
                      OR (LIN-CMP-IDX(LIN-IDX) = CMP-IDX AND
                          LIN-LOCATOR(LIN-IDX) = BOOKING-LOCATOR)
              CONTINUE
           END-PERFORM.
           IF LIN-IDX NOT > LIN-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF LIN-COUNT NOT < 500
              ADD 1                        TO  LIN-SKIPPED
              MOVE 0                       TO  LIN-IDX
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  LIN-COUNT.
           MOVE LIN-COUNT                  TO  LIN-IDX.
           MOVE CMP-IDX                    TO  LIN-CMP-IDX(LIN-IDX).
           MOVE BOOKING-LOCATOR            TO  LIN-LOCATOR(LIN-IDX).
           MOVE 0                          TO  LIN-INFANTS(LIN-IDX)
                                               LIN-HOLDERS(LIN-IDX).

       ADD-BREACH.
           ADD 1                           TO  CMP-BREACHES(CMP-IDX).
           IF CBR-COUNT NOT < 500
              ADD 1                        TO  CBR-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  CBR-COUNT.
           MOVE CMP-IDX                    TO  CBR-CMP-IDX(CBR-COUNT).
           MOVE W-SEAT                     TO  CBR-SEAT(CBR-COUNT).
           MOVE W-LEG-MARK                 TO  CBR-LEG-MARK(CBR-COUNT).
           MOVE CUST-RES-ID                TO  CBR-RES-ID(CBR-COUNT).
           MOVE W-NAME                     TO  CBR-NAME(CBR-COUNT).
           MOVE W-ISSUE                    TO  CBR-ISSUE(CBR-COUNT).

      *****************************************************************
      *    ONE FLIGHT'S BREACHES.
      *****************************************************************
       PRINT-ONE-FLIGHT.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "FLIGHT " CMP-FLIGHT-ID(CMP-IDX)
                  " " CMP-ROUTE(CMP-IDX)
                  "  DEP " CMP-DEP-TIME(CMP-IDX)
                  "  TYPE " CMP-AIRCRAFT-TYPE(CMP-IDX)
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           IF CMP-MAPPED(CMP-IDX) = "Y"
              STRING "  EXIT ROWS " CMP-EXIT-ROWS(CMP-IDX)
                     "  INFANT HOLDERS PER ROW "
                     CMP-INFANT-LIMIT(CMP-IDX)
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              IF CMP-INFANT-LIMIT(CMP-IDX) = 0
                 MOVE "(NOT SET)"          TO  RPT-RECORD(52:9)
              END-IF
           ELSE
              MOVE "  NO SEAT MAP FOR THE AIRCRAFT TYPE - SEATS NOT CHEC
      -            "KED"                   TO  RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "  SEAT  RES-ID      NAME                 ISSUE"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM VARYING CBR-IDX FROM 1 BY 1 UNTIL CBR-IDX > CBR-COUNT
              IF CBR-CMP-IDX(CBR-IDX) = CMP-IDX
                 MOVE SPACES               TO  RPT-RECORD
                 MOVE CBR-SEAT(CBR-IDX)    TO  RPT-RECORD(3:4)
                 MOVE CBR-LEG-MARK(CBR-IDX) TO RPT-RECORD(7:1)
                 MOVE CBR-RES-ID(CBR-IDX)  TO  RPT-RECORD(9:11)
                 MOVE CBR-NAME(CBR-IDX)    TO  RPT-RECORD(21:20)
                 MOVE CBR-ISSUE(CBR-IDX)   TO  RPT-RECORD(42:30)
                 WRITE RPT-RECORD
              END-IF
           END-PERFORM.
           PERFORM VARYING LIN-IDX FROM 1 BY 1 UNTIL LIN-IDX > LIN-COUNT
              IF LIN-CMP-IDX(LIN-IDX) = CMP-IDX AND
                 LIN-INFANTS(LIN-IDX) > LIN-HOLDERS(LIN-IDX)
                 ADD 1                     TO  CMP-BREACHES(CMP-IDX)
                 MOVE SPACES               TO  RPT-RECORD
                 STRING "  PARTY " LIN-LOCATOR(LIN-IDX) "  "
                        LIN-INFANTS(LIN-IDX) " LAP INFANT(S), "
                        LIN-HOLDERS(LIN-IDX)
                        " HOLDER(S) WITH SSR INFT - NO HOLDER"
                                            DELIMITED BY SIZE
                        INTO RPT-RECORD
                 END-STRING
                 WRITE RPT-RECORD
              END-IF
           END-PERFORM.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  " CMP-SEATED(CMP-IDX) " SEATED  "
                  CMP-INFANTS(CMP-IDX) " LAP INFANT(S)  "
                  CMP-BREACHES(CMP-IDX) " BREACH(ES)"
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           IF CMP-BREACHES(CMP-IDX) = 0
              MOVE "- COMPLIANT"           TO  RPT-RECORD(50:11)
           END-IF.
           WRITE RPT-RECORD.
           ADD CMP-SEATED(CMP-IDX)         TO  TOTAL-SEATED.
           ADD CMP-BREACHES(CMP-IDX)       TO  TOTAL-BREACHES.

       TERMINATE-REPORT.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "FLIGHTS " CMP-COUNT "  SEATED PASSENGERS "
                  TOTAL-SEATED "  BREACHES " TOTAL-BREACHES
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF CMP-SKIPPED > 0 OR CBR-SKIPPED > 0 OR LIN-SKIPPED > 0
              MOVE SPACES                  TO  RPT-RECORD
              STRING "*** REPORT INCOMPLETE - " CMP-SKIPPED
                     " FLIGHT(S), " CBR-SKIPPED " BREACH(ES), "
                     LIN-SKIPPED " PARTY(S) OVER TABLE SIZE ***"
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           CLOSE FLIGHT-MASTER.
           CLOSE CUSTOMER.
           IF NOT SEAT-MAP-NOT-PRESENT
              CLOSE SEAT-MAP
           END-IF.
           CLOSE COMPLIANCE-RPT.
           MOVE "SEATCOMP"                 TO  RPG-REPORT-ID.
           MOVE "seatcomp"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "SEATCOMP"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "SEATCOMP - " TOTAL-BREACHES " BREACH(ES) - SEE seatc
      -    "omp".
