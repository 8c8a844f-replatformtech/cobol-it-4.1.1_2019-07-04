       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      PNLSEND.

      ******************************************************************
      *    PNLSEND.CBL
      *    PASSENGER NAME LIST AND CHANGE MESSAGES TO OUTSTATION
      *    GROUND HANDLERS - REPLACES THE PHONE CALL AND THE FAXED
      *    MANIFEST.  RUN THROUGH THE DAY; EACH RUN LOOKS AT EVERY
      *    FLIGHT NOT YET DEPARTED TODAY OR TOMORROW:
      *      PNL - ONCE THE FLIGHT IS WITHIN THE LEAD TIME OF ITS
      *            FM-SCHED-DEP-TIME (DEFAULT 120 MINUTES), THE FULL
      *            PASSENGER NAME LIST IS BUILT FROM "customer": EVERY
      *            BOOKED, CHECKED-IN OR BOARDED PASSENGER, GROUPED BY
      *            CABIN AND BOOKING CLASS WITH A SEAT COUNT PER CLASS,
      *            EACH WITH THE BOOKING LOCATOR (.L/), INFANT (.I/),
      *            CHILD, UNACCOMPANIED MINOR AND SSR REMARKS (.R/),
      *            THE ONWARD CONNECTION FROM ADDL-LEG (.O/) AND THE
      *            FREQUENT FLYER NUMBER AND TIER (.F/).
      *      ADL - AFTER THE PNL, EACH RUN SENDS ONLY WHAT CHANGED SINCE
      *            THE PREVIOUS MESSAGE, TAKEN FROM THE "custaudt"
      *            RECORDS WRITTEN SINCE THEN: ADD (NEW TO THE LIST),
      *            CHG (STILL LISTED BUT A LISTED DETAIL CHANGED) AND
      *            DEL (CANCELLED, REBOOKED AWAY OR NO LONGER LISTED).
      *            NOTHING CHANGED, NOTHING SENT.
      *    MESSAGES GO TO THE DEPARTURE STATION'S OUTBOUND QUEUE FILE
      *    ("hdlq" + STATION, E.G. "hdlqjfk"), ADDRESSED TO THE
      *    HANDLER ADDRESS ON THE "airport" RECORD; A STATION WITH NO
      *    HANDLER ADDRESS GETS NOTHING AND IS REPORTED.  WHAT WAS
      *    SENT IS KEPT ON "pnlctl" AND LISTED ON "pnlsend".
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

           SELECT CUSTOMER-AUDIT
                  ASSIGN TO DISK "custaudt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS.

           SELECT AIRPORT
                  ASSIGN TO DISK "airport"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AR-CODE
                  FILE STATUS IS AIRPORT-STATUS.

           SELECT PNL-CONTROL
                  ASSIGN TO DISK "pnlctl"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS PNC-FLIGHT-ID
                  FILE STATUS IS PNL-CTL-STATUS.

           SELECT HANDLER-QUEUE
                  ASSIGN TO WS-QUEUE-FILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS QUEUE-STATUS.

           SELECT SEND-RPT
                  ASSIGN TO DISK "pnlsend"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  CUSTOMER.
       COPY custrec.

       FD  CUSTOMER-AUDIT.
       01  AUDIT-RECORD.
           03 AUDIT-ACTION                PIC X(01).
               88 AUDIT-ADD                          VALUE "A".
               88 AUDIT-MODIFY                       VALUE "M".
               88 AUDIT-DELETE                       VALUE "D".
           03 AUDIT-DATE.
               04 AUDIT-YY                PIC X(04).
               04 AUDIT-MM                PIC X(02).
               04 AUDIT-DD                PIC X(02).
           03 AUDIT-PID                   PIC 9(09).
           03 AUDIT-OPERATOR-ID           PIC X(05).
           03 AUDIT-BEFORE-IMAGE          PIC X(876).
           03 AUDIT-AFTER-IMAGE           PIC X(876).

       FD  AIRPORT.
       COPY airport.

       FD  PNL-CONTROL.
       COPY pnlctl.

       FD  HANDLER-QUEUE.
       01  HANDLER-QUEUE-RECORD.
           03 HQ-ADDRESS                  PIC X(07).
           03 HQ-MSG-ID                   PIC X(12).
           03 HQ-LINE-NO                  PIC 9(03).
           03 HQ-TEXT                     PIC X(64).

       FD  SEND-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  AUDIT-STATUS                   PIC X(02).
           88 AUDIT-NOT-PRESENT                       VALUE "35".
       01  AIRPORT-STATUS                 PIC X(02).
           88 AIRPORT-NOT-PRESENT                     VALUE "35".
       01  PNL-CTL-STATUS                 PIC X(02).
           88 PNL-CTL-NOT-PRESENT                     VALUE "35".
       01  QUEUE-STATUS                   PIC X(02).
           88 QUEUE-NOT-PRESENT                       VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  FILE-EOF-SWITCH                PIC 9       VALUE 0.
           88 FILE-AT-END                             VALUE 1.
           88 FILE-NOT-AT-END                         VALUE 0.
       01  WS-QUEUE-FILE                  PIC X(08)   VALUE SPACES.
       01  WS-BUSINESS-DATE               PIC X(08)   VALUE SPACES.
       01  WS-RUN-TIME                    PIC X(04)   VALUE SPACES.
       01  WS-LEAD-MINS                   PIC 9(04)   VALUE 0.
       01  RUN-DATE                       PIC 9(08)   VALUE 0.
       01  RUN-TIME                       PIC 9(04)   VALUE 0.
       01  NEXT-DATE                      PIC 9(08)   VALUE 0.
       01  TIME-NOW                       PIC 9(08)   VALUE 0.
       01  RUN-MINUTES                    PIC 9(12)   VALUE 0.
       01  DEP-MINUTES                    PIC 9(12)   VALUE 0.
       01  MINS-TO-DEP                    PIC S9(12)  VALUE 0.
       01  W-HH                           PIC 9(02)   VALUE 0.
       01  W-MM                           PIC 9(02)   VALUE 0.
       01  AUDIT-COUNT                    PIC 9(09)   VALUE 0.
       01  PNL-SENDER-ADDRESS             PIC X(07)   VALUE "HDQRMXX".

       01  MONTH-NAMES-DEF                PIC X(36)   VALUE
           "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01  MONTH-NAMES REDEFINES MONTH-NAMES-DEF.
           03 MONTH-NAME OCCURS 12 TIMES  PIC X(03).
       01  W-DATE-X                       PIC X(08)   VALUE SPACES.
       01  W-MONTH                        PIC 9(02)   VALUE 0.
       01  W-DDMMM                        PIC X(05)   VALUE SPACES.
       01  W-DDHHMM                       PIC X(06)   VALUE SPACES.

      *    FLIGHTS DUE A PNL ("P") OR WATCHED FOR CHANGES ("A") THIS
      *    RUN.
       01  FLIGHT-WORK-TABLE.
           03 FLIGHT-WORK OCCURS 300 TIMES.
              05 FW-FLIGHT-ID             PIC X(07).
              05 FW-ACTION                PIC X(01).
              05 FW-ORIGIN                PIC X(03).
              05 FW-DEST                  PIC X(03).
              05 FW-TRAVEL-DATE           PIC 9(08).
              05 FW-AUDIT-MARK            PIC 9(09).
              05 FW-CHANGES               PIC 9(04).
              05 FW-OVERFLOW              PIC X(01).
       01  FW-COUNT                       PIC 9(03)   VALUE 0.
       01  FW-IDX                         PIC 9(03)   VALUE 0.
       01  FW-BEFORE-IDX                  PIC 9(03)   VALUE 0.
       01  FW-AFTER-IDX                   PIC 9(03)   VALUE 0.
       01  FW-SKIPPED                     PIC 9(05)   VALUE 0.
       01  W-SEARCH-FLIGHT                PIC X(07)   VALUE SPACES.

      *    CHANGE MESSAGE LINES, BY FLIGHT AND SECTION
      *    (1 = ADD, 2 = CHG, 3 = DEL).
       01  CHANGE-LINE-TABLE.
           03 CHANGE-LINE OCCURS 3000 TIMES.
              05 CL-FW-IDX                PIC 9(03).
              05 CL-SECTION               PIC 9(01).
              05 CL-TEXT                  PIC X(64).
       01  CL-COUNT                       PIC 9(04)   VALUE 0.
       01  CL-IDX                         PIC 9(04)   VALUE 0.
       01  W-SECTION                      PIC 9(01)   VALUE 0.
       01  W-SECTION-LINES                PIC 9(04)   VALUE 0.

      *    ONE PASSENGER AS IT APPEARS ON THE LIST, BUILT FROM THE
      *    CUSTOMER RECORD IN HAND.
       01  PAX-LINES.
           03 PB-CABIN-ORDER              PIC X(01).
           03 PB-CLASS                    PIC X(01).
           03 PB-INFANT                   PIC X(01).
           03 PB-NAME-LINE                PIC X(64).
           03 PB-ELEM-COUNT               PIC 9(01).
           03 PB-ELEMENT OCCURS 8 TIMES   PIC X(40).
       01  SAVE-PAX-LINES                 PIC X(388)  VALUE SPACES.
       01  W-ELEMENT                      PIC X(40)   VALUE SPACES.
       01  W-SSR-IDX                      PIC 9(01)   VALUE 0.
       01  W-ELEM-IDX                     PIC 9(01)   VALUE 0.
       01  BEFORE-FLIGHT-ID               PIC X(07)   VALUE SPACES.
       01  AFTER-FLIGHT-ID                PIC X(07)   VALUE SPACES.
       01  BEFORE-LISTED                  PIC X(01)   VALUE "N".
       01  AFTER-LISTED                   PIC X(01)   VALUE "N".

      *    THE PNL BEING BUILT.
       01  PNL-PAX-TABLE.
           03 PP-ENTRY OCCURS 400 TIMES.
              05 PP-SORT-KEY.
                 07 PP-CABIN-ORDER        PIC X(01).
                 07 PP-CLASS              PIC X(01).
                 07 PP-LNAME              PIC X(30).
                 07 PP-FNAME              PIC X(30).
              05 PP-LINES                 PIC X(388).
              05 PP-DONE                  PIC X(01).
       01  PP-COUNT                       PIC 9(03)   VALUE 0.
       01  PP-IDX                         PIC 9(03)   VALUE 0.
       01  PP-BEST                        PIC 9(03)   VALUE 0.
       01  PP-OVERFLOW                    PIC 9(03)   VALUE 0.
       01  PNL-ORDER-TABLE.
           03 PP-ORDER OCCURS 400 TIMES   PIC 9(03).
       01  ORD-IDX                        PIC 9(03)   VALUE 0.
       01  ORD-JDX                        PIC 9(03)   VALUE 0.
       01  GROUP-KEY                      PIC X(02)   VALUE SPACES.
       01  GROUP-SEATS                    PIC 9(03)   VALUE 0.

       01  W-MSG-ID                       PIC X(12)   VALUE SPACES.
       01  W-ADDRESS                      PIC X(07)   VALUE SPACES.
       01  W-LINE-NO                      PIC 9(03)   VALUE 0.
       01  W-STATION-LOWER                PIC X(03)   VALUE SPACES.
       01  W-SEQ                          PIC 9(02)   VALUE 0.
       01  W-NOTE                         PIC X(30)   VALUE SPACES.
       01  PNL-SENT                       PIC 9(04)   VALUE 0.
       01  ADL-SENT                       PIC 9(04)   VALUE 0.
       01  NOT-SENT                       PIC 9(04)   VALUE 0.
       01  RPT-CNT                        PIC ZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-RUN.
           PERFORM SELECT-FLIGHTS.
           PERFORM SCAN-AUDIT-CHANGES.
           PERFORM VARYING FW-IDX FROM 1 BY 1 UNTIL FW-IDX > FW-COUNT
              IF FW-ACTION(FW-IDX) = "P"
                 PERFORM SEND-PNL
              ELSE
                 PERFORM SEND-ADL
              END-IF
           END-PERFORM.
           PERFORM TERMINATE-RUN.
           STOP RUN.

       INITIALIZE-RUN.
           DISPLAY "PNLSEND - RUN DATE (YYYYMMDD, BLANK=TODAY):".
           ACCEPT WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE = SPACES
              ACCEPT RUN-DATE              FROM DATE YYYYMMDD
           ELSE
              MOVE WS-BUSINESS-DATE        TO  RUN-DATE
           END-IF.
           DISPLAY "PNLSEND - RUN TIME (HHMM, BLANK=NOW):".
           ACCEPT WS-RUN-TIME.
           IF WS-RUN-TIME = SPACES
              ACCEPT TIME-NOW              FROM TIME
              COMPUTE RUN-TIME = TIME-NOW / 10000
           ELSE
              MOVE WS-RUN-TIME             TO  RUN-TIME
           END-IF.
           DISPLAY "PNLSEND - PNL LEAD TIME IN MINUTES (BLANK=120):".
           ACCEPT WS-LEAD-MINS.
           IF WS-LEAD-MINS NOT NUMERIC OR WS-LEAD-MINS = 0
              MOVE 120                     TO  WS-LEAD-MINS
           END-IF.
           IF WS-LEAD-MINS > 1440
              MOVE 1440                    TO  WS-LEAD-MINS
           END-IF.
           COMPUTE NEXT-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(RUN-DATE) + 1).
           DIVIDE RUN-TIME BY 100 GIVING W-HH REMAINDER W-MM.
           COMPUTE RUN-MINUTES =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) * 1440
                 + W-HH * 60 + W-MM.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              DISPLAY "PNLSEND - FLIGHTMST FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "PNLSEND - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT AIRPORT.
           OPEN I-O PNL-CONTROL.
           IF PNL-CTL-NOT-PRESENT
              CLOSE PNL-CONTROL
              OPEN OUTPUT PNL-CONTROL
              CLOSE PNL-CONTROL
              OPEN I-O PNL-CONTROL
           END-IF.
           OPEN OUTPUT SEND-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "PNL/ADL SEND - " RUN-DATE " " RUN-TIME
                  "  PNL LEAD " WS-LEAD-MINS " MINUTES"
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "FLIGHT  DATE     STN ADDRESS MSG     PAX/CHG  NOTE"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.

      *****************************************************************
      *    WHICH FLIGHTS NEED A MESSAGE CONSIDERED THIS RUN.
      *****************************************************************
       SELECT-FLIGHTS.
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
                      IF (FM-TRAVEL-DATE = RUN-DATE OR
                          FM-TRAVEL-DATE = NEXT-DATE) AND
                         NOT FM-CANCELLED
                         PERFORM SELECT-ONE-FLIGHT
                      END-IF
              END-READ
           END-PERFORM.

       SELECT-ONE-FLIGHT.
           IF FM-SCHED-DEP-TIME NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           DIVIDE FM-SCHED-DEP-TIME BY 100 GIVING W-HH REMAINDER W-MM.
           COMPUTE DEP-MINUTES =
                   FUNCTION INTEGER-OF-DATE(FM-TRAVEL-DATE) * 1440
                 + W-HH * 60 + W-MM.
           COMPUTE MINS-TO-DEP = DEP-MINUTES - RUN-MINUTES.
           IF MINS-TO-DEP NOT > 0
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-FLIGHT-ID               TO  PNC-FLIGHT-ID.
           READ PNL-CONTROL
                INVALID KEY
                   MOVE SPACES             TO  PNC-FLIGHT-ID
           END-READ.
           IF PNC-FLIGHT-ID = SPACES AND MINS-TO-DEP > WS-LEAD-MINS
              EXIT PARAGRAPH
           END-IF.
           IF FW-COUNT NOT < 300
              ADD 1                        TO  FW-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  FW-COUNT.
           MOVE FM-FLIGHT-ID               TO  FW-FLIGHT-ID(FW-COUNT).
           MOVE FM-ORIGIN                  TO  FW-ORIGIN(FW-COUNT).
           MOVE FM-DESTINATION             TO  FW-DEST(FW-COUNT).
           MOVE FM-TRAVEL-DATE             TO  FW-TRAVEL-DATE(FW-COUNT).
           MOVE 0                          TO  FW-CHANGES(FW-COUNT).
           MOVE "N"                        TO  FW-OVERFLOW(FW-COUNT).
           IF PNC-FLIGHT-ID = SPACES
              MOVE "P"                     TO  FW-ACTION(FW-COUNT)
              MOVE 0                       TO  FW-AUDIT-MARK(FW-COUNT)
           ELSE
              MOVE "A"                     TO  FW-ACTION(FW-COUNT)
              MOVE PNC-AUDIT-MARK          TO  FW-AUDIT-MARK(FW-COUNT)
           END-IF.

      *****************************************************************
      *    ONE PASS OF THE AUDIT FILE - COUNTS IT FOR THE NEXT MARK AND
      *    PICKS UP THE CHANGES SINCE EACH WATCHED FLIGHT'S LAST
      *    MESSAGE.
      *****************************************************************
       SCAN-AUDIT-CHANGES.
           OPEN INPUT CUSTOMER-AUDIT.
           IF AUDIT-NOT-PRESENT
              CLOSE CUSTOMER-AUDIT
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ CUSTOMER-AUDIT
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      ADD 1                TO  AUDIT-COUNT
                      PERFORM CHECK-AUDIT-CHANGE
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-AUDIT.

       CHECK-AUDIT-CHANGE.
           MOVE SPACES                     TO  BEFORE-FLIGHT-ID
                                               AFTER-FLIGHT-ID.
           MOVE "N"                        TO  BEFORE-LISTED
                                               AFTER-LISTED.
           IF NOT AUDIT-ADD
              MOVE AUDIT-BEFORE-IMAGE      TO  CUSTOMER-RECORD
              MOVE FLIGHT-ID               TO  BEFORE-FLIGHT-ID
              IF RES-BOOKED OR RES-CHECKED-IN OR RES-BOARDED
                 MOVE "Y"                  TO  BEFORE-LISTED
              END-IF
           END-IF.
           IF NOT AUDIT-DELETE
              MOVE AUDIT-AFTER-IMAGE       TO  CUSTOMER-RECORD
              MOVE FLIGHT-ID               TO  AFTER-FLIGHT-ID
              IF RES-BOOKED OR RES-CHECKED-IN OR RES-BOARDED
                 MOVE "Y"                  TO  AFTER-LISTED
              END-IF
           END-IF.
           MOVE 0                          TO  FW-BEFORE-IDX
                                               FW-AFTER-IDX.
           IF BEFORE-LISTED = "Y"
              MOVE BEFORE-FLIGHT-ID        TO  W-SEARCH-FLIGHT
              PERFORM FIND-WATCHED-FLIGHT
              MOVE FW-IDX                  TO  FW-BEFORE-IDX
           END-IF.
           IF AFTER-LISTED = "Y"
              MOVE AFTER-FLIGHT-ID         TO  W-SEARCH-FLIGHT
              PERFORM FIND-WATCHED-FLIGHT
              MOVE FW-IDX                  TO  FW-AFTER-IDX
           END-IF.
           EVALUATE TRUE
              WHEN FW-BEFORE-IDX > 0 AND FW-BEFORE-IDX = FW-AFTER-IDX
                 MOVE AUDIT-BEFORE-IMAGE   TO  CUSTOMER-RECORD
                 PERFORM BUILD-PAX-LINES
                 MOVE PAX-LINES            TO  SAVE-PAX-LINES
                 MOVE AUDIT-AFTER-IMAGE    TO  CUSTOMER-RECORD
                 PERFORM BUILD-PAX-LINES
                 IF PAX-LINES NOT = SAVE-PAX-LINES
                    MOVE FW-AFTER-IDX      TO  FW-IDX
                    MOVE 2                 TO  W-SECTION
                    PERFORM ADD-CHANGE-LINES
                 END-IF
              WHEN OTHER
                 IF FW-BEFORE-IDX > 0
                    MOVE AUDIT-BEFORE-IMAGE TO CUSTOMER-RECORD
                    PERFORM BUILD-PAX-LINES
                    MOVE FW-BEFORE-IDX     TO  FW-IDX
                    MOVE 3                 TO  W-SECTION
                    PERFORM ADD-CHANGE-LINES
                 END-IF
                 IF FW-AFTER-IDX > 0
                    MOVE AUDIT-AFTER-IMAGE TO  CUSTOMER-RECORD
                    PERFORM BUILD-PAX-LINES
                    MOVE FW-AFTER-IDX      TO  FW-IDX
                    MOVE 1                 TO  W-SECTION
                    PERFORM ADD-CHANGE-LINES
                 END-IF
           END-EVALUATE.

       FIND-WATCHED-FLIGHT.
      *    ONLY A FLIGHT ALREADY SENT ITS PNL, AND ONLY AUDIT RECORDS
      *    PAST ITS MARK, COUNT.  FW-IDX IS 0 WHEN NOT WATCHED.
           PERFORM VARYING FW-IDX FROM 1 BY 1
                   UNTIL FW-IDX > FW-COUNT
                      OR FW-FLIGHT-ID(FW-IDX) = W-SEARCH-FLIGHT
              CONTINUE
           END-PERFORM.
           IF FW-IDX > FW-COUNT
              MOVE 0                       TO  FW-IDX
              EXIT PARAGRAPH
           END-IF.
           IF FW-ACTION(FW-IDX) NOT = "A" OR
              AUDIT-COUNT NOT > FW-AUDIT-MARK(FW-IDX)
              MOVE 0                       TO  FW-IDX
           END-IF.

       ADD-CHANGE-LINES.
      *    FILES THE PASSENGER IN PAX-LINES UNDER FLIGHT FW-IDX,
      *    SECTION W-SECTION.  AN ADD OR CHG CARRIES ITS CLASS LINE.
           IF CL-COUNT + PB-ELEM-COUNT + 2 > 3000
              MOVE "Y"                     TO  FW-OVERFLOW(FW-IDX)
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  FW-CHANGES(FW-IDX).
           IF W-SECTION NOT = 3
              ADD 1                        TO  CL-COUNT
              MOVE FW-IDX                  TO  CL-FW-IDX(CL-COUNT)
              MOVE W-SECTION               TO  CL-SECTION(CL-COUNT)
              MOVE SPACES                  TO  CL-TEXT(CL-COUNT)
              STRING "-" FW-DEST(FW-IDX) "001" PB-CLASS
                                            DELIMITED BY SIZE
                     INTO CL-TEXT(CL-COUNT)
              END-STRING
           END-IF.
           ADD 1                           TO  CL-COUNT.
           MOVE FW-IDX                     TO  CL-FW-IDX(CL-COUNT).
           MOVE W-SECTION                  TO  CL-SECTION(CL-COUNT).
           MOVE PB-NAME-LINE               TO  CL-TEXT(CL-COUNT).
           PERFORM VARYING W-ELEM-IDX FROM 1 BY 1
                   UNTIL W-ELEM-IDX > PB-ELEM-COUNT
              ADD 1                        TO  CL-COUNT
              MOVE FW-IDX                  TO  CL-FW-IDX(CL-COUNT)
              MOVE W-SECTION               TO  CL-SECTION(CL-COUNT)
              MOVE PB-ELEMENT(W-ELEM-IDX)  TO  CL-TEXT(CL-COUNT)
           END-PERFORM.

      *****************************************************************
      *    ONE PASSENGER'S LINES - NAME LINE AND ITS ELEMENTS.
      *****************************************************************
       BUILD-PAX-LINES.
           MOVE SPACES                     TO  PAX-LINES.
           MOVE 0                          TO  PB-ELEM-COUNT.
           IF SEAT-TYPE = "FC"
              MOVE "1"                     TO  PB-CABIN-ORDER
              MOVE "F"                     TO  PB-CLASS
           ELSE
              MOVE "2"                     TO  PB-CABIN-ORDER
              MOVE "Y"                     TO  PB-CLASS
           END-IF.
           IF BOOKING-CLASS NOT = SPACES
              MOVE BOOKING-CLASS           TO  PB-CLASS
           END-IF.
           MOVE "N"                        TO  PB-INFANT.
           STRING "1" CUST-LNAME           DELIMITED BY "  "
                  "/" CUST-FNAME           DELIMITED BY "  "
                  INTO PB-NAME-LINE
           END-STRING.
           IF BOOKING-LOCATOR NOT = SPACES
              MOVE SPACES                  TO  W-ELEMENT
              STRING ".L/" BOOKING-LOCATOR DELIMITED BY SIZE
                     INTO W-ELEMENT
              END-STRING
              PERFORM ADD-ELEMENT
           END-IF.
           IF PAX-INFANT
              MOVE "Y"                     TO  PB-INFANT
              MOVE ".I/INF"                TO  W-ELEMENT
              PERFORM ADD-ELEMENT
           END-IF.
           IF PAX-CHILD
              MOVE ".R/CHLD"               TO  W-ELEMENT
              PERFORM ADD-ELEMENT
           END-IF.
           IF UNACCOMPANIED-MINOR
              MOVE ".R/UMNR"               TO  W-ELEMENT
              PERFORM ADD-ELEMENT
           END-IF.
           IF SSR-COUNT NUMERIC
              PERFORM VARYING W-SSR-IDX FROM 1 BY 1
                      UNTIL W-SSR-IDX > SSR-COUNT OR W-SSR-IDX > 3
                 IF SSR-CODE(W-SSR-IDX) NOT = SPACES
                    MOVE SPACES            TO  W-ELEMENT
                    STRING ".R/" SSR-CODE(W-SSR-IDX) " "
                           SSR-TEXT(W-SSR-IDX) DELIMITED BY SIZE
                           INTO W-ELEMENT
                    END-STRING
                    PERFORM ADD-ELEMENT
                 END-IF
              END-PERFORM
           END-IF.
           IF LEG-COUNT NUMERIC AND LEG-COUNT > 0 AND
              LEG-FLIGHT-ID(1) NOT = SPACES
              MOVE SPACES                  TO  W-ELEMENT
              IF LEG-PARTNER-SEGMENT(1)
                 STRING ".O/" LEG-CARRIER(1) " " LEG-FLIGHT-ID(1)
                                           DELIMITED BY SIZE
                        INTO W-ELEMENT
                 END-STRING
              ELSE
                 STRING ".O/" LEG-FLIGHT-ID(1) DELIMITED BY SIZE
                        INTO W-ELEMENT
                 END-STRING
              END-IF
              PERFORM ADD-ELEMENT
           END-IF.
           IF FREQ-FLYER-NO NOT = SPACES
              MOVE SPACES                  TO  W-ELEMENT
              STRING ".F/" FREQ-FLYER-NO " TIER " FREQ-FLYER-TIER
                                           DELIMITED BY SIZE
                     INTO W-ELEMENT
              END-STRING
              PERFORM ADD-ELEMENT
           END-IF.

       ADD-ELEMENT.
           IF PB-ELEM-COUNT < 8
              ADD 1                        TO  PB-ELEM-COUNT
              MOVE W-ELEMENT      TO  PB-ELEMENT(PB-ELEM-COUNT)
           END-IF.

      *****************************************************************
      *    THE PASSENGER NAME LIST.
      *****************************************************************
       SEND-PNL.
           PERFORM FIND-HANDLER.
           IF W-ADDRESS = SPACES
              MOVE "NO HANDLER ADDRESS - NOT SENT" TO W-NOTE
              MOVE "PNL"                   TO  W-MSG-ID
              MOVE 0                       TO  PP-COUNT
              ADD 1                        TO  NOT-SENT
              PERFORM WRITE-SEND-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-PNL-PASSENGERS.
           PERFORM ORDER-PNL-PASSENGERS.
           MOVE SPACES                     TO  W-MSG-ID.
           STRING FW-FLIGHT-ID(FW-IDX) "PNL00"
                                            DELIMITED BY SIZE
                  INTO W-MSG-ID
           END-STRING.
           PERFORM OPEN-STATION-QUEUE.
           MOVE "PNL"                      TO  HQ-TEXT.
           PERFORM WRITE-MESSAGE-HEADER.
           MOVE SPACES                     TO  GROUP-KEY.
           PERFORM VARYING ORD-IDX FROM 1 BY 1 UNTIL ORD-IDX > PP-COUNT
              MOVE PP-ORDER(ORD-IDX)       TO  PP-IDX
              MOVE PP-LINES(PP-IDX)        TO  PAX-LINES
              IF PB-CABIN-ORDER NOT = GROUP-KEY(1:1) OR
                 PB-CLASS NOT = GROUP-KEY(2:1)
                 PERFORM WRITE-CLASS-HEADER
              END-IF
              PERFORM WRITE-PAX-TO-QUEUE
           END-PERFORM.
           IF PP-COUNT = 0
              MOVE "NIL"                   TO  HQ-TEXT
              PERFORM WRITE-QUEUE-LINE
           END-IF.
           MOVE "ENDPNL"                   TO  HQ-TEXT.
           PERFORM WRITE-QUEUE-LINE.
           CLOSE HANDLER-QUEUE.
           MOVE SPACES                     TO  PNL-CONTROL-RECORD.
           MOVE FW-FLIGHT-ID(FW-IDX)       TO  PNC-FLIGHT-ID.
           MOVE FW-ORIGIN(FW-IDX)          TO  PNC-STATION.
           MOVE W-ADDRESS                  TO  PNC-HANDLER-ADDRESS.
           MOVE RUN-DATE                   TO  PNC-PNL-DATE
                                               PNC-LAST-MSG-DATE.
           MOVE RUN-TIME                   TO  PNC-PNL-TIME
                                               PNC-LAST-MSG-TIME.
           MOVE PP-COUNT                   TO  PNC-PNL-PAX.
           MOVE 0                          TO  PNC-ADL-COUNT.
           MOVE AUDIT-COUNT                TO  PNC-AUDIT-MARK.
           WRITE PNL-CONTROL-RECORD
                 INVALID KEY
                    REWRITE PNL-CONTROL-RECORD
           END-WRITE.
           ADD 1                           TO  PNL-SENT.
           MOVE SPACES                     TO  W-NOTE.
           IF PP-OVERFLOW > 0
              MOVE "*** LIST TRUNCATED - CHECK ***" TO W-NOTE
           END-IF.
           PERFORM WRITE-SEND-LINE.

       LOAD-PNL-PASSENGERS.
           MOVE 0                          TO  PP-COUNT
                                               PP-OVERFLOW.
           MOVE FW-FLIGHT-ID(FW-IDX)       TO  FLIGHT-ID.
           START CUSTOMER KEY IS = FLIGHT-ID
                 INVALID KEY
                    EXIT PARAGRAPH
           END-START.
           READ CUSTOMER NEXT
                AT END MOVE SPACES         TO  FLIGHT-ID
           END-READ.
           PERFORM UNTIL FLIGHT-ID NOT = FW-FLIGHT-ID(FW-IDX)
              IF RES-BOOKED OR RES-CHECKED-IN OR RES-BOARDED
                 IF PP-COUNT < 400
                    PERFORM BUILD-PAX-LINES
                    ADD 1                  TO  PP-COUNT
                    MOVE PB-CABIN-ORDER    TO  PP-CABIN-ORDER(PP-COUNT)
                    MOVE PB-CLASS          TO  PP-CLASS(PP-COUNT)
                    MOVE CUST-LNAME        TO  PP-LNAME(PP-COUNT)
                    MOVE CUST-FNAME        TO  PP-FNAME(PP-COUNT)
                    MOVE PAX-LINES         TO  PP-LINES(PP-COUNT)
                    MOVE "N"               TO  PP-DONE(PP-COUNT)
                 ELSE
                    ADD 1                  TO  PP-OVERFLOW
                 END-IF
              END-IF
              READ CUSTOMER NEXT
                   AT END MOVE SPACES      TO  FLIGHT-ID
              END-READ
           END-PERFORM.

       ORDER-PNL-PASSENGERS.
      *    CABIN, THEN CLASS, THEN NAME.
           PERFORM VARYING ORD-IDX FROM 1 BY 1 UNTIL ORD-IDX > PP-COUNT
              MOVE 0                       TO  PP-BEST
              PERFORM VARYING PP-IDX FROM 1 BY 1
                      UNTIL PP-IDX > PP-COUNT
                 IF PP-DONE(PP-IDX) = "N"
                    IF PP-BEST = 0
                       MOVE PP-IDX         TO  PP-BEST
                    ELSE
                       IF PP-SORT-KEY(PP-IDX) < PP-SORT-KEY(PP-BEST)
                          MOVE PP-IDX      TO  PP-BEST
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "Y"                     TO  PP-DONE(PP-BEST)
              MOVE PP-BEST                 TO  PP-ORDER(ORD-IDX)
           END-PERFORM.

       WRITE-CLASS-HEADER.
      *    "-DESTnnnC" - SEATS IN THE CLASS; INFANTS TAKE NO SEAT.
           MOVE PB-CABIN-ORDER             TO  GROUP-KEY(1:1).
           MOVE PB-CLASS                   TO  GROUP-KEY(2:1).
           MOVE 0                          TO  GROUP-SEATS.
           PERFORM VARYING ORD-JDX FROM ORD-IDX BY 1
                   UNTIL ORD-JDX > PP-COUNT
                      OR PP-CABIN-ORDER(PP-ORDER(ORD-JDX))
                         NOT = GROUP-KEY(1:1)
                      OR PP-CLASS(PP-ORDER(ORD-JDX))
                         NOT = GROUP-KEY(2:1)
              IF PP-LINES(PP-ORDER(ORD-JDX))(3:1) NOT = "Y"
                 ADD 1                     TO  GROUP-SEATS
              END-IF
           END-PERFORM.
           MOVE SPACES                     TO  HQ-TEXT.
           STRING "-" FW-DEST(FW-IDX) GROUP-SEATS PB-CLASS
                                            DELIMITED BY SIZE
                  INTO HQ-TEXT
           END-STRING.
           PERFORM WRITE-QUEUE-LINE.

       WRITE-PAX-TO-QUEUE.
           MOVE PB-NAME-LINE               TO  HQ-TEXT.
           PERFORM WRITE-QUEUE-LINE.
           PERFORM VARYING W-ELEM-IDX FROM 1 BY 1
                   UNTIL W-ELEM-IDX > PB-ELEM-COUNT
              MOVE PB-ELEMENT(W-ELEM-IDX)  TO  HQ-TEXT
              PERFORM WRITE-QUEUE-LINE
           END-PERFORM.

      *****************************************************************
      *    THE CHANGE MESSAGE.
      *****************************************************************
       SEND-ADL.
           IF FW-OVERFLOW(FW-IDX) = "Y"
              MOVE "ADL"                   TO  W-MSG-ID
              MOVE FW-CHANGES(FW-IDX)      TO  PP-COUNT
              MOVE "TOO MANY CHANGES - NEXT RUN" TO W-NOTE
              ADD 1                        TO  NOT-SENT
              PERFORM WRITE-SEND-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE FW-FLIGHT-ID(FW-IDX)       TO  PNC-FLIGHT-ID.
           READ PNL-CONTROL
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF FW-CHANGES(FW-IDX) = 0
              MOVE AUDIT-COUNT             TO  PNC-AUDIT-MARK
              REWRITE PNL-CONTROL-RECORD
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-HANDLER.
           IF W-ADDRESS = SPACES
              MOVE "ADL"                   TO  W-MSG-ID
              MOVE FW-CHANGES(FW-IDX)      TO  PP-COUNT
              MOVE "NO HANDLER ADDRESS - NOT SENT" TO W-NOTE
              ADD 1                        TO  NOT-SENT
              PERFORM WRITE-SEND-LINE
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  PNC-ADL-COUNT.
           MOVE PNC-ADL-COUNT              TO  W-SEQ.
           MOVE SPACES                     TO  W-MSG-ID.
           STRING FW-FLIGHT-ID(FW-IDX) "ADL" W-SEQ
                                            DELIMITED BY SIZE
                  INTO W-MSG-ID
           END-STRING.
           PERFORM OPEN-STATION-QUEUE.
           MOVE "ADL"                      TO  HQ-TEXT.
           PERFORM WRITE-MESSAGE-HEADER.
           PERFORM VARYING W-SECTION FROM 1 BY 1 UNTIL W-SECTION > 3
              PERFORM WRITE-ADL-SECTION
           END-PERFORM.
           MOVE "ENDADL"                   TO  HQ-TEXT.
           PERFORM WRITE-QUEUE-LINE.
           CLOSE HANDLER-QUEUE.
           MOVE RUN-DATE                   TO  PNC-LAST-MSG-DATE.
           MOVE RUN-TIME                   TO  PNC-LAST-MSG-TIME.
           MOVE AUDIT-COUNT                TO  PNC-AUDIT-MARK.
           REWRITE PNL-CONTROL-RECORD.
           ADD 1                           TO  ADL-SENT.
           MOVE FW-CHANGES(FW-IDX)         TO  PP-COUNT.
           MOVE SPACES                     TO  W-NOTE.
           PERFORM WRITE-SEND-LINE.

       WRITE-ADL-SECTION.
           MOVE 0                          TO  W-SECTION-LINES.
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-COUNT
              IF CL-FW-IDX(CL-IDX) = FW-IDX AND
                 CL-SECTION(CL-IDX) = W-SECTION
                 IF W-SECTION-LINES = 0
                    EVALUATE W-SECTION
                       WHEN 1 MOVE "ADD"   TO  HQ-TEXT
                       WHEN 2 MOVE "CHG"   TO  HQ-TEXT
                       WHEN 3 MOVE "DEL"   TO  HQ-TEXT
                    END-EVALUATE
                    PERFORM WRITE-QUEUE-LINE
                 END-IF
                 ADD 1                     TO  W-SECTION-LINES
                 MOVE CL-TEXT(CL-IDX)      TO  HQ-TEXT
                 PERFORM WRITE-QUEUE-LINE
              END-IF
           END-PERFORM.

      *****************************************************************
      *    QUEUE FILE HANDLING SHARED BY BOTH MESSAGES.
      *****************************************************************
       FIND-HANDLER.
           MOVE SPACES                     TO  W-ADDRESS.
           IF AIRPORT-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE FW-ORIGIN(FW-IDX)          TO  AR-CODE.
           READ AIRPORT
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE AR-HANDLER-ADDRESS         TO  W-ADDRESS.

       OPEN-STATION-QUEUE.
           MOVE FW-ORIGIN(FW-IDX)          TO  W-STATION-LOWER.
           INSPECT W-STATION-LOWER CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                   "abcdefghijklmnopqrstuvwxyz".
           MOVE SPACES                     TO  WS-QUEUE-FILE.
           STRING "hdlq" W-STATION-LOWER   DELIMITED BY SIZE
                  INTO WS-QUEUE-FILE
           END-STRING.
           OPEN EXTEND HANDLER-QUEUE.
           IF QUEUE-NOT-PRESENT
              CLOSE HANDLER-QUEUE
              OPEN OUTPUT HANDLER-QUEUE
           END-IF.
           MOVE 0                          TO  W-LINE-NO.

       WRITE-MESSAGE-HEADER.
      *    HQ-TEXT HOLDS THE MESSAGE TYPE ON ENTRY.
           MOVE HQ-TEXT(1:3)               TO  W-NOTE.
           MOVE SPACES                     TO  HQ-TEXT.
           STRING "QU " W-ADDRESS          DELIMITED BY SIZE
                  INTO HQ-TEXT
           END-STRING.
           PERFORM WRITE-QUEUE-LINE.
           MOVE RUN-DATE                   TO  W-DATE-X.
           MOVE SPACES                     TO  W-DDHHMM.
           STRING W-DATE-X(7:2) RUN-TIME   DELIMITED BY SIZE
                  INTO W-DDHHMM
           END-STRING.
           MOVE SPACES                     TO  HQ-TEXT.
           STRING "." PNL-SENDER-ADDRESS " " W-DDHHMM
                                            DELIMITED BY SIZE
                  INTO HQ-TEXT
           END-STRING.
           PERFORM WRITE-QUEUE-LINE.
           MOVE W-NOTE(1:3)                TO  HQ-TEXT.
           PERFORM WRITE-QUEUE-LINE.
           MOVE FW-TRAVEL-DATE(FW-IDX)     TO  W-DATE-X.
           MOVE W-DATE-X(5:2)              TO  W-MONTH.
           MOVE SPACES                     TO  W-DDMMM.
           IF W-MONTH > 0 AND W-MONTH < 13
              STRING W-DATE-X(7:2) MONTH-NAME(W-MONTH)
                                            DELIMITED BY SIZE
                     INTO W-DDMMM
              END-STRING
           END-IF.
           MOVE SPACES                     TO  HQ-TEXT.
           STRING FW-FLIGHT-ID(FW-IDX)     DELIMITED BY SPACE
                  "/" W-DDMMM " " FW-ORIGIN(FW-IDX) " PART1"
                                            DELIMITED BY SIZE
                  INTO HQ-TEXT
           END-STRING.
           PERFORM WRITE-QUEUE-LINE.
           MOVE SPACES                     TO  W-NOTE.

       WRITE-QUEUE-LINE.
           ADD 1                           TO  W-LINE-NO.
           MOVE W-ADDRESS                  TO  HQ-ADDRESS.
           MOVE W-MSG-ID                   TO  HQ-MSG-ID.
           MOVE W-LINE-NO                  TO  HQ-LINE-NO.
           WRITE HANDLER-QUEUE-RECORD.
           MOVE SPACES                     TO  HQ-TEXT.

       WRITE-SEND-LINE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE FW-FLIGHT-ID(FW-IDX)       TO  RPT-RECORD(1:7).
           MOVE FW-TRAVEL-DATE(FW-IDX)     TO  RPT-RECORD(9:8).
           MOVE FW-ORIGIN(FW-IDX)          TO  RPT-RECORD(18:3).
           MOVE W-ADDRESS                  TO  RPT-RECORD(22:7).
           MOVE W-MSG-ID(8:5)              TO  RPT-RECORD(30:5).
           IF W-MSG-ID(1:3) = "PNL" OR W-MSG-ID(1:3) = "ADL"
              MOVE W-MSG-ID(1:3)           TO  RPT-RECORD(30:5)
           END-IF.
           MOVE PP-COUNT                   TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(40:4).
           MOVE W-NOTE                     TO  RPT-RECORD(47:30).
           WRITE RPT-RECORD.

       TERMINATE-RUN.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "PNL SENT " PNL-SENT "  ADL SENT " ADL-SENT
                  "  NOT SENT " NOT-SENT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF FW-SKIPPED > 0
              MOVE SPACES                  TO  RPT-RECORD
              STRING "*** " FW-SKIPPED " FLIGHT(S) OVER TABLE SIZE - "
                     "RUN AGAIN ***"        DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           CLOSE FLIGHT-MASTER.
           CLOSE CUSTOMER.
           IF NOT AIRPORT-NOT-PRESENT
              CLOSE AIRPORT
           END-IF.
           CLOSE PNL-CONTROL.
           CLOSE SEND-RPT.
           MOVE "PNLSEND"                  TO  RPG-REPORT-ID.
           MOVE "pnlsend"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "PNLSEND"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "PNLSEND - " PNL-SENT " PNL(S), " ADL-SENT
                   " ADL(S) QUEUED - SEE pnlsend".
