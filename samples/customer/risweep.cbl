       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      RISWEEP.

      ******************************************************************
      *    RISWEEP.CBL
      *    NIGHTLY REVENUE-INTEGRITY SWEEP - FINDS BOOKINGS THAT HOLD
      *    SELLABLE SEATS WITHOUT A REAL PASSENGER BEHIND THEM.
      *    CHECK-DUPLICATE-PASSENGER IN CUSTOMER0 ONLY SEES ONE FLIGHT
      *    AT BOOKING TIME; THIS LOOKS ACROSS THE WHOLE FILE AND ITS
      *    AUDIT HISTORY:
      *      OVERLAP  - THE SAME PASSENGER (NAME AND DOB) BOOKED ON TWO
      *                 FLIGHTS THE SAME DAY THAT CANNOT BOTH BE FLOWN:
      *                 THE SCHEDULED TIMES OVERLAP, OR, WHERE TIMES
      *                 ARE NOT ON FILE, BOTH LEAVE FROM THE SAME
      *                 AIRPORT.  A GENUINE SAME-DAY CONNECTION IS NOT
      *                 FLAGGED.
      *      CHURN    - A NAME BOOKED AND CANCELLED OVER AND OVER ON
      *                 "custaudt" WITHIN THE LOOKBACK WINDOW - AT LEAST
      *                 THE THRESHOLD NUMBER OF ADD/DELETE CYCLES.
      *      NAME     - A LIVE BOOKING WHOSE FIRST OR LAST NAME MATCHES
      *                 THE PLACEHOLDER PATTERNS ON "namepat" (KEPT IN
      *                 REFMAINT), OR IS PLAINLY NOT A NAME - DIGITS, A
      *                 SINGLE LETTER, OR ONE LETTER REPEATED.
      *      HOLD     - A HELD BOOKING WHOSE EXPIRY HAS BEEN PUSHED OUT
      *                 AT LEAST THE THRESHOLD NUMBER OF TIMES WITHIN
      *                 THE WINDOW.
      *    ONLY BOOKED AND HELD RESERVATIONS ARE EXAMINED - A CHECKED-IN
      *    OR FLOWN PASSENGER IS REAL.  EACH FINDING IS DROPPED ON THE
      *    "RI" WORK QUEUE THROUGH WORKQADD FOR REVENUE INTEGRITY TO
      *    ACTION, UNLESS THE RESERVATION ALREADY HAS AN "RI" ITEM OPEN
      *    FROM AN EARLIER NIGHT.  EVERY FINDING IS LISTED ON THE
      *    "risweep" REPORT.  READ-ONLY AGAINST THE BOOKINGS - NOTHING
      *    IS CANCELLED HERE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

           SELECT NAME-PATTERN
                  ASSIGN TO DISK "namepat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS NP-PATTERN
                  FILE STATUS IS NAME-PAT-STATUS.

           SELECT WORK-QUEUE
                  ASSIGN TO DISK "workqueu"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS WQ-KEY
                  FILE STATUS IS WORK-QUEUE-STATUS.

           SELECT RI-RPT
                  ASSIGN TO DISK "risweep"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  NAME-PATTERN.
       COPY namepat.

       FD  WORK-QUEUE.
       COPY workqueu.

       FD  RI-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  AUDIT-STATUS                   PIC X(02).
           88 AUDIT-NOT-PRESENT                       VALUE "35".
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  NAME-PAT-STATUS                PIC X(02).
           88 NAME-PAT-NOT-PRESENT                    VALUE "35".
       01  WORK-QUEUE-STATUS              PIC X(02).
           88 WORK-QUEUE-NOT-PRESENT                  VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  FILE-EOF-SWITCH                PIC 9       VALUE 0.
           88 FILE-AT-END                             VALUE 1.
           88 FILE-NOT-AT-END                         VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  WS-BUSINESS-DATE               PIC X(08)   VALUE SPACES.
       01  BUSINESS-DATE-NUM              PIC 9(08)   VALUE 0.
       01  WS-LOOKBACK-DAYS               PIC 9(03)   VALUE 0.
       01  WS-CHURN-LIMIT                 PIC 9(02)   VALUE 0.
       01  WS-EXTEND-LIMIT                PIC 9(02)   VALUE 0.
       01  CUTOFF-DATE-NUM                PIC 9(08)   VALUE 0.
       01  CUTOFF-DATE                    PIC X(08)   VALUE SPACES.

      *    PLACEHOLDER NAME PATTERNS FROM "namepat".
       01  PATTERN-TABLE.
           03 PATTERN-ENTRY OCCURS 200 TIMES.
              05 PT-PATTERN               PIC X(20).
              05 PT-LENGTH                PIC 9(02).
              05 PT-MATCH-TYPE            PIC X(01).
       01  PATTERN-COUNT                  PIC 9(03)   VALUE 0.
       01  PT-IDX                         PIC 9(03)   VALUE 0.

      *    RESERVATIONS WITH AN "RI" ITEM STILL OPEN OR TAKEN.
       01  OPEN-ITEM-TABLE.
           03 OI-RES-ID OCCURS 2000 TIMES PIC X(11).
       01  OPEN-ITEM-COUNT                PIC 9(04)   VALUE 0.
       01  OI-IDX                         PIC 9(04)   VALUE 0.

      *    ADD/DELETE ACTIVITY PER PASSENGER NAME IN THE WINDOW.
       01  CHURN-TABLE.
           03 CHURN-ENTRY OCCURS 2000 TIMES.
              05 CH-NAME-KEY              PIC X(68).
              05 CH-ADDS                  PIC 9(04).
              05 CH-DELETES               PIC 9(04).
              05 CH-LAST-RES-ID           PIC X(11).
              05 CH-LAST-FLIGHT           PIC X(07).
              05 CH-LAST-OP-ID            PIC X(05).
       01  CHURN-COUNT                    PIC 9(04)   VALUE 0.
       01  CH-IDX                         PIC 9(04)   VALUE 0.
       01  CH-CYCLES                      PIC 9(04)   VALUE 0.

      *    HOLD EXPIRY EXTENSIONS PER RESERVATION IN THE WINDOW.
       01  HOLD-EXT-TABLE.
           03 HOLD-EXT-ENTRY OCCURS 1000 TIMES.
              05 HX-RES-ID                PIC X(11).
              05 HX-FLIGHT                PIC X(07).
              05 HX-COUNT                 PIC 9(03).
              05 HX-LAST-OP-ID            PIC X(05).
       01  HOLD-EXT-COUNT                 PIC 9(04)   VALUE 0.
       01  HX-IDX                         PIC 9(04)   VALUE 0.
       01  BEFORE-RES-STATUS              PIC X(01)   VALUE SPACES.
       01  BEFORE-HOLD-EXPIRE             PIC 9(08)   VALUE 0.

      *    EVERY LIVE BOOKED/HELD TRIP, FOR THE SAME-DAY OVERLAP TEST.
       01  TRIP-TABLE.
           03 TRIP-ENTRY OCCURS 5000 TIMES.
              05 TR-NAME-KEY              PIC X(68).
              05 TR-TRAVEL-DATE           PIC 9(08).
              05 TR-ORIGIN                PIC X(03).
              05 TR-DEP-TIME              PIC 9(04).
              05 TR-ARR-TIME              PIC 9(04).
              05 TR-RES-ID                PIC X(11).
              05 TR-FLIGHT-ID             PIC X(07).
              05 TR-OP-ID                 PIC X(05).
              05 TR-FLAGGED               PIC X(01).
       01  TRIP-COUNT                     PIC 9(04)   VALUE 0.
       01  TR-IDX                         PIC 9(04)   VALUE 0.
       01  TR-IDX2                        PIC 9(04)   VALUE 0.
       01  TRIP-OVERFLOW                  PIC 9(06)   VALUE 0.
       01  OVERLAP-SWITCH                 PIC 9       VALUE 0.
           88 TRIPS-OVERLAP                           VALUE 1.
           88 TRIPS-DO-NOT-OVERLAP                    VALUE 0.

       01  W-NAME-KEY.
           03 W-NK-LNAME                  PIC X(30).
           03 W-NK-FNAME                  PIC X(30).
           03 W-NK-DOB                    PIC X(08).
       01  W-CHECK-NAME                   PIC X(30)   VALUE SPACES.
       01  W-NAME-LENGTH                  PIC 9(02)   VALUE 0.
       01  W-TALLY                        PIC 9(02)   VALUE 0.
       01  W-NAME-HIT                     PIC X(20)   VALUE SPACES.
       01  NAME-FLAG-SWITCH               PIC 9       VALUE 0.
           88 NAME-IS-PLACEHOLDER                     VALUE 1.
           88 NAME-IS-ACCEPTABLE                      VALUE 0.

       01  WQA-TYPE                       PIC X(02)   VALUE "RI".
       01  WQA-RES-ID                     PIC X(11)   VALUE SPACES.
       01  WQA-NOTE                       PIC X(40)   VALUE SPACES.
       01  WQA-BY                         PIC X(08)   VALUE "RISWEEP".
       01  WQA-RESULT                     PIC X(01)   VALUE SPACES.

       01  FINDING-LINE.
           03 FL-TYPE                     PIC X(08).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 FL-RES-ID                   PIC X(11).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 FL-FLIGHT-ID                PIC X(07).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 FL-OP-ID                    PIC X(05).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 FL-DETAIL                   PIC X(38).
           03 FILLER                      PIC X(01)   VALUE SPACES.
           03 FL-QUEUED                   PIC X(01).
       01  OVERLAP-FOUND                  PIC 9(05)   VALUE 0.
       01  CHURN-FOUND                    PIC 9(05)   VALUE 0.
       01  NAME-FOUND                     PIC 9(05)   VALUE 0.
       01  HOLD-FOUND                     PIC 9(05)   VALUE 0.
       01  ITEMS-QUEUED                   PIC 9(05)   VALUE 0.
       01  ITEMS-ALREADY-OPEN             PIC 9(05)   VALUE 0.
       01  RPT-CNT                        PIC ZZZZ9.
       01  W-CYCLES-SHOWN                 PIC Z(03)9.
       01  W-COUNT-SHOWN                  PIC ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-SWEEP.
           PERFORM LOAD-NAME-PATTERNS.
           PERFORM LOAD-OPEN-RI-ITEMS.
           PERFORM SCAN-AUDIT-HISTORY.
           PERFORM SCAN-LIVE-BOOKINGS.
           PERFORM REPORT-OVERLAPS.
           PERFORM REPORT-CHURN.
           PERFORM REPORT-HOLD-EXTENSIONS.
           PERFORM TERMINATE-SWEEP.
           STOP RUN.

       INITIALIZE-SWEEP.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "RISWEEP - BUSINESS DATE (YYYYMMDD, BLANK=TODAY):".
           ACCEPT WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE = SPACES
              MOVE TODAY-DATE              TO  WS-BUSINESS-DATE
           END-IF.
           MOVE WS-BUSINESS-DATE           TO  BUSINESS-DATE-NUM.
           DISPLAY "RISWEEP - LOOKBACK DAYS (BLANK=30):".
           ACCEPT WS-LOOKBACK-DAYS.
           IF WS-LOOKBACK-DAYS NOT NUMERIC OR WS-LOOKBACK-DAYS = 0
              MOVE 30                      TO  WS-LOOKBACK-DAYS
           END-IF.
           DISPLAY "RISWEEP - ADD/DELETE CYCLES TO FLAG (BLANK=3):".
           ACCEPT WS-CHURN-LIMIT.
           IF WS-CHURN-LIMIT NOT NUMERIC OR WS-CHURN-LIMIT = 0
              MOVE 3                       TO  WS-CHURN-LIMIT
           END-IF.
           DISPLAY "RISWEEP - HOLD EXTENSIONS TO FLAG (BLANK=2):".
           ACCEPT WS-EXTEND-LIMIT.
           IF WS-EXTEND-LIMIT NOT NUMERIC OR WS-EXTEND-LIMIT = 0
              MOVE 2                       TO  WS-EXTEND-LIMIT
           END-IF.
           COMPUTE CUTOFF-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(BUSINESS-DATE-NUM)
                    - WS-LOOKBACK-DAYS).
           MOVE CUTOFF-DATE-NUM            TO  CUTOFF-DATE.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "RISWEEP - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT FLIGHT-MASTER.
           OPEN OUTPUT RI-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "REVENUE-INTEGRITY SWEEP " WS-BUSINESS-DATE
                  "  LOOKBACK " WS-LOOKBACK-DAYS " DAYS FROM "
                  CUTOFF-DATE              DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "CHURN FLAGGED AT " WS-CHURN-LIMIT
                  " ADD/DELETE CYCLES, HOLDS AT " WS-EXTEND-LIMIT
                  " EXTENSIONS"            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "TYPE      RES ID       FLIGHT   BY     DETAIL"
                                           TO  RPT-RECORD.
           MOVE "Q"                        TO  RPT-RECORD(80:1).
           WRITE RPT-RECORD.

       LOAD-NAME-PATTERNS.
           OPEN INPUT NAME-PATTERN.
           IF NAME-PAT-NOT-PRESENT
              DISPLAY "RISWEEP - NO NAME PATTERN TABLE, BUILT-IN NAME "
                      "CHECKS ONLY"
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ NAME-PATTERN NEXT RECORD
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF PATTERN-COUNT < 200 AND
                         NP-PATTERN NOT = SPACES
                         ADD 1             TO  PATTERN-COUNT
                         MOVE NP-PATTERN
                                  TO  PT-PATTERN(PATTERN-COUNT)
                         MOVE NP-MATCH-TYPE
                                  TO  PT-MATCH-TYPE(PATTERN-COUNT)
                         MOVE 0   TO  PT-LENGTH(PATTERN-COUNT)
                         INSPECT NP-PATTERN TALLYING
                                 PT-LENGTH(PATTERN-COUNT)
                                 FOR CHARACTERS BEFORE INITIAL SPACE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE NAME-PATTERN.

       LOAD-OPEN-RI-ITEMS.
      *    A RESERVATION ALREADY ON THE QUEUE FROM AN EARLIER NIGHT IS
      *    NOT QUEUED AGAIN - IT IS STILL LISTED ON THE REPORT.
           OPEN INPUT WORK-QUEUE.
           IF WORK-QUEUE-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE "RI"                       TO  WQ-QUEUE-TYPE.
           MOVE 0                          TO  WQ-ITEM-NO.
           SET FILE-NOT-AT-END             TO  TRUE.
           START WORK-QUEUE KEY IS NOT LESS THAN WQ-KEY
                 INVALID KEY
                    SET FILE-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL FILE-AT-END
              READ WORK-QUEUE NEXT RECORD
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF WQ-QUEUE-TYPE NOT = "RI"
                         SET FILE-AT-END   TO  TRUE
                      ELSE
                         IF NOT WQ-CLOSED AND
                            OPEN-ITEM-COUNT < 2000
                            ADD 1          TO  OPEN-ITEM-COUNT
                            MOVE WQ-CUST-RES-ID
                                 TO  OI-RES-ID(OPEN-ITEM-COUNT)
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE WORK-QUEUE.

      *****************************************************************
      *    AUDIT HISTORY - CHURN AND HOLD EXTENSIONS.
      *****************************************************************
       SCAN-AUDIT-HISTORY.
           OPEN INPUT CUSTOMER-AUDIT.
           IF AUDIT-NOT-PRESENT
              DISPLAY "RISWEEP - NO AUDIT FILE, CHURN AND HOLD CHECKS "
                      "SKIPPED"
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ CUSTOMER-AUDIT
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF AUDIT-DATE NOT < CUTOFF-DATE AND
                         AUDIT-DATE NOT > WS-BUSINESS-DATE
                         PERFORM TALLY-AUDIT-ENTRY
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-AUDIT.

       TALLY-AUDIT-ENTRY.
           EVALUATE TRUE
              WHEN AUDIT-ADD
                 MOVE AUDIT-AFTER-IMAGE    TO  CUSTOMER-RECORD
                 PERFORM FIND-CHURN-ENTRY
                 IF CH-IDX > 0
                    ADD 1                  TO  CH-ADDS(CH-IDX)
                 END-IF
              WHEN AUDIT-DELETE
                 MOVE AUDIT-BEFORE-IMAGE   TO  CUSTOMER-RECORD
                 PERFORM FIND-CHURN-ENTRY
                 IF CH-IDX > 0
                    ADD 1                  TO  CH-DELETES(CH-IDX)
                 END-IF
              WHEN AUDIT-MODIFY
                 PERFORM CHECK-HOLD-EXTENSION
           END-EVALUATE.

       FIND-CHURN-ENTRY.
           MOVE CUST-LNAME                 TO  W-NK-LNAME.
           MOVE CUST-FNAME                 TO  W-NK-FNAME.
           MOVE CUST-DOB                   TO  W-NK-DOB.
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > CHURN-COUNT
                      OR CH-NAME-KEY(CH-IDX) = W-NAME-KEY
              CONTINUE
           END-PERFORM.
           IF CH-IDX > CHURN-COUNT
              IF CHURN-COUNT < 2000
                 ADD 1                     TO  CHURN-COUNT
                 MOVE CHURN-COUNT          TO  CH-IDX
                 MOVE W-NAME-KEY           TO  CH-NAME-KEY(CH-IDX)
                 MOVE 0                    TO  CH-ADDS(CH-IDX)
                                               CH-DELETES(CH-IDX)
              ELSE
                 MOVE 0                    TO  CH-IDX
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE CUST-RES-ID                TO  CH-LAST-RES-ID(CH-IDX).
           MOVE FLIGHT-ID                  TO  CH-LAST-FLIGHT(CH-IDX).
           MOVE AUDIT-OPERATOR-ID          TO  CH-LAST-OP-ID(CH-IDX).

       CHECK-HOLD-EXTENSION.
      *    A CHANGE THAT LEAVES THE BOOKING HELD WITH A LATER EXPIRY
      *    THAN BEFORE IS AN EXTENSION.
           MOVE AUDIT-BEFORE-IMAGE         TO  CUSTOMER-RECORD.
           MOVE RES-STATUS                 TO  BEFORE-RES-STATUS.
           MOVE HOLD-EXPIRE-DATE           TO  BEFORE-HOLD-EXPIRE.
           MOVE AUDIT-AFTER-IMAGE          TO  CUSTOMER-RECORD.
           IF BEFORE-RES-STATUS NOT = "H" OR NOT RES-HELD
              EXIT PARAGRAPH
           END-IF.
           IF HOLD-EXPIRE-DATE NOT NUMERIC OR
              BEFORE-HOLD-EXPIRE NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           IF HOLD-EXPIRE-DATE NOT > BEFORE-HOLD-EXPIRE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING HX-IDX FROM 1 BY 1
                   UNTIL HX-IDX > HOLD-EXT-COUNT
                      OR HX-RES-ID(HX-IDX) = CUST-RES-ID
              CONTINUE
           END-PERFORM.
           IF HX-IDX > HOLD-EXT-COUNT
              IF HOLD-EXT-COUNT < 1000
                 ADD 1                     TO  HOLD-EXT-COUNT
                 MOVE HOLD-EXT-COUNT       TO  HX-IDX
                 MOVE CUST-RES-ID          TO  HX-RES-ID(HX-IDX)
                 MOVE 0                    TO  HX-COUNT(HX-IDX)
              ELSE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD 1                           TO  HX-COUNT(HX-IDX).
           MOVE FLIGHT-ID                  TO  HX-FLIGHT(HX-IDX).
           MOVE AUDIT-OPERATOR-ID          TO  HX-LAST-OP-ID(HX-IDX).

      *****************************************************************
      *    LIVE BOOKINGS - PLACEHOLDER NAMES, AND THE TRIP TABLE.
      *****************************************************************
       SCAN-LIVE-BOOKINGS.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ CUSTOMER NEXT RECORD
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF RES-BOOKED OR RES-HELD
                         PERFORM CHECK-PASSENGER-NAME
                         PERFORM ADD-TRIP-ENTRY
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER.
           CLOSE FLIGHT-MASTER.

       CHECK-PASSENGER-NAME.
           SET NAME-IS-ACCEPTABLE          TO  TRUE.
           MOVE CUST-LNAME                 TO  W-CHECK-NAME.
           PERFORM TEST-ONE-NAME.
           IF NAME-IS-ACCEPTABLE
              MOVE CUST-FNAME              TO  W-CHECK-NAME
              PERFORM TEST-ONE-NAME
           END-IF.
           IF NAME-IS-PLACEHOLDER
              ADD 1                        TO  NAME-FOUND
              MOVE "NAME"                  TO  FL-TYPE
              MOVE CUST-RES-ID             TO  FL-RES-ID
              MOVE FLIGHT-ID               TO  FL-FLIGHT-ID
              MOVE BOOKED-BY-OP-ID         TO  FL-OP-ID
              MOVE SPACES                  TO  FL-DETAIL
              STRING "PLACEHOLDER NAME " W-NAME-HIT
                                           DELIMITED BY "  "
                     INTO FL-DETAIL
              END-STRING
              MOVE FL-DETAIL               TO  WQA-NOTE
              PERFORM QUEUE-FINDING
           END-IF.

       TEST-ONE-NAME.
           IF W-CHECK-NAME = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                          TO  W-NAME-LENGTH.
           INSPECT W-CHECK-NAME TALLYING W-NAME-LENGTH
                   FOR CHARACTERS BEFORE INITIAL "  ".
           MOVE 0                          TO  W-TALLY.
           INSPECT W-CHECK-NAME TALLYING W-TALLY
                   FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                       ALL "5" ALL "6" ALL "7" ALL "8" ALL "9".
           IF W-TALLY > 0
              SET NAME-IS-PLACEHOLDER      TO  TRUE
              MOVE "(DIGITS)"              TO  W-NAME-HIT
              EXIT PARAGRAPH
           END-IF.
           IF W-NAME-LENGTH = 1
              SET NAME-IS-PLACEHOLDER      TO  TRUE
              MOVE "(ONE LETTER)"          TO  W-NAME-HIT
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                          TO  W-TALLY.
           INSPECT W-CHECK-NAME TALLYING W-TALLY
                   FOR ALL W-CHECK-NAME(1:1).
           IF W-TALLY = W-NAME-LENGTH
              SET NAME-IS-PLACEHOLDER      TO  TRUE
              MOVE "(REPEATED LETTER)"     TO  W-NAME-HIT
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PATTERN-COUNT OR NAME-IS-PLACEHOLDER
              PERFORM TEST-ONE-PATTERN
           END-PERFORM.

       TEST-ONE-PATTERN.
           IF PT-LENGTH(PT-IDX) = 0
              EXIT PARAGRAPH
           END-IF.
           EVALUATE PT-MATCH-TYPE(PT-IDX)
              WHEN "P"
                 IF W-CHECK-NAME(1:PT-LENGTH(PT-IDX)) =
                    PT-PATTERN(PT-IDX)(1:PT-LENGTH(PT-IDX))
                    SET NAME-IS-PLACEHOLDER TO TRUE
                 END-IF
              WHEN "C"
                 MOVE 0                    TO  W-TALLY
                 INSPECT W-CHECK-NAME TALLYING W-TALLY FOR ALL
                         PT-PATTERN(PT-IDX)(1:PT-LENGTH(PT-IDX))
                 IF W-TALLY > 0
                    SET NAME-IS-PLACEHOLDER TO TRUE
                 END-IF
              WHEN OTHER
                 IF W-CHECK-NAME = PT-PATTERN(PT-IDX)
                    SET NAME-IS-PLACEHOLDER TO TRUE
                 END-IF
           END-EVALUATE.
           IF NAME-IS-PLACEHOLDER
              MOVE PT-PATTERN(PT-IDX)      TO  W-NAME-HIT
           END-IF.

       ADD-TRIP-ENTRY.
           IF TRIP-COUNT NOT < 5000
              ADD 1                        TO  TRIP-OVERFLOW
              EXIT PARAGRAPH
           END-IF.
           MOVE FLIGHT-ID                  TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ADD 1                           TO  TRIP-COUNT.
           MOVE CUST-LNAME                 TO  W-NK-LNAME.
           MOVE CUST-FNAME                 TO  W-NK-FNAME.
           MOVE CUST-DOB                   TO  W-NK-DOB.
           MOVE W-NAME-KEY                 TO  TR-NAME-KEY(TRIP-COUNT).
           MOVE FM-TRAVEL-DATE          TO  TR-TRAVEL-DATE(TRIP-COUNT).
           MOVE FM-ORIGIN                  TO  TR-ORIGIN(TRIP-COUNT).
           IF FM-NEW-DEP-TIME NUMERIC AND FM-NEW-DEP-TIME > 0
              MOVE FM-NEW-DEP-TIME         TO  TR-DEP-TIME(TRIP-COUNT)
           ELSE
              MOVE FM-SCHED-DEP-TIME       TO  TR-DEP-TIME(TRIP-COUNT)
           END-IF.
      *    A FLIGHT THAT LANDS AFTER MIDNIGHT HOLDS THE PASSENGER FOR
      *    THE REST OF THE TRAVEL DAY.
           IF FM-ARR-DATE NUMERIC AND FM-ARR-DATE > FM-TRAVEL-DATE
              MOVE 2400                    TO  TR-ARR-TIME(TRIP-COUNT)
           ELSE
              MOVE FM-SCHED-ARR-TIME       TO  TR-ARR-TIME(TRIP-COUNT)
           END-IF.
           MOVE CUST-RES-ID                TO  TR-RES-ID(TRIP-COUNT).
           MOVE FLIGHT-ID                  TO  TR-FLIGHT-ID(TRIP-COUNT).
           MOVE BOOKED-BY-OP-ID            TO  TR-OP-ID(TRIP-COUNT).
           MOVE "N"                        TO  TR-FLAGGED(TRIP-COUNT).

      *****************************************************************
      *    FINDINGS.
      *****************************************************************
       REPORT-OVERLAPS.
           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > TRIP-COUNT
              PERFORM VARYING TR-IDX2 FROM TR-IDX BY 1
                      UNTIL TR-IDX2 > TRIP-COUNT
                 IF TR-IDX2 > TR-IDX AND
                    TR-NAME-KEY(TR-IDX2) = TR-NAME-KEY(TR-IDX) AND
                    TR-TRAVEL-DATE(TR-IDX2) = TR-TRAVEL-DATE(TR-IDX)
                    AND TR-FLIGHT-ID(TR-IDX2) NOT =
                        TR-FLIGHT-ID(TR-IDX)
                    PERFORM TEST-TRIP-OVERLAP
                    IF TRIPS-OVERLAP
                       PERFORM FLAG-OVERLAPPING-PAIR
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

       TEST-TRIP-OVERLAP.
           SET TRIPS-DO-NOT-OVERLAP        TO  TRUE.
           IF TR-DEP-TIME(TR-IDX) NOT NUMERIC OR
              TR-ARR-TIME(TR-IDX) NOT NUMERIC OR
              TR-DEP-TIME(TR-IDX2) NOT NUMERIC OR
              TR-ARR-TIME(TR-IDX2) NOT NUMERIC OR
              TR-ARR-TIME(TR-IDX) = 0 OR TR-ARR-TIME(TR-IDX2) = 0
              IF TR-ORIGIN(TR-IDX) = TR-ORIGIN(TR-IDX2)
                 SET TRIPS-OVERLAP         TO  TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF TR-DEP-TIME(TR-IDX) < TR-ARR-TIME(TR-IDX2) AND
              TR-DEP-TIME(TR-IDX2) < TR-ARR-TIME(TR-IDX)
              SET TRIPS-OVERLAP            TO  TRUE
           END-IF.

       FLAG-OVERLAPPING-PAIR.
      *    EACH BOOKING OF THE PAIR IS REPORTED ONCE, AGAINST THE
      *    FIRST FLIGHT IT WAS FOUND TO CLASH WITH.
           IF TR-FLAGGED(TR-IDX) = "N"
              MOVE "Y"                     TO  TR-FLAGGED(TR-IDX)
              MOVE TR-RES-ID(TR-IDX)       TO  FL-RES-ID
              MOVE TR-FLIGHT-ID(TR-IDX)    TO  FL-FLIGHT-ID
              MOVE TR-OP-ID(TR-IDX)        TO  FL-OP-ID
              MOVE TR-FLIGHT-ID(TR-IDX2)   TO  W-NAME-HIT
              PERFORM WRITE-OVERLAP-FINDING
           END-IF.
           IF TR-FLAGGED(TR-IDX2) = "N"
              MOVE "Y"                     TO  TR-FLAGGED(TR-IDX2)
              MOVE TR-RES-ID(TR-IDX2)      TO  FL-RES-ID
              MOVE TR-FLIGHT-ID(TR-IDX2)   TO  FL-FLIGHT-ID
              MOVE TR-OP-ID(TR-IDX2)       TO  FL-OP-ID
              MOVE TR-FLIGHT-ID(TR-IDX)    TO  W-NAME-HIT
              PERFORM WRITE-OVERLAP-FINDING
           END-IF.

       WRITE-OVERLAP-FINDING.
           ADD 1                           TO  OVERLAP-FOUND.
           MOVE "OVERLAP"                  TO  FL-TYPE.
           MOVE SPACES                     TO  FL-DETAIL.
           STRING "SAME DAY " TR-TRAVEL-DATE(TR-IDX) " AS "
                  W-NAME-HIT               DELIMITED BY SIZE
                  INTO FL-DETAIL
           END-STRING.
           MOVE FL-DETAIL                  TO  WQA-NOTE.
           PERFORM QUEUE-FINDING.

       REPORT-CHURN.
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > CHURN-COUNT
              IF CH-ADDS(CH-IDX) < CH-DELETES(CH-IDX)
                 MOVE CH-ADDS(CH-IDX)      TO  CH-CYCLES
              ELSE
                 MOVE CH-DELETES(CH-IDX)   TO  CH-CYCLES
              END-IF
              IF CH-CYCLES NOT < WS-CHURN-LIMIT
                 ADD 1                     TO  CHURN-FOUND
                 MOVE "CHURN"              TO  FL-TYPE
                 MOVE CH-LAST-RES-ID(CH-IDX) TO FL-RES-ID
                 MOVE CH-LAST-FLIGHT(CH-IDX) TO FL-FLIGHT-ID
                 MOVE CH-LAST-OP-ID(CH-IDX) TO FL-OP-ID
                 MOVE CH-CYCLES            TO  W-CYCLES-SHOWN
                 MOVE SPACES               TO  FL-DETAIL
                 STRING W-CYCLES-SHOWN " CYCLES "
                        CH-NAME-KEY(CH-IDX)(1:30)
                                           DELIMITED BY "  "
                        INTO FL-DETAIL
                 END-STRING
                 MOVE FL-DETAIL            TO  WQA-NOTE
                 PERFORM QUEUE-FINDING
              END-IF
           END-PERFORM.

       REPORT-HOLD-EXTENSIONS.
           PERFORM VARYING HX-IDX FROM 1 BY 1
                   UNTIL HX-IDX > HOLD-EXT-COUNT
              IF HX-COUNT(HX-IDX) NOT < WS-EXTEND-LIMIT
                 ADD 1                     TO  HOLD-FOUND
                 MOVE "HOLD"               TO  FL-TYPE
                 MOVE HX-RES-ID(HX-IDX)    TO  FL-RES-ID
                 MOVE HX-FLIGHT(HX-IDX)    TO  FL-FLIGHT-ID
                 MOVE HX-LAST-OP-ID(HX-IDX) TO FL-OP-ID
                 MOVE HX-COUNT(HX-IDX)     TO  W-COUNT-SHOWN
                 MOVE SPACES               TO  FL-DETAIL
                 STRING "HOLD EXTENDED " W-COUNT-SHOWN " TIMES"
                                           DELIMITED BY SIZE
                        INTO FL-DETAIL
                 END-STRING
                 MOVE FL-DETAIL            TO  WQA-NOTE
                 PERFORM QUEUE-FINDING
              END-IF
           END-PERFORM.

       QUEUE-FINDING.
      *    CALLER HAS FILLED THE FINDING LINE AND THE QUEUE NOTE.
           PERFORM VARYING OI-IDX FROM 1 BY 1
                   UNTIL OI-IDX > OPEN-ITEM-COUNT
                      OR OI-RES-ID(OI-IDX) = FL-RES-ID
              CONTINUE
           END-PERFORM.
           IF OI-IDX > OPEN-ITEM-COUNT
              MOVE FL-RES-ID               TO  WQA-RES-ID
              CALL "WORKQADD" USING WQA-TYPE, WQA-RES-ID, WQA-NOTE,
                   WQA-BY, WQA-RESULT
              MOVE "Y"                     TO  FL-QUEUED
              ADD 1                        TO  ITEMS-QUEUED
              IF OPEN-ITEM-COUNT < 2000
                 ADD 1                     TO  OPEN-ITEM-COUNT
                 MOVE FL-RES-ID       TO  OI-RES-ID(OPEN-ITEM-COUNT)
              END-IF
           ELSE
              MOVE "-"                     TO  FL-QUEUED
              ADD 1                        TO  ITEMS-ALREADY-OPEN
           END-IF.
           WRITE RPT-RECORD              FROM  FINDING-LINE.

       TERMINATE-SWEEP.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE OVERLAP-FOUND              TO  RPT-CNT.
           STRING "SAME-DAY OVERLAPPING BOOKINGS  " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE CHURN-FOUND                TO  RPT-CNT.
           STRING "CHURNED NAMES                  " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE NAME-FOUND                 TO  RPT-CNT.
           STRING "PLACEHOLDER/NONSENSE NAMES     " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE HOLD-FOUND                 TO  RPT-CNT.
           STRING "REPEATEDLY EXTENDED HOLDS      " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE ITEMS-QUEUED               TO  RPT-CNT.
           STRING "QUEUED TO RI (Q=Y)             " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE ITEMS-ALREADY-OPEN         TO  RPT-CNT.
           STRING "ALREADY OPEN ON RI (Q=-)       " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF TRIP-OVERFLOW > 0
              MOVE SPACES                  TO  RPT-RECORD
              MOVE TRIP-OVERFLOW           TO  RPT-CNT
              STRING "*** " RPT-CNT " BOOKING(S) BEYOND TABLE CAPACITY"
                     " - NOT OVERLAP-CHECKED ***" DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           CLOSE RI-RPT.
           MOVE "RISWEEP"                  TO  RPG-REPORT-ID.
           MOVE "risweep"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "RISWEEP"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "RISWEEP - " ITEMS-QUEUED
                   " FINDING(S) QUEUED - SEE risweep".
