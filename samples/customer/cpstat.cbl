       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      CPSTAT.

      ******************************************************************
      *    CPSTAT.CBL
      *    MONTHLY CONSUMER-PROTECTION STATISTICS FOR THE REGULATOR.
      *    EVERY FIGURE IS TIED TO THE SAME POPULATION - FLIGHTS ON
      *    "flightmst" DEPARTING IN THE REPORT MONTH - SO THE RATES
      *    AGREE WITH EACH OTHER AND WITH OUR OWN REPORTS:
      *      - ENPLANED PASSENGERS: FLOWN SEGMENTS (MAIN FLIGHT AND
      *        EACH ADDL-LEG) ON "customer" AND "custarch", COUNTED
      *        EXACTLY AS TRAFRPT COUNTS THEM;
      *      - MISHANDLED BAGS PER 1,000 ENPLANED: CLAIMS ON
      *        "bagclaim" FOR THOSE FLIGHTS.  A CLAIM WHOSE FLIGHT IS
      *        NO LONGER ON THE MASTER IS PLACED BY ITS OPEN DATE;
      *      - INVOLUNTARY AND VOLUNTARY DENIED BOARDINGS PER 10,000
      *        ENPLANED: THE GATEOVSL "bumplog" FOR THOSE FLIGHTS;
      *      - ON-TIME ARRIVALS: ARRIVED LESS THAN 15 MINUTES AFTER
      *        THE SCHEDULED ARRIVAL, OVER ALL FLIGHTS OPERATED WITH
      *        ARRIVAL TIMES PLUS THE CANCELLED AND DIVERTED FLIGHTS,
      *        WHICH COUNT AS NOT ON TIME.  BOTH ARRIVAL TIMES ARE
      *        DESTINATION LOCAL, SO NO UTC SHIFT IS NEEDED; AN
      *        OVERNIGHT LANDING IS CARRIED BY FM-ARR-DATE;
      *      - CANCELLED FLIGHTS: FM-STATUS-CODE "C";
      *      - DIVERTED FLIGHTS: FM-STATUS-CODE "V" (SET BY FLTDIVRT).
      *    OUTPUT: THE PRINTED REPORT "cpstat", THE FIXED-LAYOUT
      *    SUBMISSION FILE "cpsubmit", AND THE DRILL-DOWN LISTING
      *    "cpdrill" SHOWING EVERY FLIGHT, BAG CLAIM AND BUMP BEHIND
      *    THE FIGURES.  READ-ONLY AGAINST ALL INPUT FILES.
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

           SELECT CUSTOMER-ARCHIVE
                  ASSIGN TO DISK "custarch"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ARCHIVE-STATUS.

           SELECT BAG-CLAIM
                  ASSIGN TO DISK "bagclaim"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BCL-CLAIM-NO
                  FILE STATUS IS BAG-CLAIM-STATUS.

           SELECT BUMP-LOG
                  ASSIGN TO DISK "bumplog"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BUMP-LOG-STATUS.

           SELECT CPSTAT-RPT
                  ASSIGN TO DISK "cpstat"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

           SELECT SUBMIT-FILE
                  ASSIGN TO DISK "cpsubmit"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SUBMIT-STATUS.

           SELECT DRILL-RPT
                  ASSIGN TO DISK "cpdrill"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DRILL-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  CUSTOMER.
       COPY custrec.

       FD  CUSTOMER-ARCHIVE.
       01  ARCHIVE-RECORD                 PIC X(876).

       FD  BAG-CLAIM.
       COPY bagclaim.

       FD  BUMP-LOG.
       COPY bumplog.

       FD  CPSTAT-RPT.
       01  RPT-RECORD                     PIC X(80).

      *    THE REGULATOR'S SUBMISSION LAYOUT: ONE HEADER, ONE DETAIL
      *    PER STATISTIC, ONE TRAILER CARRYING THE DETAIL COUNT.
       FD  SUBMIT-FILE.
       01  SUBMIT-RECORD.
           03 SB-REC-TYPE                 PIC X(02).
              88 SB-HEADER                        VALUE "HD".
              88 SB-DETAIL                        VALUE "DT".
              88 SB-TRAILER                       VALUE "TR".
           03 SB-REPORT-MONTH             PIC 9(06).
           03 SB-ITEM-CODE                PIC X(04).
           03 SB-NUMERATOR                PIC 9(09).
           03 SB-DENOMINATOR              PIC 9(09).
           03 SB-RATE                     PIC 9(05)V99.
           03 SB-RATE-BASIS               PIC 9(05).
           03 SB-RUN-DATE                 PIC 9(08).
           03 FILLER                      PIC X(30).

       FD  DRILL-RPT.
       01  DRILL-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  ARCHIVE-STATUS                 PIC X(02).
           88 ARCHIVE-NOT-PRESENT                     VALUE "35".
       01  BAG-CLAIM-STATUS               PIC X(02).
           88 BAG-CLAIM-NOT-PRESENT                   VALUE "35".
       01  BUMP-LOG-STATUS                PIC X(02).
           88 BUMP-LOG-NOT-PRESENT                    VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  SUBMIT-STATUS                  PIC X(02).
       01  DRILL-STATUS                   PIC X(02).
       01  FLIGHT-EOF-SWITCH              PIC 9       VALUE 0.
           88 FLIGHT-AT-END                           VALUE 1.
           88 FLIGHT-NOT-AT-END                       VALUE 0.
       01  CUSTOMER-EOF-SWITCH            PIC 9       VALUE 0.
           88 CUSTOMER-AT-END                         VALUE 1.
           88 CUSTOMER-NOT-AT-END                     VALUE 0.
       01  ARCHIVE-EOF-SWITCH             PIC 9       VALUE 0.
           88 ARCHIVE-AT-END                          VALUE 1.
           88 ARCHIVE-NOT-AT-END                      VALUE 0.
       01  CLAIM-EOF-SWITCH               PIC 9       VALUE 0.
           88 CLAIM-AT-END                            VALUE 1.
           88 CLAIM-NOT-AT-END                        VALUE 0.
       01  BUMP-EOF-SWITCH                PIC 9       VALUE 0.
           88 BUMP-AT-END                             VALUE 1.
           88 BUMP-NOT-AT-END                         VALUE 0.
       01  TODAY-DATE.
           03 TODAY-YY                    PIC 9(04).
           03 TODAY-MM                    PIC 9(02).
           03 TODAY-DD                    PIC 9(02).
       01  TODAY-DATE-NUM REDEFINES TODAY-DATE
                                           PIC 9(08).
       01  WS-REPORT-MONTH                PIC X(06).
       01  FM-DATE-X                      PIC X(08)   VALUE SPACES.
       01  SEG-FLIGHT-ID                  PIC X(07)   VALUE SPACES.
       01  LEG-IDX                        PIC 9(01)   VALUE 0.

      *    ON-TIME ARRIVAL: LESS THAN THIS MANY MINUTES LATE.
       01  CP-ONTIME-MINUTES              PIC 9(02)   VALUE 15.
       01  TIME-WORK                      PIC 9(04)   VALUE 0.
       01  TIME-WORK-GRP REDEFINES TIME-WORK.
           03 TW-HH                       PIC 9(02).
           03 TW-MM                       PIC 9(02).
       01  SCHED-DEP-MINUTES              PIC S9(05)  VALUE 0.
       01  SCHED-ARR-MINUTES              PIC S9(05)  VALUE 0.
       01  ACT-ARR-MINUTES                PIC S9(05)  VALUE 0.
       01  ARR-DELAY-MINUTES              PIC S9(05)  VALUE 0.

      *    EVERY FLIGHT DEPARTING IN THE REPORT MONTH, WITH ITS
      *    SHARE OF EACH FIGURE FOR THE DRILL-DOWN.
       01  CP-FLIGHT-TABLE.
           03 CP-FLIGHT-ENTRY OCCURS 600 TIMES.
              05 CPF-FLIGHT-ID            PIC X(07).
              05 CPF-TRAVEL-DATE          PIC 9(08).
              05 CPF-ORIGIN               PIC X(03).
              05 CPF-DEST                 PIC X(03).
              05 CPF-ARR-STATUS           PIC X(04).
              05 CPF-ARR-DELAY            PIC S9(05).
              05 CPF-ENPLANED             PIC 9(05).
              05 CPF-BAGS                 PIC 9(04).
              05 CPF-VOL-DB               PIC 9(03).
              05 CPF-INVOL-DB             PIC 9(03).
       01  CP-FLIGHT-COUNT                PIC 9(03)   VALUE 0.
       01  CPF-IDX                        PIC 9(03)   VALUE 0.
       01  CPF-FOUND-SWITCH               PIC 9       VALUE 0.
           88 CPF-FOUND                               VALUE 1.
           88 CPF-NOT-FOUND                           VALUE 0.
       01  CPF-SEARCH-ID                  PIC X(07)   VALUE SPACES.

       01  CP-TOTALS.
           03 CP-FLIGHTS-SCHED            PIC 9(07)   VALUE 0.
           03 CP-FLIGHTS-CANCELLED        PIC 9(07)   VALUE 0.
           03 CP-FLIGHTS-DIVERTED         PIC 9(07)   VALUE 0.
           03 CP-FLIGHTS-ONTIME           PIC 9(07)   VALUE 0.
           03 CP-FLIGHTS-LATE             PIC 9(07)   VALUE 0.
           03 CP-FLIGHTS-NO-TIMES         PIC 9(07)   VALUE 0.
           03 CP-FLIGHTS-OTP-BASE         PIC 9(07)   VALUE 0.
           03 CP-FLIGHTS-UNTABLED         PIC 9(07)   VALUE 0.
           03 CP-ENPLANED                 PIC 9(09)   VALUE 0.
           03 CP-BAGS                     PIC 9(07)   VALUE 0.
           03 CP-BAGS-BY-OPEN-DATE        PIC 9(07)   VALUE 0.
           03 CP-VOL-DB                   PIC 9(07)   VALUE 0.
           03 CP-INVOL-DB                 PIC 9(07)   VALUE 0.
       01  CP-BAG-RATE                    PIC 9(05)V99 VALUE 0.
       01  CP-VOL-RATE                    PIC 9(05)V99 VALUE 0.
       01  CP-INVOL-RATE                  PIC 9(05)V99 VALUE 0.
       01  CP-OTP-PCT                     PIC 9(05)V99 VALUE 0.
       01  CP-CANX-PCT                    PIC 9(05)V99 VALUE 0.
       01  CP-DIVT-PCT                    PIC 9(05)V99 VALUE 0.
       01  CP-DETAIL-COUNT                PIC 9(09)   VALUE 0.
       01  CP-BAG-PLACED-SWITCH           PIC 9       VALUE 0.
           88 CP-BAG-BY-FLIGHT                        VALUE 1.
           88 CP-BAG-BY-OPEN-DATE                     VALUE 2.
           88 CP-BAG-NOT-IN-MONTH                     VALUE 0.
       01  CP-OPEN-DATE-X                 PIC X(08)   VALUE SPACES.

      *    ONE FIGURE AT A TIME FOR THE PRINT AND SUBMISSION LINES.
       01  CP-ITEM-CODE                   PIC X(04)   VALUE SPACES.
       01  CP-ITEM-LABEL                  PIC X(30)   VALUE SPACES.
       01  CP-ITEM-NUM                    PIC 9(09)   VALUE 0.
       01  CP-ITEM-DEN                    PIC 9(09)   VALUE 0.
       01  CP-ITEM-RATE                   PIC 9(05)V99 VALUE 0.
       01  CP-ITEM-BASIS                  PIC 9(05)   VALUE 0.

       01  RPT-CNT                        PIC ZZZZZZZZ9.
       01  RPT-RATE                       PIC ZZZZ9.99.
       01  RPT-BASIS                      PIC ZZ,ZZ9.
       01  RPT-SMALL                      PIC ZZZZ9.
       01  RPT-DELAY                      PIC -ZZZ9.
       01  RPT-AMT                        PIC ZZZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT.
           PERFORM UNTIL FLIGHT-AT-END
              PERFORM CHECK-ONE-FLIGHT
              PERFORM READ-FLIGHT-REC
           END-PERFORM.
           PERFORM COUNT-ENPLANEMENTS.
           PERFORM COUNT-BAG-CLAIMS.
           PERFORM COUNT-DENIED-BOARDINGS.
           PERFORM COMPUTE-RATES.
           PERFORM WRITE-FLIGHT-DRILL.
           PERFORM TERMINATE-REPORT.
           STOP RUN.

       INITIALIZE-REPORT.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "CPSTAT - ENTER REPORT MONTH (YYYYMM):".
           ACCEPT WS-REPORT-MONTH.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              DISPLAY "CPSTAT - FLIGHTMST FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "CPSTAT - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN OUTPUT CPSTAT-RPT.
           OPEN OUTPUT SUBMIT-FILE.
           OPEN OUTPUT DRILL-RPT.
           MOVE SPACES                     TO  DRILL-RECORD.
           STRING "CONSUMER PROTECTION STATISTICS DRILL-DOWN - "
                  WS-REPORT-MONTH          DELIMITED BY SIZE
                  INTO DRILL-RECORD
           END-STRING.
           WRITE DRILL-RECORD.
           MOVE SPACES                     TO  DRILL-RECORD.
           WRITE DRILL-RECORD.
           PERFORM READ-FLIGHT-REC.

       READ-FLIGHT-REC.
           READ FLIGHT-MASTER NEXT
                AT END
                   SET FLIGHT-AT-END         TO  TRUE
           END-READ.

      *****************************************************************
      *    FLIGHT PASS - BUILDS THE MONTH'S FLIGHT TABLE AND SETTLES
      *    EACH FLIGHT AS CANCELLED, DIVERTED, ON TIME, LATE OR
      *    WITHOUT TIMES.
      *****************************************************************
       CHECK-ONE-FLIGHT.
           MOVE FM-TRAVEL-DATE             TO  FM-DATE-X.
           IF FM-DATE-X(1:6) NOT = WS-REPORT-MONTH
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  CP-FLIGHTS-SCHED.
           IF CP-FLIGHT-COUNT >= 600
              ADD 1                        TO  CP-FLIGHTS-UNTABLED
              MOVE 0                       TO  CPF-IDX
           ELSE
              ADD 1                        TO  CP-FLIGHT-COUNT
              MOVE CP-FLIGHT-COUNT         TO  CPF-IDX
              MOVE FM-FLIGHT-ID            TO  CPF-FLIGHT-ID(CPF-IDX)
              MOVE FM-TRAVEL-DATE          TO  CPF-TRAVEL-DATE(CPF-IDX)
              MOVE FM-ORIGIN               TO  CPF-ORIGIN(CPF-IDX)
              MOVE FM-DESTINATION          TO  CPF-DEST(CPF-IDX)
              MOVE 0                       TO  CPF-ARR-DELAY(CPF-IDX)
                                                CPF-ENPLANED(CPF-IDX)
                                                CPF-BAGS(CPF-IDX)
                                                CPF-VOL-DB(CPF-IDX)
                                                CPF-INVOL-DB(CPF-IDX)
           END-IF.
           IF FM-CANCELLED
              ADD 1                        TO  CP-FLIGHTS-CANCELLED
              IF CPF-IDX > 0
                 MOVE "CANX"               TO  CPF-ARR-STATUS(CPF-IDX)
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF FM-DIVERTED
              ADD 1                        TO  CP-FLIGHTS-DIVERTED
              IF CPF-IDX > 0
                 MOVE "DIVT"               TO  CPF-ARR-STATUS(CPF-IDX)
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF FM-SCHED-ARR-TIME NOT NUMERIC OR FM-SCHED-ARR-TIME = 0
              OR FM-ACT-ARR-TIME NOT NUMERIC OR FM-ACT-ARR-TIME = 0
              ADD 1                        TO  CP-FLIGHTS-NO-TIMES
              IF CPF-IDX > 0
                 MOVE "NOTM"               TO  CPF-ARR-STATUS(CPF-IDX)
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-ARRIVAL-DELAY.
           IF ARR-DELAY-MINUTES < CP-ONTIME-MINUTES
              ADD 1                        TO  CP-FLIGHTS-ONTIME
              IF CPF-IDX > 0
                 MOVE "ONTM"               TO  CPF-ARR-STATUS(CPF-IDX)
              END-IF
           ELSE
              ADD 1                        TO  CP-FLIGHTS-LATE
              IF CPF-IDX > 0
                 MOVE "LATE"               TO  CPF-ARR-STATUS(CPF-IDX)
              END-IF
           END-IF.
           IF CPF-IDX > 0
              MOVE ARR-DELAY-MINUTES       TO  CPF-ARR-DELAY(CPF-IDX)
           END-IF.

       COMPUTE-ARRIVAL-DELAY.
      *    A SCHEDULED ARRIVAL EARLIER IN THE DAY THAN THE SCHEDULED
      *    DEPARTURE IS A NEXT-DAY ARRIVAL.  THE ACTUAL ARRIVAL DAY
      *    COMES FROM FM-ARR-DATE WHEN CLOSEOUT RECORDED ONE; WITHOUT
      *    IT, AN ACTUAL LANDING CLOCKED BEFORE THE SCHEDULED
      *    DEPARTURE CAN ONLY BE THE NEXT DAY.
           MOVE 0                          TO  SCHED-DEP-MINUTES.
           IF FM-SCHED-DEP-TIME NUMERIC
              MOVE FM-SCHED-DEP-TIME       TO  TIME-WORK
              COMPUTE SCHED-DEP-MINUTES = TW-HH * 60 + TW-MM
           END-IF.
           MOVE FM-SCHED-ARR-TIME          TO  TIME-WORK.
           COMPUTE SCHED-ARR-MINUTES = TW-HH * 60 + TW-MM.
           IF SCHED-ARR-MINUTES < SCHED-DEP-MINUTES
              ADD 1440                     TO  SCHED-ARR-MINUTES
           END-IF.
           MOVE FM-ACT-ARR-TIME            TO  TIME-WORK.
           COMPUTE ACT-ARR-MINUTES = TW-HH * 60 + TW-MM.
           IF FM-ARR-DATE NUMERIC AND FM-ARR-DATE > FM-TRAVEL-DATE
              COMPUTE ACT-ARR-MINUTES = ACT-ARR-MINUTES
                    + (FUNCTION INTEGER-OF-DATE(FM-ARR-DATE)
                     - FUNCTION INTEGER-OF-DATE(FM-TRAVEL-DATE))
                    * 1440
           ELSE
              IF ACT-ARR-MINUTES < SCHED-DEP-MINUTES
                 ADD 1440                  TO  ACT-ARR-MINUTES
              END-IF
           END-IF.
           COMPUTE ARR-DELAY-MINUTES =
                   ACT-ARR-MINUTES - SCHED-ARR-MINUTES.

       FIND-CP-FLIGHT.
           SET CPF-NOT-FOUND               TO  TRUE.
           PERFORM VARYING CPF-IDX FROM 1 BY 1
                    UNTIL CPF-IDX > CP-FLIGHT-COUNT OR CPF-FOUND
              IF CPF-FLIGHT-ID(CPF-IDX) = CPF-SEARCH-ID
                 SET CPF-FOUND             TO  TRUE
              END-IF
           END-PERFORM.
           IF CPF-FOUND
              SUBTRACT 1                   FROM CPF-IDX
           ELSE
              MOVE 0                       TO  CPF-IDX
           END-IF.

      *****************************************************************
      *    ENPLANEMENTS - FLOWN SEGMENTS ON THE LIVE FILE AND THE
      *    ARCHIVE, THE SAME COUNT TRAFRPT MAKES.
      *****************************************************************
       COUNT-ENPLANEMENTS.
           PERFORM READ-CUSTOMER-REC.
           PERFORM UNTIL CUSTOMER-AT-END
              IF RES-FLOWN
                 PERFORM TALLY-RESERVATION-SEGMENTS
              END-IF
              PERFORM READ-CUSTOMER-REC
           END-PERFORM.
           OPEN INPUT CUSTOMER-ARCHIVE.
           IF ARCHIVE-NOT-PRESENT
              CLOSE CUSTOMER-ARCHIVE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ARCHIVE-AT-END
              READ CUSTOMER-ARCHIVE
                   AT END
                      SET ARCHIVE-AT-END    TO  TRUE
                   NOT AT END
                      MOVE ARCHIVE-RECORD   TO  CUSTOMER-RECORD
                      IF RES-FLOWN
                         PERFORM TALLY-RESERVATION-SEGMENTS
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ARCHIVE.

       READ-CUSTOMER-REC.
           READ CUSTOMER NEXT
                AT END
                   SET CUSTOMER-AT-END       TO  TRUE
           END-READ.

       TALLY-RESERVATION-SEGMENTS.
           MOVE FLIGHT-ID                  TO  SEG-FLIGHT-ID.
           PERFORM TALLY-ONE-SEGMENT.
           IF LEG-COUNT NUMERIC AND LEG-COUNT > 0
              PERFORM VARYING LEG-IDX FROM 1 BY 1
                       UNTIL LEG-IDX > LEG-COUNT
                 MOVE LEG-FLIGHT-ID(LEG-IDX) TO SEG-FLIGHT-ID
                 PERFORM TALLY-ONE-SEGMENT
              END-PERFORM
           END-IF.

       TALLY-ONE-SEGMENT.
           IF SEG-FLIGHT-ID = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SEG-FLIGHT-ID              TO  CPF-SEARCH-ID.
           PERFORM FIND-CP-FLIGHT.
           IF CPF-IDX > 0
              ADD 1                        TO  CP-ENPLANED
              ADD 1                        TO  CPF-ENPLANED(CPF-IDX)
              EXIT PARAGRAPH
           END-IF.
      *    A FLIGHT PAST THE TABLE'S END STILL COUNTS IF IT IS ONE OF
      *    THE MONTH'S.
           IF CP-FLIGHTS-UNTABLED > 0
              MOVE SEG-FLIGHT-ID           TO  FM-FLIGHT-ID
              READ FLIGHT-MASTER
                   INVALID KEY
                      EXIT PARAGRAPH
              END-READ
              MOVE FM-TRAVEL-DATE          TO  FM-DATE-X
              IF FM-DATE-X(1:6) = WS-REPORT-MONTH
                 ADD 1                     TO  CP-ENPLANED
              END-IF
           END-IF.

      *****************************************************************
      *    MISHANDLED BAGS - ONE CLAIM PER BAG TAG, PLACED IN THE
      *    MONTH BY ITS FLIGHT'S DEPARTURE, OR BY THE CLAIM'S OPEN
      *    DATE WHEN THE FLIGHT IS NO LONGER ON THE MASTER.
      *****************************************************************
       COUNT-BAG-CLAIMS.
           MOVE SPACES                     TO  DRILL-RECORD.
           WRITE DRILL-RECORD.
           MOVE "MISHANDLED BAG CLAIMS"    TO  DRILL-RECORD.
           WRITE DRILL-RECORD.
           MOVE SPACES                     TO  DRILL-RECORD.
           STRING "CLAIM   TAG        RES ID      FLIGHT  OPENED   "
                  "ST BASIS"               DELIMITED BY SIZE
                  INTO DRILL-RECORD
           END-STRING.
           WRITE DRILL-RECORD.
           OPEN INPUT BAG-CLAIM.
           IF BAG-CLAIM-NOT-PRESENT
              CLOSE BAG-CLAIM
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CLAIM-AT-END
              READ BAG-CLAIM NEXT
                   AT END
                      SET CLAIM-AT-END      TO  TRUE
                   NOT AT END
                      PERFORM CHECK-ONE-CLAIM
              END-READ
           END-PERFORM.
           CLOSE BAG-CLAIM.

       CHECK-ONE-CLAIM.
           SET CP-BAG-NOT-IN-MONTH         TO  TRUE.
           MOVE BCL-FLIGHT-ID              TO  CPF-SEARCH-ID.
           PERFORM FIND-CP-FLIGHT.
           IF CPF-IDX > 0
              SET CP-BAG-BY-FLIGHT         TO  TRUE
              ADD 1                        TO  CPF-BAGS(CPF-IDX)
           ELSE
              MOVE BCL-FLIGHT-ID           TO  FM-FLIGHT-ID
              READ FLIGHT-MASTER
                   INVALID KEY
                      MOVE BCL-OPEN-DATE   TO  CP-OPEN-DATE-X
                      IF CP-OPEN-DATE-X(1:6) = WS-REPORT-MONTH
                         SET CP-BAG-BY-OPEN-DATE TO TRUE
                      END-IF
                   NOT INVALID KEY
                      MOVE FM-TRAVEL-DATE  TO  FM-DATE-X
                      IF FM-DATE-X(1:6) = WS-REPORT-MONTH
                         SET CP-BAG-BY-FLIGHT TO TRUE
                      END-IF
              END-READ
           END-IF.
           IF CP-BAG-NOT-IN-MONTH
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  CP-BAGS.
           MOVE SPACES                     TO  DRILL-RECORD.
           MOVE BCL-CLAIM-NO               TO  DRILL-RECORD(1:7).
           MOVE BCL-TAG-NO                 TO  DRILL-RECORD(9:10).
           MOVE BCL-CUST-RES-ID            TO  DRILL-RECORD(20:11).
           MOVE BCL-FLIGHT-ID              TO  DRILL-RECORD(32:7).
           MOVE BCL-OPEN-DATE              TO  DRILL-RECORD(40:8).
           MOVE BCL-STATUS                 TO  DRILL-RECORD(50:1).
           IF CP-BAG-BY-OPEN-DATE
              ADD 1                        TO  CP-BAGS-BY-OPEN-DATE
              MOVE "OPEN DATE"             TO  DRILL-RECORD(53:9)
           ELSE
              MOVE "FLIGHT"                TO  DRILL-RECORD(53:6)
           END-IF.
           WRITE DRILL-RECORD.

      *****************************************************************
      *    DENIED BOARDINGS - THE GATEOVSL BUMP LOG, BY THE TRAVEL
      *    DATE OF THE FLIGHT THE PASSENGER WAS BUMPED FROM.
      *****************************************************************
       COUNT-DENIED-BOARDINGS.
           MOVE SPACES                     TO  DRILL-RECORD.
           WRITE DRILL-RECORD.
           MOVE "DENIED BOARDINGS"         TO  DRILL-RECORD.
           WRITE DRILL-RECORD.
           MOVE SPACES                     TO  DRILL-RECORD.
           STRING "FLIGHT  DATE     OLD RES ID  NAME                 "
                  "T    COMP VOUCHER"      DELIMITED BY SIZE
                  INTO DRILL-RECORD
           END-STRING.
           WRITE DRILL-RECORD.
           OPEN INPUT BUMP-LOG.
           IF BUMP-LOG-NOT-PRESENT
              CLOSE BUMP-LOG
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL BUMP-AT-END
              READ BUMP-LOG
                   AT END
                      SET BUMP-AT-END       TO  TRUE
                   NOT AT END
                      PERFORM CHECK-ONE-BUMP
              END-READ
           END-PERFORM.
           CLOSE BUMP-LOG.

       CHECK-ONE-BUMP.
           MOVE DB-TRAVEL-DATE             TO  FM-DATE-X.
           IF FM-DATE-X(1:6) NOT = WS-REPORT-MONTH
              EXIT PARAGRAPH
           END-IF.
           MOVE DB-FLIGHT-ID               TO  CPF-SEARCH-ID.
           PERFORM FIND-CP-FLIGHT.
           IF DB-INVOLUNTARY
              ADD 1                        TO  CP-INVOL-DB
              IF CPF-IDX > 0
                 ADD 1                     TO  CPF-INVOL-DB(CPF-IDX)
              END-IF
           ELSE
              ADD 1                        TO  CP-VOL-DB
              IF CPF-IDX > 0
                 ADD 1                     TO  CPF-VOL-DB(CPF-IDX)
              END-IF
           END-IF.
           MOVE SPACES                     TO  DRILL-RECORD.
           MOVE DB-FLIGHT-ID               TO  DRILL-RECORD(1:7).
           MOVE DB-TRAVEL-DATE             TO  DRILL-RECORD(9:8).
           MOVE DB-OLD-RES-ID              TO  DRILL-RECORD(18:11).
           STRING DB-LNAME                 DELIMITED BY "  "
                  ", "                     DELIMITED BY SIZE
                  DB-FNAME                 DELIMITED BY "  "
                  INTO DRILL-RECORD(30:20)
           END-STRING.
           MOVE DB-BUMP-TYPE               TO  DRILL-RECORD(51:1).
           MOVE DB-COMP-AMT                TO  RPT-AMT.
           MOVE RPT-AMT                    TO  DRILL-RECORD(53:8).
           MOVE DB-VOUCHER-NO              TO  DRILL-RECORD(62:8).
           WRITE DRILL-RECORD.

      *****************************************************************
      *    RATES - BAGS PER 1,000 AND BUMPS PER 10,000 ENPLANED;
      *    ON-TIME AND CANCELLED AS PERCENTAGES OF FLIGHTS.
      *****************************************************************
       COMPUTE-RATES.
           IF CP-ENPLANED > 0
              COMPUTE CP-BAG-RATE ROUNDED =
                      CP-BAGS * 1000 / CP-ENPLANED
              COMPUTE CP-VOL-RATE ROUNDED =
                      CP-VOL-DB * 10000 / CP-ENPLANED
              COMPUTE CP-INVOL-RATE ROUNDED =
                      CP-INVOL-DB * 10000 / CP-ENPLANED
           END-IF.
           COMPUTE CP-FLIGHTS-OTP-BASE = CP-FLIGHTS-ONTIME
                 + CP-FLIGHTS-LATE + CP-FLIGHTS-CANCELLED
                 + CP-FLIGHTS-DIVERTED.
           IF CP-FLIGHTS-OTP-BASE > 0
              COMPUTE CP-OTP-PCT ROUNDED =
                      CP-FLIGHTS-ONTIME * 100 / CP-FLIGHTS-OTP-BASE
           END-IF.
           IF CP-FLIGHTS-SCHED > 0
              COMPUTE CP-CANX-PCT ROUNDED =
                      CP-FLIGHTS-CANCELLED * 100 / CP-FLIGHTS-SCHED
              COMPUTE CP-DIVT-PCT ROUNDED =
                      CP-FLIGHTS-DIVERTED * 100 / CP-FLIGHTS-SCHED
           END-IF.

       WRITE-FLIGHT-DRILL.
           MOVE SPACES                     TO  DRILL-RECORD.
           WRITE DRILL-RECORD.
           MOVE "FLIGHTS DEPARTING IN THE MONTH" TO DRILL-RECORD.
           WRITE DRILL-RECORD.
           MOVE SPACES                     TO  DRILL-RECORD.
           STRING "FLIGHT  DATE     ORG DST ARR  DELAY  ENPL  BAGS  "
                  "VDB  IDB"               DELIMITED BY SIZE
                  INTO DRILL-RECORD
           END-STRING.
           WRITE DRILL-RECORD.
           PERFORM VARYING CPF-IDX FROM 1 BY 1
                    UNTIL CPF-IDX > CP-FLIGHT-COUNT
              MOVE SPACES                  TO  DRILL-RECORD
              MOVE CPF-FLIGHT-ID(CPF-IDX)  TO  DRILL-RECORD(1:7)
              MOVE CPF-TRAVEL-DATE(CPF-IDX) TO DRILL-RECORD(9:8)
              MOVE CPF-ORIGIN(CPF-IDX)     TO  DRILL-RECORD(18:3)
              MOVE CPF-DEST(CPF-IDX)       TO  DRILL-RECORD(22:3)
              MOVE CPF-ARR-STATUS(CPF-IDX) TO  DRILL-RECORD(26:4)
              IF CPF-ARR-STATUS(CPF-IDX) = "ONTM" OR "LATE"
                 MOVE CPF-ARR-DELAY(CPF-IDX) TO RPT-DELAY
                 MOVE RPT-DELAY            TO  DRILL-RECORD(31:5)
              END-IF
              MOVE CPF-ENPLANED(CPF-IDX)   TO  RPT-SMALL
              MOVE RPT-SMALL               TO  DRILL-RECORD(37:5)
              MOVE CPF-BAGS(CPF-IDX)       TO  RPT-SMALL
              MOVE RPT-SMALL               TO  DRILL-RECORD(43:5)
              MOVE CPF-VOL-DB(CPF-IDX)     TO  RPT-SMALL
              MOVE RPT-SMALL               TO  DRILL-RECORD(48:5)
              MOVE CPF-INVOL-DB(CPF-IDX)   TO  RPT-SMALL
              MOVE RPT-SMALL               TO  DRILL-RECORD(53:5)
              WRITE DRILL-RECORD
           END-PERFORM.
           IF CP-FLIGHTS-UNTABLED > 0
              MOVE SPACES                  TO  DRILL-RECORD
              STRING "FLIGHTS NOT LISTED (TABLE FULL): "
                     CP-FLIGHTS-UNTABLED   DELIMITED BY SIZE
                     INTO DRILL-RECORD
              END-STRING
              WRITE DRILL-RECORD
           END-IF.

      *****************************************************************
      *    PRINTED REPORT AND SUBMISSION FILE.
      *****************************************************************
       TERMINATE-REPORT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "CONSUMER PROTECTION STATISTICS - " TODAY-MM "/"
                  TODAY-DD "/" TODAY-YY    DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "REPORT MONTH: " WS-REPORT-MONTH
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "STATISTIC"                TO  RPT-RECORD(1:9).
           MOVE "COUNT"                    TO  RPT-RECORD(35:5).
           MOVE "BASE"                     TO  RPT-RECORD(46:4).
           MOVE "RATE"                     TO  RPT-RECORD(55:4).
           MOVE "PER"                      TO  RPT-RECORD(63:3).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  SUBMIT-RECORD.
           SET SB-HEADER                   TO  TRUE.
           MOVE WS-REPORT-MONTH            TO  SB-REPORT-MONTH.
           MOVE "CPST"                     TO  SB-ITEM-CODE.
           MOVE 0                          TO  SB-NUMERATOR
                                                SB-DENOMINATOR
                                                SB-RATE
                                                SB-RATE-BASIS.
           MOVE TODAY-DATE-NUM             TO  SB-RUN-DATE.
           WRITE SUBMIT-RECORD.
           MOVE "ENPL"                     TO  CP-ITEM-CODE.
           MOVE "ENPLANED PASSENGERS"      TO  CP-ITEM-LABEL.
           MOVE CP-ENPLANED                TO  CP-ITEM-NUM.
           MOVE 0                          TO  CP-ITEM-DEN
                                                CP-ITEM-RATE
                                                CP-ITEM-BASIS.
           PERFORM WRITE-STATISTIC.
           MOVE "MBAG"                     TO  CP-ITEM-CODE.
           MOVE "MISHANDLED BAGS"          TO  CP-ITEM-LABEL.
           MOVE CP-BAGS                    TO  CP-ITEM-NUM.
           MOVE CP-ENPLANED                TO  CP-ITEM-DEN.
           MOVE CP-BAG-RATE                TO  CP-ITEM-RATE.
           MOVE 1000                       TO  CP-ITEM-BASIS.
           PERFORM WRITE-STATISTIC.
           MOVE "IDB "                     TO  CP-ITEM-CODE.
           MOVE "INVOLUNTARY DENIED BOARDINGS" TO CP-ITEM-LABEL.
           MOVE CP-INVOL-DB                TO  CP-ITEM-NUM.
           MOVE CP-ENPLANED                TO  CP-ITEM-DEN.
           MOVE CP-INVOL-RATE              TO  CP-ITEM-RATE.
           MOVE 10000                      TO  CP-ITEM-BASIS.
           PERFORM WRITE-STATISTIC.
           MOVE "VDB "                     TO  CP-ITEM-CODE.
           MOVE "VOLUNTARY DENIED BOARDINGS" TO CP-ITEM-LABEL.
           MOVE CP-VOL-DB                  TO  CP-ITEM-NUM.
           MOVE CP-ENPLANED                TO  CP-ITEM-DEN.
           MOVE CP-VOL-RATE                TO  CP-ITEM-RATE.
           MOVE 10000                      TO  CP-ITEM-BASIS.
           PERFORM WRITE-STATISTIC.
           MOVE "OTPA"                     TO  CP-ITEM-CODE.
           MOVE "ON-TIME ARRIVALS"         TO  CP-ITEM-LABEL.
           MOVE CP-FLIGHTS-ONTIME          TO  CP-ITEM-NUM.
           MOVE CP-FLIGHTS-OTP-BASE        TO  CP-ITEM-DEN.
           MOVE CP-OTP-PCT                 TO  CP-ITEM-RATE.
           MOVE 100                        TO  CP-ITEM-BASIS.
           PERFORM WRITE-STATISTIC.
           MOVE "CANX"                     TO  CP-ITEM-CODE.
           MOVE "CANCELLED FLIGHTS"        TO  CP-ITEM-LABEL.
           MOVE CP-FLIGHTS-CANCELLED       TO  CP-ITEM-NUM.
           MOVE CP-FLIGHTS-SCHED           TO  CP-ITEM-DEN.
           MOVE CP-CANX-PCT                TO  CP-ITEM-RATE.
           MOVE 100                        TO  CP-ITEM-BASIS.
           PERFORM WRITE-STATISTIC.
           MOVE "DIVT"                     TO  CP-ITEM-CODE.
           MOVE "DIVERTED FLIGHTS"         TO  CP-ITEM-LABEL.
           MOVE CP-FLIGHTS-DIVERTED        TO  CP-ITEM-NUM.
           MOVE CP-FLIGHTS-SCHED           TO  CP-ITEM-DEN.
           MOVE CP-DIVT-PCT                TO  CP-ITEM-RATE.
           MOVE 100                        TO  CP-ITEM-BASIS.
           PERFORM WRITE-STATISTIC.
           MOVE SPACES                     TO  SUBMIT-RECORD.
           SET SB-TRAILER                  TO  TRUE.
           MOVE WS-REPORT-MONTH            TO  SB-REPORT-MONTH.
           MOVE "CPST"                     TO  SB-ITEM-CODE.
           MOVE CP-DETAIL-COUNT            TO  SB-NUMERATOR.
           MOVE 0                          TO  SB-DENOMINATOR
                                                SB-RATE
                                                SB-RATE-BASIS.
           MOVE TODAY-DATE-NUM             TO  SB-RUN-DATE.
           WRITE SUBMIT-RECORD.
           PERFORM WRITE-BASIS-NOTES.
           CLOSE FLIGHT-MASTER.
           CLOSE CUSTOMER.
           CLOSE CPSTAT-RPT.
           CLOSE SUBMIT-FILE.
           CLOSE DRILL-RPT.
           MOVE "CPSTAT"                   TO  RPG-REPORT-ID.
           MOVE "cpstat"                   TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "CPSTAT"                   TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           MOVE "CPDRILL"                  TO  RPG-REPORT-ID.
           MOVE "cpdrill"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "CPSTAT"                   TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "CPSTAT - " CP-FLIGHTS-SCHED " FLIGHT(S), "
                   CP-ENPLANED " ENPLANED - SEE cpstat, cpsubmit, "
                   "cpdrill".

       WRITE-STATISTIC.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE CP-ITEM-LABEL              TO  RPT-RECORD(1:30).
           MOVE CP-ITEM-NUM                TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(31:9).
           IF CP-ITEM-BASIS > 0
              MOVE CP-ITEM-DEN             TO  RPT-CNT
              MOVE RPT-CNT                 TO  RPT-RECORD(41:9)
              MOVE CP-ITEM-RATE            TO  RPT-RATE
              MOVE RPT-RATE                TO  RPT-RECORD(51:8)
              IF CP-ITEM-BASIS = 100
                 MOVE "%"                  TO  RPT-RECORD(60:1)
              ELSE
                 MOVE CP-ITEM-BASIS        TO  RPT-BASIS
                 MOVE RPT-BASIS            TO  RPT-RECORD(60:6)
              END-IF
           END-IF.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  SUBMIT-RECORD.
           SET SB-DETAIL                   TO  TRUE.
           MOVE WS-REPORT-MONTH            TO  SB-REPORT-MONTH.
           MOVE CP-ITEM-CODE               TO  SB-ITEM-CODE.
           MOVE CP-ITEM-NUM                TO  SB-NUMERATOR.
           MOVE CP-ITEM-DEN                TO  SB-DENOMINATOR.
           MOVE CP-ITEM-RATE               TO  SB-RATE.
           MOVE CP-ITEM-BASIS              TO  SB-RATE-BASIS.
           MOVE TODAY-DATE-NUM             TO  SB-RUN-DATE.
           WRITE SUBMIT-RECORD.
           ADD 1                           TO  CP-DETAIL-COUNT.

       WRITE-BASIS-NOTES.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "BASIS: FLIGHTS ON FLIGHTMST DEPARTING IN THE MONTH"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "  ENPLANED = FLOWN SEGMENTS, SAME COUNT AS TRAFRPT"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  ON TIME = ARRIVED UNDER " CP-ONTIME-MINUTES
                  " MIN LATE; CANCELLED/DIVERTED NOT ON TIME"
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  FLIGHTS SCHEDULED: " CP-FLIGHTS-SCHED
                  "  LATE: " CP-FLIGHTS-LATE
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  FLIGHTS WITHOUT ARRIVAL TIMES (LEFT OUT): "
                  CP-FLIGHTS-NO-TIMES      DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  BAG CLAIMS PLACED BY OPEN DATE: "
                  CP-BAGS-BY-OPEN-DATE     DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
