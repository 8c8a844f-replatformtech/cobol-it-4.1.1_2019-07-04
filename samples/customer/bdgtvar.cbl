       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      BDGTVAR.

      ******************************************************************
      *    BDGTVAR.CBL
      *    MONTHLY BUDGET-VERSUS-ACTUAL BY ROUTE - SETS WHAT EACH
      *    ORIGIN/DESTINATION ACTUALLY DID BESIDE FINANCE'S PLAN ON
      *    "rtbudget" (BDGTLOAD / REFMAINT), FOR THE REPORT MONTH AND
      *    FOR THE YEAR TO DATE (JANUARY THROUGH THE REPORT MONTH):
      *      - PASSENGERS AND FLOWN REVENUE: EVERY RES-FLOWN, REVENUE
      *        RESERVATION ON "customer" AND "custarch" WHOSE FLIGHT
      *        TRAVELLED IN THE PERIOD - THE SAME COUNT RTPROFIT USES.
      *      - LOAD FACTOR: THOSE PASSENGERS OVER THE SEATS OF EVERY
      *        DEPARTURE OPERATED ON THE ROUTE IN THE PERIOD.  THE
      *        YEAR-TO-DATE BUDGET FIGURE IS THE PLANNED PASSENGERS
      *        OVER THE SEATS EACH MONTH'S PLAN IMPLIES.
      *      - OPERATING COST: COSTED EXACTLY AS RTPROFIT DOES -
      *        "opercost" PER DEPARTURE AND PER PASSENGER, ACTUAL FUEL
      *        FROM "fuelupl" IN PLACE OF THE FLAT FUEL SHARE,
      *        AMENITY VOUCHERS ("amenvch") AND APPROVED CATERING
      *        ("catcost") AGAINST THE PERIOD'S FLIGHTS.
      *    EVERY VARIANCE IS ACTUAL MINUS BUDGET.  THE CONTRIBUTION
      *    VARIANCE (REVENUE LESS COST, AGAINST PLAN) DECIDES THE
      *    ORDER - THE ROUTES FURTHEST BEHIND PLAN FOR THE MONTH PRINT
      *    FIRST.  READ-ONLY.  OUTPUT GOES TO "bdgtvar".
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

           SELECT CUSTOMER-ARCHIVE
                  ASSIGN TO DISK "custarch"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ARCHIVE-STATUS.

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FLIGHT-MASTER-STATUS.

           SELECT ROUTE-BUDGET
                  ASSIGN TO DISK "rtbudget"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RB-KEY
                  FILE STATUS IS ROUTE-BUDGET-STATUS.

           SELECT OPERATING-COST
                  ASSIGN TO DISK "opercost"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OC-KEY
                  FILE STATUS IS OPER-COST-STATUS.

           SELECT AMENITY-VOUCHER
                  ASSIGN TO DISK "amenvch"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AV-VOUCHER-NO
                  FILE STATUS IS AMEN-VCH-STATUS.

           SELECT CATERING-COST
                  ASSIGN TO DISK "catcost"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CC-KEY
                  FILE STATUS IS CAT-COST-STATUS.

           SELECT FUEL-UPLIFT
                  ASSIGN TO DISK "fuelupl"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FU-FLIGHT-ID
                  FILE STATUS IS FUEL-UPL-STATUS.

           SELECT CURRENCY-RATE
                  ASSIGN TO DISK "currrate"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CR-CURRENCY
                  FILE STATUS IS CURR-RATE-STATUS.

           SELECT VARIANCE-RPT
                  ASSIGN TO DISK "bdgtvar"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER.
       COPY custrec.

       FD  CUSTOMER-ARCHIVE.
       01  ARCHIVE-RECORD                 PIC X(876).

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  ROUTE-BUDGET.
       COPY rtbudget.

       FD  OPERATING-COST.
       COPY opercost.

       FD  AMENITY-VOUCHER.
       COPY amenvch.

       FD  CATERING-COST.
       COPY catcost.

       FD  FUEL-UPLIFT.
       COPY fuelupl.

       FD  CURRENCY-RATE.
       COPY currrate.

       FD  VARIANCE-RPT.
       01  RPT-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  ARCHIVE-STATUS                 PIC X(02).
           88 ARCHIVE-NOT-PRESENT                     VALUE "35".
       01  FLIGHT-MASTER-STATUS           PIC X(02).
           88 FLIGHT-MASTER-NOT-PRESENT               VALUE "35".
       01  ROUTE-BUDGET-STATUS            PIC X(02).
           88 ROUTE-BUDGET-NOT-PRESENT                VALUE "35".
       01  OPER-COST-STATUS               PIC X(02).
           88 OPER-COST-NOT-PRESENT                   VALUE "35".
       01  AMEN-VCH-STATUS                PIC X(02).
           88 AMEN-VCH-NOT-PRESENT                    VALUE "35".
       01  CAT-COST-STATUS                PIC X(02).
           88 CAT-COST-NOT-PRESENT                    VALUE "35".
       01  FUEL-UPL-STATUS                PIC X(02).
           88 FUEL-UPL-NOT-PRESENT                    VALUE "35".
       01  CURR-RATE-STATUS               PIC X(02).
           88 CURR-RATE-NOT-PRESENT                   VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  CUSTOMER-EOF-SWITCH            PIC 9       VALUE 0.
           88 CUSTOMER-AT-END                         VALUE 1.
           88 CUSTOMER-NOT-AT-END                     VALUE 0.
       01  ARCHIVE-EOF-SWITCH             PIC 9       VALUE 0.
           88 ARCHIVE-AT-END                          VALUE 1.
           88 ARCHIVE-NOT-AT-END                      VALUE 0.
       01  SCAN-EOF-SWITCH                PIC 9       VALUE 0.
           88 SCAN-AT-END                             VALUE 1.
           88 SCAN-NOT-AT-END                         VALUE 0.
       01  PERIOD-SWITCH                  PIC 9       VALUE 0.
           88 OUTSIDE-PERIOD                          VALUE 0.
           88 IN-YEAR-TO-DATE                         VALUE 1 2.
           88 IN-REPORT-MONTH                         VALUE 2.
       01  WS-REPORT-MONTH                PIC X(06)   VALUE SPACES.
       01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH.
           03 WS-REPORT-YY                PIC 9(04).
           03 WS-REPORT-MM                PIC 9(02).
       01  W-DATE-X                       PIC X(08)   VALUE SPACES.
       01  W-ORIGIN                       PIC X(03)   VALUE SPACES.
       01  W-DEST                         PIC X(03)   VALUE SPACES.
       01  W-COST-PER-DEP                 PIC 9(07)V99 VALUE 0.
       01  W-COST-PER-PAX                 PIC 9(05)V99 VALUE 0.
       01  W-FUEL-PER-DEP                 PIC 9(07)V99 VALUE 0.
       01  W-FUEL-RATE                    PIC 9(03)V9(06) VALUE 0.
       01  W-FUEL-COST                    PIC 9(09)V99 VALUE 0.
       01  W-COST                         PIC S9(09)V99 VALUE 0.
       01  W-SEATS                        PIC 9(05)   VALUE 0.
       01  W-IMPLIED-SEATS                PIC 9(09)V9 VALUE 0.
       01  W-LF                           PIC 9(03)V9 VALUE 0.
       01  W-LF-VAR                       PIC S9(03)V9 VALUE 0.
       01  W-VARIANCE                     PIC S9(11)V99 VALUE 0.
       01  BV-IDX                         PIC 9(02)   VALUE 0.
       01  BV-JDX                         PIC 9(02)   VALUE 0.
       01  BV-WORST                       PIC 9(02)   VALUE 0.
       01  BV-COUNT                       PIC 9(02)   VALUE 0.
       01  BV-MAX                         PIC 9(02)   VALUE 60.
       01  BK-IDX                         PIC 9(01)   VALUE 0.
      *    BUCKET 1 IS THE REPORT MONTH, BUCKET 2 THE YEAR TO DATE.
       01  BUDGET-VAR-TABLE.
           03 BV-ENTRY OCCURS 60 TIMES.
              05 BV-ORIGIN                PIC X(03).
              05 BV-DEST                  PIC X(03).
              05 BV-BUCKET OCCURS 2 TIMES.
                 07 BV-ACT-PAX            PIC 9(07).
                 07 BV-ACT-REVENUE        PIC S9(11)V99.
                 07 BV-ACT-SEATS          PIC 9(07).
                 07 BV-ACT-COST           PIC S9(11)V99.
                 07 BV-BUD-PAX            PIC 9(07).
                 07 BV-BUD-REVENUE        PIC 9(11)V99.
                 07 BV-BUD-SEATS          PIC 9(09)V9.
                 07 BV-BUD-LF             PIC 9(03)V9.
                 07 BV-BUD-COST           PIC 9(11)V99.
                 07 BV-CONTRIB-VAR        PIC S9(11)V99.
              05 BV-DONE                  PIC X(01).
       01  BUDGET-LINES                   PIC 9(05)   VALUE 0.
       01  RPT-CNT                        PIC ZZZZZZ9.
       01  RPT-SIGNED-CNT                 PIC -ZZZZZZ9.
       01  RPT-WHOLE                      PIC ZZZZZZZZ9.
       01  RPT-SIGNED-WHOLE               PIC -ZZZZZZZZ9.
       01  RPT-LF                         PIC ZZ9.9.
       01  RPT-SIGNED-LF                  PIC -ZZ9.9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT.
           PERFORM TALLY-BUDGET.
           PERFORM TALLY-FLOWN-REVENUE.
           PERFORM TALLY-DEPARTURES.
           PERFORM TALLY-AMENITY-COST.
           PERFORM TALLY-CATERING-COST.
           PERFORM COMPUTE-CONTRIBUTION-VAR.
           PERFORM PRINT-WORST-FIRST.
           PERFORM TERMINATE-REPORT.
           STOP RUN.

       INITIALIZE-REPORT.
           DISPLAY "BDGTVAR - REPORT MONTH (YYYYMM):".
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH NOT NUMERIC OR WS-REPORT-MM < 1 OR
              WS-REPORT-MM > 12
              DISPLAY "BDGTVAR - INVALID REPORT MONTH " WS-REPORT-MONTH
              STOP RUN
           END-IF.
           OPEN INPUT FLIGHT-MASTER.
           IF FLIGHT-MASTER-NOT-PRESENT
              DISPLAY "BDGTVAR - FLIGHT MASTER NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT OPERATING-COST.
           OPEN INPUT FUEL-UPLIFT.
           OPEN INPUT CURRENCY-RATE.
           INITIALIZE BUDGET-VAR-TABLE.
           OPEN OUTPUT VARIANCE-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "ROUTE BUDGET VERSUS ACTUAL - " WS-REPORT-MONTH
                  " AND YEAR TO DATE (FURTHEST BEHIND PLAN FIRST)"
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "VARIANCE = ACTUAL - BUDGET; WHOLE CURRENCY UNITS"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "PASSENGERS"               TO  RPT-RECORD(17:10).
           MOVE "REVENUE"                  TO  RPT-RECORD(51:7).
           MOVE "LOAD FACTOR"              TO  RPT-RECORD(75:11).
           MOVE "OPERATING COST"           TO  RPT-RECORD(100:14).
           MOVE "CONTRIB"                  TO  RPT-RECORD(122:7).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "ROUTE"                    TO  RPT-RECORD(1:5).
           MOVE "PRD"                      TO  RPT-RECORD(9:3).
           MOVE "ACTUAL  BUDGET      VAR"  TO  RPT-RECORD(14:23).
           MOVE "ACTUAL    BUDGET       VAR"
                                           TO  RPT-RECORD(42:26).
           MOVE "ACT   BUD    VAR"         TO  RPT-RECORD(71:16).
           MOVE "ACTUAL    BUDGET       VAR"
                                           TO  RPT-RECORD(92:26).
           MOVE "VAR"                      TO  RPT-RECORD(126:3).
           WRITE RPT-RECORD.

      *****************************************************************
      *    THE PERIOD A FLIGHT OR PLAN MONTH FALLS IN - W-DATE-X HOLDS
      *    ITS YYYYMM(DD).
      *****************************************************************
       CLASSIFY-PERIOD.
           SET OUTSIDE-PERIOD              TO  TRUE.
           IF W-DATE-X(1:4) NOT = WS-REPORT-MONTH(1:4) OR
              W-DATE-X(1:6) > WS-REPORT-MONTH
              EXIT PARAGRAPH
           END-IF.
           IF W-DATE-X(1:6) = WS-REPORT-MONTH
              SET IN-REPORT-MONTH          TO  TRUE
           ELSE
              SET IN-YEAR-TO-DATE          TO  TRUE
           END-IF.

       TALLY-BUDGET.
           OPEN INPUT ROUTE-BUDGET.
           IF ROUTE-BUDGET-NOT-PRESENT
              DISPLAY "BDGTVAR - NO ROUTE BUDGET ON FILE, ACTUALS ONLY"
              EXIT PARAGRAPH
           END-IF.
           SET SCAN-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL SCAN-AT-END
              READ ROUTE-BUDGET NEXT
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      PERFORM TALLY-ONE-BUDGET
              END-READ
           END-PERFORM.
           CLOSE ROUTE-BUDGET.

       TALLY-ONE-BUDGET.
           MOVE SPACES                     TO  W-DATE-X.
           MOVE RB-PERIOD                  TO  W-DATE-X(1:6).
           PERFORM CLASSIFY-PERIOD.
           IF OUTSIDE-PERIOD
              EXIT PARAGRAPH
           END-IF.
           MOVE RB-ORIGIN                  TO  W-ORIGIN.
           MOVE RB-DEST                    TO  W-DEST.
           PERFORM FIND-ROUTE-SLOT.
           IF BV-IDX = 0
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  BUDGET-LINES.
           MOVE 0                          TO  W-IMPLIED-SEATS.
           IF RB-LOAD-FACTOR > 0
              COMPUTE W-IMPLIED-SEATS ROUNDED =
                      RB-PAX * 100 / RB-LOAD-FACTOR
           END-IF.
           ADD RB-PAX               TO  BV-BUD-PAX(BV-IDX 2).
           ADD RB-REVENUE           TO  BV-BUD-REVENUE(BV-IDX 2).
           ADD W-IMPLIED-SEATS      TO  BV-BUD-SEATS(BV-IDX 2).
           ADD RB-OPER-COST         TO  BV-BUD-COST(BV-IDX 2).
           IF IN-REPORT-MONTH
              ADD RB-PAX            TO  BV-BUD-PAX(BV-IDX 1)
              ADD RB-REVENUE        TO  BV-BUD-REVENUE(BV-IDX 1)
              ADD W-IMPLIED-SEATS   TO  BV-BUD-SEATS(BV-IDX 1)
              ADD RB-OPER-COST      TO  BV-BUD-COST(BV-IDX 1)
              MOVE RB-LOAD-FACTOR   TO  BV-BUD-LF(BV-IDX 1)
           END-IF.

       TALLY-FLOWN-REVENUE.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              CLOSE CUSTOMER
           ELSE
              PERFORM UNTIL CUSTOMER-AT-END
                 READ CUSTOMER NEXT
                      AT END
                         SET CUSTOMER-AT-END TO  TRUE
                      NOT AT END
                         PERFORM TALLY-ONE-RESERVATION
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER
           END-IF.
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
                      PERFORM TALLY-ONE-RESERVATION
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ARCHIVE.

       TALLY-ONE-RESERVATION.
           IF NOT RES-FLOWN OR NONREV-FLAG = "Y"
              EXIT PARAGRAPH
           END-IF.
           MOVE FLIGHT-ID                  TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM FIND-FLIGHT-ROUTE.
           IF OUTSIDE-PERIOD OR BV-IDX = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM LOOKUP-OPERATING-COST.
           ADD 1                    TO  BV-ACT-PAX(BV-IDX 2).
           ADD PAYMENT-AMT          TO  BV-ACT-REVENUE(BV-IDX 2).
           ADD W-COST-PER-PAX       TO  BV-ACT-COST(BV-IDX 2).
           IF IN-REPORT-MONTH
              ADD 1                 TO  BV-ACT-PAX(BV-IDX 1)
              ADD PAYMENT-AMT       TO  BV-ACT-REVENUE(BV-IDX 1)
              ADD W-COST-PER-PAX    TO  BV-ACT-COST(BV-IDX 1)
           END-IF.

       TALLY-DEPARTURES.
           SET SCAN-NOT-AT-END             TO  TRUE.
           MOVE LOW-VALUES                 TO  FM-FLIGHT-ID.
           START FLIGHT-MASTER KEY IS >= FM-FLIGHT-ID
                 INVALID KEY
                    SET SCAN-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL SCAN-AT-END
              READ FLIGHT-MASTER NEXT
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      IF NOT FM-CANCELLED
                         PERFORM TALLY-ONE-DEPARTURE
                      END-IF
              END-READ
           END-PERFORM.

       TALLY-ONE-DEPARTURE.
           PERFORM FIND-FLIGHT-ROUTE.
           IF OUTSIDE-PERIOD OR BV-IDX = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM LOOKUP-OPERATING-COST.
           MOVE W-COST-PER-DEP             TO  W-COST.
           PERFORM COST-ACTUAL-FUEL.
           COMPUTE W-SEATS = FM-CAPACITY-CO + FM-CAPACITY-FC.
           ADD W-SEATS              TO  BV-ACT-SEATS(BV-IDX 2).
           ADD W-COST               TO  BV-ACT-COST(BV-IDX 2).
           IF IN-REPORT-MONTH
              ADD W-SEATS           TO  BV-ACT-SEATS(BV-IDX 1)
              ADD W-COST            TO  BV-ACT-COST(BV-IDX 1)
           END-IF.

       COST-ACTUAL-FUEL.
      *    AS RTPROFIT: AN ACTUAL UPLIFT REPLACES THE FLAT FUEL SHARE
      *    OF THE PER-DEPARTURE RATE, CONVERTED THROUGH "currrate".
           IF FUEL-UPL-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-FLIGHT-ID               TO  FU-FLIGHT-ID.
           READ FUEL-UPLIFT
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 1                          TO  W-FUEL-RATE.
           IF FU-CURRENCY NOT = "USD" AND FU-CURRENCY NOT = SPACES
              AND NOT CURR-RATE-NOT-PRESENT
              MOVE FU-CURRENCY             TO  CR-CURRENCY
              READ CURRENCY-RATE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CR-RATE > 0
                         MOVE CR-RATE      TO  W-FUEL-RATE
                      END-IF
              END-READ
           END-IF.
           COMPUTE W-FUEL-COST ROUNDED =
                   FU-LITRES * FU-PRICE-PER-LITRE * W-FUEL-RATE.
           COMPUTE W-COST = W-COST - W-FUEL-PER-DEP + W-FUEL-COST.

       TALLY-AMENITY-COST.
           OPEN INPUT AMENITY-VOUCHER.
           IF AMEN-VCH-NOT-PRESENT
              CLOSE AMENITY-VOUCHER
              EXIT PARAGRAPH
           END-IF.
           SET SCAN-NOT-AT-END             TO  TRUE.
           MOVE 0                          TO  AV-VOUCHER-NO.
           START AMENITY-VOUCHER KEY IS >= AV-VOUCHER-NO
                 INVALID KEY
                    SET SCAN-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL SCAN-AT-END
              READ AMENITY-VOUCHER NEXT
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      PERFORM TALLY-ONE-AMENITY
              END-READ
           END-PERFORM.
           CLOSE AMENITY-VOUCHER.

       TALLY-ONE-AMENITY.
           MOVE AV-FLIGHT-ID               TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM FIND-FLIGHT-ROUTE.
           IF OUTSIDE-PERIOD OR BV-IDX = 0
              EXIT PARAGRAPH
           END-IF.
           IF AV-REDEEMED
              MOVE AV-BILLED-AMT           TO  W-COST
           ELSE
              MOVE AV-FACE-VALUE           TO  W-COST
           END-IF.
           ADD W-COST               TO  BV-ACT-COST(BV-IDX 2).
           IF IN-REPORT-MONTH
              ADD W-COST            TO  BV-ACT-COST(BV-IDX 1)
           END-IF.

       TALLY-CATERING-COST.
           OPEN INPUT CATERING-COST.
           IF CAT-COST-NOT-PRESENT
              CLOSE CATERING-COST
              EXIT PARAGRAPH
           END-IF.
           SET SCAN-NOT-AT-END             TO  TRUE.
           MOVE LOW-VALUES                 TO  CC-KEY.
           START CATERING-COST KEY IS >= CC-KEY
                 INVALID KEY
                    SET SCAN-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL SCAN-AT-END
              READ CATERING-COST NEXT
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      PERFORM TALLY-ONE-CATERING
              END-READ
           END-PERFORM.
           CLOSE CATERING-COST.

       TALLY-ONE-CATERING.
           MOVE CC-FLIGHT-ID               TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM FIND-FLIGHT-ROUTE.
           IF OUTSIDE-PERIOD OR BV-IDX = 0
              EXIT PARAGRAPH
           END-IF.
           ADD CC-APPROVED-AMT      TO  BV-ACT-COST(BV-IDX 2).
           IF IN-REPORT-MONTH
              ADD CC-APPROVED-AMT   TO  BV-ACT-COST(BV-IDX 1)
           END-IF.

       FIND-FLIGHT-ROUTE.
      *    THE FM FIELDS HOLD THE FLIGHT IN HAND.
           MOVE 0                          TO  BV-IDX.
           MOVE FM-TRAVEL-DATE             TO  W-DATE-X.
           PERFORM CLASSIFY-PERIOD.
           IF OUTSIDE-PERIOD
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-ORIGIN                  TO  W-ORIGIN.
           MOVE FM-DESTINATION             TO  W-DEST.
           PERFORM FIND-ROUTE-SLOT.

       FIND-ROUTE-SLOT.
      *    A NEW ORIGIN/DESTINATION TAKES A SLOT UNTIL THE TABLE FILLS.
           MOVE 0                          TO  BV-IDX.
           PERFORM VARYING BV-JDX FROM 1 BY 1
                    UNTIL BV-JDX > BV-COUNT
              IF BV-ORIGIN(BV-JDX) = W-ORIGIN AND
                 BV-DEST(BV-JDX) = W-DEST
                 MOVE BV-JDX               TO  BV-IDX
              END-IF
           END-PERFORM.
           IF BV-IDX > 0
              EXIT PARAGRAPH
           END-IF.
           IF BV-COUNT >= BV-MAX
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  BV-COUNT.
           MOVE BV-COUNT                   TO  BV-IDX.
           MOVE W-ORIGIN                   TO  BV-ORIGIN(BV-IDX).
           MOVE W-DEST                     TO  BV-DEST(BV-IDX).
           MOVE "N"                        TO  BV-DONE(BV-IDX).

       LOOKUP-OPERATING-COST.
           MOVE 0                          TO  W-COST-PER-DEP
                                                W-COST-PER-PAX
                                                W-FUEL-PER-DEP.
           IF OPER-COST-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-ORIGIN                  TO  OC-ORIGIN.
           MOVE FM-DESTINATION             TO  OC-DEST.
           MOVE FM-AIRCRAFT-TYPE           TO  OC-AIRCRAFT-TYPE.
           READ OPERATING-COST
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE OC-COST-PER-DEP    TO  W-COST-PER-DEP
                   MOVE OC-COST-PER-PAX    TO  W-COST-PER-PAX
                   MOVE OC-FUEL-PER-DEP    TO  W-FUEL-PER-DEP
           END-READ.

       COMPUTE-CONTRIBUTION-VAR.
           PERFORM VARYING BV-IDX FROM 1 BY 1 UNTIL BV-IDX > BV-COUNT
              PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > 2
                 COMPUTE BV-CONTRIB-VAR(BV-IDX BK-IDX) =
                         (BV-ACT-REVENUE(BV-IDX BK-IDX)
                        - BV-ACT-COST(BV-IDX BK-IDX))
                       - (BV-BUD-REVENUE(BV-IDX BK-IDX)
                        - BV-BUD-COST(BV-IDX BK-IDX))
              END-PERFORM
           END-PERFORM.

       PRINT-WORST-FIRST.
           PERFORM VARYING BV-JDX FROM 1 BY 1 UNTIL BV-JDX > BV-COUNT
              PERFORM PICK-WORST-REMAINING
              IF BV-WORST > 0
                 MOVE "Y"                  TO  BV-DONE(BV-WORST)
                 MOVE 1                    TO  BK-IDX
                 PERFORM PRINT-ONE-BUCKET
                 MOVE 2                    TO  BK-IDX
                 PERFORM PRINT-ONE-BUCKET
              END-IF
           END-PERFORM.

       PICK-WORST-REMAINING.
           MOVE 0                          TO  BV-WORST.
           PERFORM VARYING BV-IDX FROM 1 BY 1 UNTIL BV-IDX > BV-COUNT
              IF BV-DONE(BV-IDX) = "N"
                 IF BV-WORST = 0
                    MOVE BV-IDX            TO  BV-WORST
                 ELSE
                    IF BV-CONTRIB-VAR(BV-IDX 1) <
                       BV-CONTRIB-VAR(BV-WORST 1)
                       MOVE BV-IDX         TO  BV-WORST
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       PRINT-ONE-BUCKET.
           MOVE SPACES                     TO  RPT-RECORD.
           IF BK-IDX = 1
              MOVE BV-ORIGIN(BV-WORST)     TO  RPT-RECORD(1:3)
              MOVE "-"                     TO  RPT-RECORD(4:1)
              MOVE BV-DEST(BV-WORST)       TO  RPT-RECORD(5:3)
              MOVE "MTH"                   TO  RPT-RECORD(9:3)
           ELSE
              MOVE "YTD"                   TO  RPT-RECORD(9:3)
           END-IF.
           MOVE BV-ACT-PAX(BV-WORST BK-IDX)    TO  RPT-CNT.
           MOVE RPT-CNT                        TO  RPT-RECORD(13:7).
           MOVE BV-BUD-PAX(BV-WORST BK-IDX)    TO  RPT-CNT.
           MOVE RPT-CNT                        TO  RPT-RECORD(21:7).
           COMPUTE W-VARIANCE = BV-ACT-PAX(BV-WORST BK-IDX)
                              - BV-BUD-PAX(BV-WORST BK-IDX).
           MOVE W-VARIANCE                     TO  RPT-SIGNED-CNT.
           MOVE RPT-SIGNED-CNT                 TO  RPT-RECORD(29:8).
           MOVE BV-ACT-REVENUE(BV-WORST BK-IDX) TO RPT-SIGNED-WHOLE.
           MOVE RPT-SIGNED-WHOLE               TO  RPT-RECORD(38:10).
           MOVE BV-BUD-REVENUE(BV-WORST BK-IDX) TO RPT-WHOLE.
           MOVE RPT-WHOLE                      TO  RPT-RECORD(49:9).
           COMPUTE W-VARIANCE = BV-ACT-REVENUE(BV-WORST BK-IDX)
                              - BV-BUD-REVENUE(BV-WORST BK-IDX).
           MOVE W-VARIANCE                     TO  RPT-SIGNED-WHOLE.
           MOVE RPT-SIGNED-WHOLE               TO  RPT-RECORD(58:10).
           PERFORM PRINT-LOAD-FACTORS.
           MOVE BV-ACT-COST(BV-WORST BK-IDX)   TO  RPT-SIGNED-WHOLE.
           MOVE RPT-SIGNED-WHOLE               TO  RPT-RECORD(88:10).
           MOVE BV-BUD-COST(BV-WORST BK-IDX)   TO  RPT-WHOLE.
           MOVE RPT-WHOLE                      TO  RPT-RECORD(99:9).
           COMPUTE W-VARIANCE = BV-ACT-COST(BV-WORST BK-IDX)
                              - BV-BUD-COST(BV-WORST BK-IDX).
           MOVE W-VARIANCE                     TO  RPT-SIGNED-WHOLE.
           MOVE RPT-SIGNED-WHOLE               TO  RPT-RECORD(108:10).
           MOVE BV-CONTRIB-VAR(BV-WORST BK-IDX) TO RPT-SIGNED-WHOLE.
           MOVE RPT-SIGNED-WHOLE               TO  RPT-RECORD(119:10).
           IF BV-CONTRIB-VAR(BV-WORST BK-IDX) < 0
              MOVE "*"                         TO  RPT-RECORD(130:1)
           END-IF.
           WRITE RPT-RECORD.

       PRINT-LOAD-FACTORS.
           MOVE 0                          TO  W-LF.
           IF BV-ACT-SEATS(BV-WORST BK-IDX) > 0
              COMPUTE W-LF ROUNDED = BV-ACT-PAX(BV-WORST BK-IDX) * 100
                                   / BV-ACT-SEATS(BV-WORST BK-IDX)
           END-IF.
           MOVE W-LF                       TO  RPT-LF.
           MOVE RPT-LF                     TO  RPT-RECORD(69:5).
           MOVE W-LF                       TO  W-LF-VAR.
           IF BK-IDX = 1
              MOVE BV-BUD-LF(BV-WORST 1)   TO  W-LF
           ELSE
              MOVE 0                       TO  W-LF
              IF BV-BUD-SEATS(BV-WORST 2) > 0
                 COMPUTE W-LF ROUNDED = BV-BUD-PAX(BV-WORST 2) * 100
                                      / BV-BUD-SEATS(BV-WORST 2)
              END-IF
           END-IF.
           MOVE W-LF                       TO  RPT-LF.
           MOVE RPT-LF                     TO  RPT-RECORD(75:5).
           SUBTRACT W-LF                   FROM W-LF-VAR.
           MOVE W-LF-VAR                   TO  RPT-SIGNED-LF.
           MOVE RPT-SIGNED-LF              TO  RPT-RECORD(81:6).

       TERMINATE-REPORT.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "ROUTES " BV-COUNT "   BUDGET LINES USED "
                  BUDGET-LINES "   * = BEHIND PLAN"
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE FLIGHT-MASTER.
           IF NOT OPER-COST-NOT-PRESENT
              CLOSE OPERATING-COST
           END-IF.
           IF NOT FUEL-UPL-NOT-PRESENT
              CLOSE FUEL-UPLIFT
           END-IF.
           IF NOT CURR-RATE-NOT-PRESENT
              CLOSE CURRENCY-RATE
           END-IF.
           CLOSE VARIANCE-RPT.
           MOVE "BDGTVAR"                  TO  RPG-REPORT-ID.
           MOVE "bdgtvar"                  TO  RPG-FILE-NAME.
           MOVE 132                        TO  RPG-RECORD-LEN.
           MOVE "BDGTVAR"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "BDGTVAR - " BV-COUNT " ROUTE(S) REPORTED TO "
                   "bdgtvar".
