      *      - OPERATING COST: DEPARTURES IN THE MONTH TIMES THE
      *        "opercost" PER-DEPARTURE RATE, PLUS FLOWN PASSENGERS
      *        TIMES THE PER-PASSENGER RATE.
      *      - FUEL: A DEPARTURE WITH AN ACTUAL UPLIFT ON "fuelupl"
      *        (FUELUPL) IS COSTED AT LITRES TIMES PRICE, CONVERTED
      *        TO BASE THROUGH "currrate", AND THE FLAT FUEL SHARE
      *        (OC-FUEL-PER-DEP) COMES OUT OF ITS PER-DEPARTURE RATE.
      *        THE ACT COLUMN COUNTS THE DEPARTURES COSTED THIS WAY.
      *      - DISRUPTION COST: AMENITY-VOUCHER BILLINGS ("amenvch")
      *        AGAINST THE MONTH'S FLIGHTS.
      *      - CATERING COST: THE APPROVED CATERER INVOICE LINES
      *        ("catcost", FROM CATRECON) AGAINST THE MONTH'S FLIGHTS.
      *    ROUTES PRINT WORST-FIRST SO THE LOSS-MAKERS LEAD THE PAGE.
      *    READ-ONLY.  OUTPUT GOES TO "rtprofit".
      ******************************************************************
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT CUSTOMER-ARCHIVE
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

           SELECT PROFIT-RPT
                  ASSIGN TO DISK "rtprofit"
                  ORGANIZATION IS SEQUENTIAL
       COPY custrec.

       FD  CUSTOMER-ARCHIVE.
       01  ARCHIVE-RECORD                 PIC X(876).

       FD  FLIGHT-MASTER.
       COPY flightmst.
       FD  AMENITY-VOUCHER.
       COPY amenvch.

       FD  CATERING-COST.
       COPY catcost.

       FD  FUEL-UPLIFT.
       COPY fuelupl.

       FD  CURRENCY-RATE.
       COPY currrate.

       FD  PROFIT-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  ARCHIVE-STATUS                 PIC X(02).
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
              05 RT-PAX                   PIC 9(05).
              05 RT-DEPARTURES            PIC 9(04).
              05 RT-AMENITY               PIC S9(07)V99.
              05 RT-CATERING              PIC S9(07)V99.
              05 RT-FUEL-DEPS             PIC 9(04).
              05 RT-FUEL-ACTUAL           PIC S9(09)V99.
              05 RT-PROFIT                PIC S9(09)V99.
              05 RT-DONE                  PIC X(01).
       01  W-COST-PER-DEP                 PIC 9(07)V99 VALUE 0.
       01  W-COST-PER-PAX                 PIC 9(05)V99 VALUE 0.
       01  W-FUEL-PER-DEP                 PIC 9(07)V99 VALUE 0.
       01  W-FUEL-RATE                    PIC 9(03)V9(06) VALUE 0.
       01  W-FUEL-COST                    PIC 9(09)V99 VALUE 0.
       01  W-TOTAL-COST                   PIC S9(09)V99 VALUE 0.
       01  RPT-AMT                        PIC -ZZZZZZZ9.99.
       01  RPT-CNT                        PIC ZZZ9.
           PERFORM TALLY-FLOWN-REVENUE.
           PERFORM TALLY-DEPARTURES.
           PERFORM TALLY-AMENITY-COST.
           PERFORM TALLY-CATERING-COST.
           PERFORM COMPUTE-ROUTE-PROFIT.
           PERFORM PRINT-WORST-FIRST.
           PERFORM TERMINATE-REPORT.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "ROUTE    ACFT  DEPS   PAX      REVENUE       PROFIT"
                                           TO  RPT-RECORD.
           MOVE "ACT"                      TO  RPT-RECORD(67:3).
           WRITE RPT-RECORD.

       TALLY-FLOWN-REVENUE.
           ADD 1                           TO  RT-PAX(RT-IDX).

       TALLY-DEPARTURES.
           OPEN INPUT FUEL-UPLIFT.
           OPEN INPUT CURRENCY-RATE.
           MOVE LOW-VALUES                 TO  FM-FLIGHT-ID.
           START FLIGHT-MASTER KEY IS >= FM-FLIGHT-ID
                 INVALID KEY
                         PERFORM FIND-ROUTE-SLOT
                         IF RT-IDX > 0
                            ADD 1          TO  RT-DEPARTURES(RT-IDX)
                            PERFORM TALLY-ACTUAL-FUEL
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           IF NOT FUEL-UPL-NOT-PRESENT
              CLOSE FUEL-UPLIFT
           END-IF.
           IF NOT CURR-RATE-NOT-PRESENT
              CLOSE CURRENCY-RATE
           END-IF.

       TALLY-ACTUAL-FUEL.
           IF FUEL-UPL-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-FLIGHT-ID               TO  FU-FLIGHT-ID.
           READ FUEL-UPLIFT
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
      *    BASE USD UNITS PER UNIT OF THE FUEL CURRENCY; USD, AN
      *    UNKNOWN CURRENCY OR NO RATE FILE TAKE 1 AS AT BOOKING.
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
           ADD W-FUEL-COST                 TO  RT-FUEL-ACTUAL(RT-IDX).
           ADD 1                           TO  RT-FUEL-DEPS(RT-IDX).

       FIND-ROUTE-SLOT.
      *    THE FM FIELDS HOLD THE FLIGHT IN HAND; A NEW ROUTE/TYPE
                                                RT-PAX(RT-IDX)
                                                RT-DEPARTURES(RT-IDX)
                                                RT-AMENITY(RT-IDX)
                                                RT-CATERING(RT-IDX)
                                                RT-FUEL-DEPS(RT-IDX)
                                                RT-FUEL-ACTUAL(RT-IDX)
                                                RT-PROFIT(RT-IDX).
           MOVE "N"                        TO  RT-DONE(RT-IDX).

              ADD AV-FACE-VALUE            TO  RT-AMENITY(RT-IDX)
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
           MOVE FM-TRAVEL-DATE             TO  FM-DATE-X.
           IF FM-DATE-X(1:6) NOT = WS-REPORT-MONTH
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ROUTE-SLOT.
           IF RT-IDX = 0
              EXIT PARAGRAPH
           END-IF.
           ADD CC-APPROVED-AMT             TO  RT-CATERING(RT-IDX).

       COMPUTE-ROUTE-PROFIT.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT
              PERFORM LOOKUP-OPERATING-COST
              COMPUTE W-TOTAL-COST =
                      RT-DEPARTURES(RT-IDX) * W-COST-PER-DEP
                    - RT-FUEL-DEPS(RT-IDX) * W-FUEL-PER-DEP
                    + RT-FUEL-ACTUAL(RT-IDX)
                    + RT-PAX(RT-IDX) * W-COST-PER-PAX
                    + RT-AMENITY(RT-IDX)
                    + RT-CATERING(RT-IDX)
              COMPUTE RT-PROFIT(RT-IDX) =
                      RT-REVENUE(RT-IDX) - W-TOTAL-COST
           END-PERFORM.

       LOOKUP-OPERATING-COST.
           MOVE 0                          TO  W-COST-PER-DEP
                                                W-COST-PER-PAX
                                                W-FUEL-PER-DEP.
           OPEN INPUT OPERATING-COST.
           IF OPER-COST-NOT-PRESENT
              CLOSE OPERATING-COST
                NOT INVALID KEY
                   MOVE OC-COST-PER-DEP    TO  W-COST-PER-DEP
                   MOVE OC-COST-PER-PAX    TO  W-COST-PER-PAX
                   MOVE OC-FUEL-PER-DEP    TO  W-FUEL-PER-DEP
           END-READ.
           CLOSE OPERATING-COST.

           IF RT-PROFIT(RT-BEST) < 0
              MOVE "** LOSS **"            TO  RPT-RECORD(55:10)
           END-IF.
           MOVE RT-FUEL-DEPS(RT-BEST)      TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(66:4).
           WRITE RPT-RECORD.

       TERMINATE-REPORT.
           CLOSE FLIGHT-MASTER.
           CLOSE PROFIT-RPT.
           MOVE "RTPROFIT"                 TO  RPG-REPORT-ID.
           MOVE "rtprofit"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "RTPROFIT"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "RTPROFIT - " RT-COUNT " ROUTE(S) REPORTED TO rtprof
      -    "it".
