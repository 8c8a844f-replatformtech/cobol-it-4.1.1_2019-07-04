      *    OF THE AIRCRAFT TYPE'S SM-MAX-ROW), COMPARES THE TOTAL TO
      *    THE TYPE'S SM-MAX-TOTAL-WT LIMIT, AND PRINTS THE SHEET WITH
      *    SIGN-OFF LINES TO "loadsht".  PASSENGERS CHECKED IN WITHOUT
      *    A SEAT ARE LOADED IN THE MID ZONE.  ACCEPTED CARGO AND
      *    MAIL FROM "cargoawb" IS ADDED TO THE ZONE IT WAS LOADED IN
      *    (CW-HOLD-ZONE) AND SHOWN IN ITS OWN COLUMN; SHIPMENTS STILL
      *    ONLY BOOKED ARE NOT ON BOARD AND ARE LEFT OUT.  THE FUEL
      *    UPLIFT RECORDED FOR THE DEPARTURE ON "fuelupl" (LITRES TIMES
      *    DENSITY, IN LB) IS ADDED TO THE LOAD FOR THE TAKE-OFF
      *    WEIGHT; WITHOUT ONE THE SHEET LEAVES A LINE FOR THE DOCKET
      *    FIGURE TO BE WRITTEN IN.  THIS IS A SAFETY DOCUMENT -
      *    PRODUCING IT FROM THE FILE, NOT A CLIPBOARD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT CARGO-AWB
                  ASSIGN TO DISK "cargoawb"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CW-AWB-NO
                  ALTERNATE RECORD KEY IS CW-FLIGHT-ID WITH DUPLICATES
                  FILE STATUS IS CARGO-STATUS.

           SELECT FUEL-UPLIFT
                  ASSIGN TO DISK "fuelupl"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FU-FLIGHT-ID
                  FILE STATUS IS FUEL-UPL-STATUS.

           SELECT SHEET-RPT
                  ASSIGN TO DISK "loadsht"
                  ORGANIZATION IS SEQUENTIAL
       FD  CUSTOMER.
       COPY custrec.

       FD  CARGO-AWB.
       COPY cargoawb.

       FD  FUEL-UPLIFT.
       COPY fuelupl.

       FD  SHEET-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  SEAT-MAP-STATUS                PIC X(02).
           88 SEAT-MAP-NOT-PRESENT                    VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  CARGO-STATUS                   PIC X(02).
           88 CARGO-NOT-PRESENT                       VALUE "35".
       01  CARGO-EOF-SWITCH               PIC 9       VALUE 0.
           88 CARGO-AT-END                            VALUE 1.
           88 CARGO-NOT-AT-END                        VALUE 0.
       01  FUEL-UPL-STATUS                PIC X(02).
           88 FUEL-UPL-NOT-PRESENT                    VALUE "35".
       01  FUEL-FOUND-SWITCH              PIC 9       VALUE 0.
           88 FUEL-RECORDED                           VALUE 1.
           88 FUEL-NOT-RECORDED                       VALUE 0.
       01  RPT-STATUS                     PIC X(02).
       01  WS-FLIGHT-ID                   PIC X(07)   VALUE SPACES.
       01  SAVE-FLIGHT-ID                 PIC X(07)   VALUE SPACES.
       01  FWD-WEIGHT                     PIC 9(07)   VALUE 0.
       01  MID-WEIGHT                     PIC 9(07)   VALUE 0.
       01  AFT-WEIGHT                     PIC 9(07)   VALUE 0.
       01  FWD-CARGO                      PIC 9(07)   VALUE 0.
       01  MID-CARGO                      PIC 9(07)   VALUE 0.
       01  AFT-CARGO                      PIC 9(07)   VALUE 0.
       01  TOTAL-WEIGHT                   PIC 9(07)   VALUE 0.
       01  PAX-WEIGHT                     PIC 9(04)   VALUE 0.
       01  LB-PER-KG                      PIC 9V9(05) VALUE 2.20462.
       01  FUEL-WEIGHT                    PIC 9(07)   VALUE 0.
       01  TAKEOFF-WEIGHT                 PIC 9(08)   VALUE 0.
       01  RPT-TOW                        PIC ZZZZZZZ9.
       01  RPT-LITRES                     PIC ZZZZZZ9.
       01  RPT-DENSITY                    PIC 9.999.
       01  RPT-CNT                        PIC ZZ9.
       01  RPT-WT                         PIC ZZZZZZ9.

       MAIN-LOGIC.
           PERFORM INITIALIZE-SHEET.
           PERFORM WALK-CHECKED-IN.
           PERFORM WALK-ACCEPTED-CARGO.
           PERFORM READ-FUEL-UPLIFT.
           PERFORM PRINT-LOAD-SHEET.
           STOP RUN.

           END-EVALUATE.
           ADD PAX-WEIGHT                  TO  TOTAL-WEIGHT.

       WALK-ACCEPTED-CARGO.
           OPEN INPUT CARGO-AWB.
           IF CARGO-NOT-PRESENT
              CLOSE CARGO-AWB
              EXIT PARAGRAPH
           END-IF.
           SET CARGO-NOT-AT-END            TO  TRUE.
           MOVE WS-FLIGHT-ID               TO  CW-FLIGHT-ID.
           START CARGO-AWB KEY IS = CW-FLIGHT-ID
                 INVALID KEY
                    SET CARGO-AT-END       TO  TRUE
           END-START.
           PERFORM UNTIL CARGO-AT-END
              READ CARGO-AWB NEXT
                   AT END
                      SET CARGO-AT-END     TO  TRUE
                   NOT AT END
                      IF CW-FLIGHT-ID NOT = WS-FLIGHT-ID
                         SET CARGO-AT-END  TO  TRUE
                      ELSE
                         IF CW-ACCEPTED
                            PERFORM LOAD-ONE-SHIPMENT
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE CARGO-AWB.

       LOAD-ONE-SHIPMENT.
           EVALUATE TRUE
              WHEN CW-ZONE-FWD
                 ADD CW-WEIGHT             TO  FWD-CARGO
                 ADD CW-WEIGHT             TO  FWD-WEIGHT
              WHEN CW-ZONE-AFT
                 ADD CW-WEIGHT             TO  AFT-CARGO
                 ADD CW-WEIGHT             TO  AFT-WEIGHT
              WHEN OTHER
                 ADD CW-WEIGHT             TO  MID-CARGO
                 ADD CW-WEIGHT             TO  MID-WEIGHT
           END-EVALUATE.
           ADD CW-WEIGHT                   TO  TOTAL-WEIGHT.

       READ-FUEL-UPLIFT.
           SET FUEL-NOT-RECORDED           TO  TRUE.
           MOVE 0                          TO  FUEL-WEIGHT.
           OPEN INPUT FUEL-UPLIFT.
           IF FUEL-UPL-NOT-PRESENT
              CLOSE FUEL-UPLIFT
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FLIGHT-ID               TO  FU-FLIGHT-ID.
           READ FUEL-UPLIFT
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET FUEL-RECORDED       TO  TRUE
                   COMPUTE FUEL-WEIGHT ROUNDED =
                           FU-LITRES * FU-DENSITY * LB-PER-KG
           END-READ.
           CLOSE FUEL-UPLIFT.

       PRINT-LOAD-SHEET.
           OPEN OUTPUT SHEET-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "ZONE      PAX   WEIGHT(LB)  CARGO(LB)"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "FORWARD"                  TO  RPT-RECORD(1:7).
           MOVE RPT-CNT                    TO  RPT-RECORD(11:3).
           MOVE FWD-WEIGHT                 TO  RPT-WT.
           MOVE RPT-WT                     TO  RPT-RECORD(17:7).
           MOVE FWD-CARGO                  TO  RPT-WT.
           MOVE RPT-WT                     TO  RPT-RECORD(30:7).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "MID"                      TO  RPT-RECORD(1:3).
           MOVE RPT-CNT                    TO  RPT-RECORD(11:3).
           MOVE MID-WEIGHT                 TO  RPT-WT.
           MOVE RPT-WT                     TO  RPT-RECORD(17:7).
           MOVE MID-CARGO                  TO  RPT-WT.
           MOVE RPT-WT                     TO  RPT-RECORD(30:7).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "AFT"                      TO  RPT-RECORD(1:3).
           MOVE RPT-CNT                    TO  RPT-RECORD(11:3).
           MOVE AFT-WEIGHT                 TO  RPT-WT.
           MOVE RPT-WT                     TO  RPT-RECORD(17:7).
           MOVE AFT-CARGO                  TO  RPT-WT.
           MOVE RPT-WT                     TO  RPT-RECORD(30:7).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           IF FUEL-RECORDED
              MOVE "FUEL UPLIFT"           TO  RPT-RECORD(1:11)
              MOVE FUEL-WEIGHT             TO  RPT-WT
              MOVE RPT-WT                  TO  RPT-RECORD(17:7)
              MOVE FU-LITRES               TO  RPT-LITRES
              MOVE FU-DENSITY              TO  RPT-DENSITY
              STRING RPT-LITRES " L @ " RPT-DENSITY " KG/L  DOCKET "
                     FU-DELIVERY-NO         DELIMITED BY SIZE
                     INTO RPT-RECORD(28:53)
              END-STRING
              WRITE RPT-RECORD
              MOVE SPACES                  TO  RPT-RECORD
              COMPUTE TAKEOFF-WEIGHT = TOTAL-WEIGHT + FUEL-WEIGHT
              MOVE "TAKE-OFF WEIGHT (LOAD + FUEL UPLIFT)"
                                           TO  RPT-RECORD(1:36)
              MOVE TAKEOFF-WEIGHT          TO  RPT-TOW
              MOVE RPT-TOW                 TO  RPT-RECORD(38:8)
           ELSE
              MOVE "FUEL UPLIFT NOT RECORDED - FROM DOCKET (LB): ______"
                                           TO  RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "PREPARED BY: ______________   DISPATCH: ____________"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           CLOSE SHEET-RPT.
           MOVE "LOADSHT"                  TO  RPG-REPORT-ID.
           MOVE "loadsht"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "LOADSHT"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "LOADSHT - SHEET WRITTEN TO loadsht, TOTAL "
                   TOTAL-WEIGHT " LB".
