       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      FUELUPL.

      ******************************************************************
      *    FUELUPL.CBL
      *    FUEL UPLIFT CAPTURE - FUEL IS THE BIGGEST COST WE HAVE AND
      *    IT CHANGES EVERY FLIGHT, SO EACH DEPARTURE'S UPLIFT IS KEPT
      *    ON "fuelupl" (ONE RECORD PER FM-FLIGHT-ID):
      *      1) STATION ENTRY: THE STATION KEYS THE FUEL DOCKET -
      *         SUPPLIER, DELIVERY NUMBER, LITRES, DENSITY, PRICE PER
      *         LITRE AND CURRENCY - FOR A FLIGHT LEAVING FROM IT.
      *      2) SUPPLIER DELIVERY FILE: THE FUEL SUPPLIER'S DELIVERY
      *         FILE (DEFAULT "fueldlv") IS LOADED LINE BY LINE.  A
      *         DELIVERY REPLACES A STATION ENTRY FOR THE SAME FLIGHT
      *         (THE SUPPLIER'S METER BEATS THE DOCKET), BUT NEVER AN
      *         UPLIFT ALREADY MATCHED TO AN INVOICE BY FUELMTCH.
      *         REJECTS AND REPLACEMENTS PRINT TO "fueldlrp".
      *      3) SHOW A FLIGHT'S UPLIFT.
      *    EVERY UPLIFT MUST BE FOR A FLIGHT ON THE FLIGHT MASTER,
      *    TAKEN AT ITS ORIGIN, WITH A DENSITY IN THE JET FUEL RANGE
      *    AND A CURRENCY ON "currrate" (OR USD).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-IN
                  ASSIGN TO WS-UPLOAD-FILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DELIVERY-IN-STATUS.

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FLIGHT-MASTER-STATUS.

           SELECT CURRENCY-RATE
                  ASSIGN TO DISK "currrate"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CR-CURRENCY
                  FILE STATUS IS CURR-RATE-STATUS.

           SELECT FUEL-UPLIFT
                  ASSIGN TO DISK "fuelupl"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FU-FLIGHT-ID
                  FILE STATUS IS FUEL-UPL-STATUS.

           SELECT DELIVERY-RPT
                  ASSIGN TO DISK "fueldlrp"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-IN.
       01  DELIVERY-IN-RECORD.
           03 DV-FLIGHT-ID                PIC X(07).
           03 DV-STATION                  PIC X(03).
           03 DV-SUPPLIER                 PIC X(08).
           03 DV-DELIVERY-NO              PIC X(12).
           03 DV-UPLIFT-DATE              PIC 9(08).
           03 DV-LITRES                   PIC 9(07).
           03 DV-DENSITY                  PIC 9V9(03).
           03 DV-PRICE-PER-LITRE          PIC 9(03)V9(04).
           03 DV-CURRENCY                 PIC X(03).

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  CURRENCY-RATE.
       COPY currrate.

       FD  FUEL-UPLIFT.
       COPY fuelupl.

       FD  DELIVERY-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  DELIVERY-IN-STATUS             PIC X(02).
           88 DELIVERY-IN-NOT-PRESENT                 VALUE "35".
       01  WS-UPLOAD-FILE                 PIC X(08)   VALUE "fueldlv".
       01  FLIGHT-MASTER-STATUS           PIC X(02).
           88 FLIGHT-MASTER-NOT-PRESENT               VALUE "35".
       01  CURR-RATE-STATUS               PIC X(02).
           88 CURR-RATE-NOT-PRESENT                   VALUE "35".
       01  FUEL-UPL-STATUS                PIC X(02).
           88 FUEL-UPL-NOT-PRESENT                    VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  DELIVERY-EOF-SWITCH            PIC 9       VALUE 0.
           88 DELIVERY-AT-END                         VALUE 1.
           88 DELIVERY-NOT-AT-END                     VALUE 0.
       01  UPLIFT-FOUND-SWITCH            PIC 9       VALUE 0.
           88 UPLIFT-ON-FILE                          VALUE 1.
           88 UPLIFT-NOT-ON-FILE                      VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  WS-OPERATOR-ID                 PIC X(05)   VALUE SPACES.
       01  WS-FLIGHT-ID                   PIC X(07)   VALUE SPACES.
       01  MENU-CHOICE1                   PIC X(01)   VALUE SPACES.
           88 STATION-ENTRY-OPT                       VALUE "1".
           88 LOAD-DELIVERY-OPT                       VALUE "2".
           88 SHOW-UPLIFT-OPT                         VALUE "3".
           88 EXIT-PROG                               VALUE "0".
       01  RESP                           PIC X(01)   VALUE SPACES.
      *    THE UPLIFT BEING CHECKED - FROM THE KEYBOARD OR ONE LINE
      *    OF THE DELIVERY FILE.
       01  UPLIFT-IN.
           03 UI-FLIGHT-ID                PIC X(07).
           03 UI-STATION                  PIC X(03).
           03 UI-SUPPLIER                 PIC X(08).
           03 UI-DELIVERY-NO              PIC X(12).
           03 UI-UPLIFT-DATE              PIC 9(08).
           03 UI-LITRES                   PIC 9(07).
           03 UI-DENSITY                  PIC 9V9(03).
           03 UI-PRICE-PER-LITRE          PIC 9(03)V9(04).
           03 UI-CURRENCY                 PIC X(03).
       01  W-REJECT-REASON                PIC X(20)   VALUE SPACES.
       01  LINES-READ                     PIC 9(05)   VALUE 0.
       01  LINES-ACCEPTED                 PIC 9(05)   VALUE 0.
       01  LINES-REPLACED                 PIC 9(05)   VALUE 0.
       01  LINES-REJECTED                 PIC 9(05)   VALUE 0.
       01  W-UPLIFT-KG                    PIC 9(07)   VALUE 0.
       01  W-UPLIFT-COST                  PIC 9(09)V99 VALUE 0.
       01  RPT-LITRES                     PIC ZZZZZZ9.
       01  RPT-DENSITY                    PIC 9.999.
       01  RPT-PRICE                      PIC ZZ9.9999.
       01  RPT-AMT                        PIC ZZZZZZZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "FUELUPL - ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           PERFORM WITH TEST AFTER UNTIL EXIT-PROG
              DISPLAY "FUELUPL - 1)STATION ENTRY 2)LOAD SUPPLIER DELIV"
                      "ERIES 3)SHOW UPLIFT 0)EXIT:"
              ACCEPT MENU-CHOICE1
              EVALUATE TRUE
                 WHEN STATION-ENTRY-OPT
                    PERFORM STATION-ENTRY
                 WHEN LOAD-DELIVERY-OPT
                    PERFORM LOAD-DELIVERY-FILE
                 WHEN SHOW-UPLIFT-OPT
                    PERFORM SHOW-FLIGHT-UPLIFT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
           STOP RUN.

       OPEN-UPLIFT-FILES.
           OPEN INPUT FLIGHT-MASTER.
           OPEN INPUT CURRENCY-RATE.
           OPEN I-O FUEL-UPLIFT.
           IF FUEL-UPL-NOT-PRESENT
              CLOSE FUEL-UPLIFT
              OPEN OUTPUT FUEL-UPLIFT
              CLOSE FUEL-UPLIFT
              OPEN I-O FUEL-UPLIFT
           END-IF.

       CLOSE-UPLIFT-FILES.
           CLOSE FLIGHT-MASTER.
           IF NOT CURR-RATE-NOT-PRESENT
              CLOSE CURRENCY-RATE
           END-IF.
           CLOSE FUEL-UPLIFT.

       STATION-ENTRY.
           PERFORM OPEN-UPLIFT-FILES.
           IF FLIGHT-MASTER-NOT-PRESENT
              DISPLAY "FUELUPL - FLIGHT MASTER NOT FOUND"
              PERFORM CLOSE-UPLIFT-FILES
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  UPLIFT-IN.
           MOVE 0                          TO  UI-UPLIFT-DATE
                                               UI-LITRES
                                               UI-DENSITY
                                               UI-PRICE-PER-LITRE.
           DISPLAY "FUELUPL - FLIGHT-ID:".
           ACCEPT UI-FLIGHT-ID.
           MOVE UI-FLIGHT-ID               TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   DISPLAY "FUELUPL - FLIGHT NOT ON FILE"
                   PERFORM CLOSE-UPLIFT-FILES
                   EXIT PARAGRAPH
           END-READ.
           PERFORM READ-EXISTING-UPLIFT.
           IF UPLIFT-ON-FILE
              IF NOT FU-NOT-INVOICED
                 DISPLAY "FUELUPL - UPLIFT ALREADY MATCHED TO INVOICE "
                         FU-INVOICE-NO " - NOT CHANGED"
                 PERFORM CLOSE-UPLIFT-FILES
                 EXIT PARAGRAPH
              END-IF
              PERFORM DISPLAY-UPLIFT
              DISPLAY "FUELUPL - REPLACE THIS UPLIFT (Y/N):"
              ACCEPT RESP
              IF RESP NOT = "Y" AND RESP NOT = "y"
                 PERFORM CLOSE-UPLIFT-FILES
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE FM-ORIGIN                  TO  UI-STATION.
           MOVE FM-TRAVEL-DATE             TO  UI-UPLIFT-DATE.
           DISPLAY "FUELUPL - SUPPLIER CODE:".
           ACCEPT UI-SUPPLIER.
           DISPLAY "FUELUPL - DELIVERY (DOCKET) NUMBER:".
           ACCEPT UI-DELIVERY-NO.
           DISPLAY "FUELUPL - LITRES UPLIFTED:".
           ACCEPT UI-LITRES.
           DISPLAY "FUELUPL - DENSITY KG/L (E.G. 0800 = 0.800):".
           ACCEPT UI-DENSITY.
           DISPLAY "FUELUPL - PRICE PER LITRE (9999999 = 999.9999):".
           ACCEPT UI-PRICE-PER-LITRE.
           DISPLAY "FUELUPL - CURRENCY (BLANK=USD):".
           ACCEPT UI-CURRENCY.
           PERFORM VALIDATE-UPLIFT.
           IF W-REJECT-REASON NOT = SPACES
              DISPLAY "FUELUPL - NOT SAVED: " W-REJECT-REASON
              PERFORM CLOSE-UPLIFT-FILES
              EXIT PARAGRAPH
           END-IF.
           PERFORM STORE-UPLIFT.
           MOVE "S"                        TO  FU-SOURCE.
           PERFORM WRITE-OR-REWRITE-UPLIFT.
           PERFORM DISPLAY-UPLIFT.
           PERFORM CLOSE-UPLIFT-FILES.

       LOAD-DELIVERY-FILE.
           DISPLAY "FUELUPL - DELIVERY FILE (BLANK=fueldlv):".
           ACCEPT WS-UPLOAD-FILE.
           IF WS-UPLOAD-FILE = SPACES
              MOVE "fueldlv"               TO  WS-UPLOAD-FILE
           END-IF.
           OPEN INPUT DELIVERY-IN.
           IF DELIVERY-IN-NOT-PRESENT
              CLOSE DELIVERY-IN
              DISPLAY "FUELUPL - DELIVERY FILE NOT FOUND"
              EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-UPLIFT-FILES.
           IF FLIGHT-MASTER-NOT-PRESENT
              DISPLAY "FUELUPL - FLIGHT MASTER NOT FOUND"
              CLOSE DELIVERY-IN
              PERFORM CLOSE-UPLIFT-FILES
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DELIVERY-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "FUEL DELIVERY LOAD - " WS-UPLOAD-FILE " "
                  TODAY-DATE " OP " WS-OPERATOR-ID
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE 0                          TO  LINES-READ
                                               LINES-ACCEPTED
                                               LINES-REPLACED
                                               LINES-REJECTED.
           SET DELIVERY-NOT-AT-END         TO  TRUE.
           PERFORM UNTIL DELIVERY-AT-END
              READ DELIVERY-IN
                   AT END
                      SET DELIVERY-AT-END  TO  TRUE
                   NOT AT END
                      PERFORM LOAD-ONE-DELIVERY
              END-READ
           END-PERFORM.
           CLOSE DELIVERY-IN.
           PERFORM CLOSE-UPLIFT-FILES.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "LINES READ " LINES-READ "  ACCEPTED " LINES-ACCEPTED
                  "  REPLACED " LINES-REPLACED "  REJECTED "
                  LINES-REJECTED            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE DELIVERY-RPT.
           MOVE "FUELDLRP"                 TO  RPG-REPORT-ID.
           MOVE "fueldlrp"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "FUELUPL"                  TO  RPG-PROGRAM.
           MOVE WS-OPERATOR-ID             TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "FUELUPL - " LINES-ACCEPTED " DELIVERY(IES) LOADED, "
                   LINES-REJECTED " REJECTED - SEE fueldlrp".

       LOAD-ONE-DELIVERY.
           ADD 1                           TO  LINES-READ.
           MOVE DELIVERY-IN-RECORD         TO  UPLIFT-IN.
           MOVE SPACES                     TO  W-REJECT-REASON.
           MOVE UI-FLIGHT-ID               TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   MOVE "FLIGHT NOT ON FILE" TO W-REJECT-REASON
           END-READ.
           IF W-REJECT-REASON = SPACES
              PERFORM VALIDATE-UPLIFT
           END-IF.
           IF W-REJECT-REASON = SPACES
              PERFORM READ-EXISTING-UPLIFT
              IF UPLIFT-ON-FILE AND NOT FU-NOT-INVOICED
                 MOVE "ALREADY INVOICED"   TO  W-REJECT-REASON
              END-IF
           END-IF.
           IF W-REJECT-REASON NOT = SPACES
              ADD 1                        TO  LINES-REJECTED
              MOVE SPACES                  TO  RPT-RECORD
              STRING "  REJECT  " UI-FLIGHT-ID " " UI-DELIVERY-NO " "
                     W-REJECT-REASON        DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF UPLIFT-ON-FILE
              ADD 1                        TO  LINES-REPLACED
              MOVE FU-LITRES               TO  RPT-LITRES
              MOVE SPACES                  TO  RPT-RECORD
              STRING "  REPLACE " UI-FLIGHT-ID " " UI-DELIVERY-NO
                     " WAS " RPT-LITRES " L FROM "
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              IF FU-STATION-ENTRY
                 MOVE "STATION"            TO  RPT-RECORD(50:7)
              ELSE
                 MOVE "DELIVERY"           TO  RPT-RECORD(50:8)
              END-IF
              WRITE RPT-RECORD
           END-IF.
           ADD 1                           TO  LINES-ACCEPTED.
           PERFORM STORE-UPLIFT.
           MOVE "D"                        TO  FU-SOURCE.
           PERFORM WRITE-OR-REWRITE-UPLIFT.

       VALIDATE-UPLIFT.
      *    SHARED BY THE KEYBOARD AND THE DELIVERY FILE.  THE FLIGHT
      *    MASTER RECORD FOR UI-FLIGHT-ID IS IN HAND.
           MOVE SPACES                     TO  W-REJECT-REASON.
           IF UI-CURRENCY = SPACES
              MOVE "USD"                   TO  UI-CURRENCY
           END-IF.
           EVALUATE TRUE
              WHEN UI-STATION NOT = FM-ORIGIN
                 MOVE "NOT FLIGHT ORIGIN"  TO  W-REJECT-REASON
              WHEN UI-SUPPLIER = SPACES
                 MOVE "NO SUPPLIER"        TO  W-REJECT-REASON
              WHEN UI-DELIVERY-NO = SPACES
                 MOVE "NO DELIVERY NUMBER" TO  W-REJECT-REASON
              WHEN UI-LITRES NOT NUMERIC OR UI-LITRES = 0
                 MOVE "BAD LITRES"         TO  W-REJECT-REASON
              WHEN UI-DENSITY NOT NUMERIC OR
                   UI-DENSITY < 0.700 OR UI-DENSITY > 0.900
                 MOVE "BAD DENSITY"        TO  W-REJECT-REASON
              WHEN UI-PRICE-PER-LITRE NOT NUMERIC OR
                   UI-PRICE-PER-LITRE = 0
                 MOVE "BAD PRICE"          TO  W-REJECT-REASON
              WHEN UI-UPLIFT-DATE NOT NUMERIC OR UI-UPLIFT-DATE = 0
                 MOVE "BAD UPLIFT DATE"    TO  W-REJECT-REASON
           END-EVALUATE.
           IF W-REJECT-REASON = SPACES AND UI-CURRENCY NOT = "USD"
              IF CURR-RATE-NOT-PRESENT
                 MOVE "UNKNOWN CURRENCY"   TO  W-REJECT-REASON
              ELSE
                 MOVE UI-CURRENCY          TO  CR-CURRENCY
                 READ CURRENCY-RATE
                      INVALID KEY
                         MOVE "UNKNOWN CURRENCY" TO W-REJECT-REASON
                 END-READ
              END-IF
           END-IF.

       READ-EXISTING-UPLIFT.
           SET UPLIFT-ON-FILE              TO  TRUE.
           MOVE UI-FLIGHT-ID               TO  FU-FLIGHT-ID.
           READ FUEL-UPLIFT
                INVALID KEY
                   SET UPLIFT-NOT-ON-FILE  TO  TRUE
           END-READ.

       STORE-UPLIFT.
           MOVE UI-FLIGHT-ID               TO  FU-FLIGHT-ID.
           MOVE UI-STATION                 TO  FU-STATION.
           MOVE UI-SUPPLIER                TO  FU-SUPPLIER.
           MOVE UI-DELIVERY-NO             TO  FU-DELIVERY-NO.
           MOVE UI-UPLIFT-DATE             TO  FU-UPLIFT-DATE.
           MOVE UI-LITRES                  TO  FU-LITRES.
           MOVE UI-DENSITY                 TO  FU-DENSITY.
           MOVE UI-PRICE-PER-LITRE         TO  FU-PRICE-PER-LITRE.
           MOVE UI-CURRENCY                TO  FU-CURRENCY.
           MOVE WS-OPERATOR-ID             TO  FU-ENTERED-BY.
           MOVE TODAY-DATE                 TO  FU-ENTERED-DATE.
           MOVE SPACES                     TO  FU-INVOICE-NO
                                               FU-MATCH-STATUS.
           MOVE 0                          TO  FU-MATCH-DATE.

       WRITE-OR-REWRITE-UPLIFT.
           IF UPLIFT-ON-FILE
              REWRITE FUEL-UPLIFT-RECORD
           ELSE
              WRITE FUEL-UPLIFT-RECORD
           END-IF.

       SHOW-FLIGHT-UPLIFT.
           OPEN INPUT FUEL-UPLIFT.
           IF FUEL-UPL-NOT-PRESENT
              CLOSE FUEL-UPLIFT
              DISPLAY "FUELUPL - NO UPLIFTS RECORDED"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "FUELUPL - FLIGHT-ID:".
           ACCEPT WS-FLIGHT-ID.
           MOVE WS-FLIGHT-ID               TO  FU-FLIGHT-ID.
           READ FUEL-UPLIFT
                INVALID KEY
                   DISPLAY "FUELUPL - NO UPLIFT RECORDED FOR "
                           WS-FLIGHT-ID
                NOT INVALID KEY
                   PERFORM DISPLAY-UPLIFT
           END-READ.
           CLOSE FUEL-UPLIFT.

       DISPLAY-UPLIFT.
           MOVE FU-LITRES                  TO  RPT-LITRES.
           MOVE FU-DENSITY                 TO  RPT-DENSITY.
           MOVE FU-PRICE-PER-LITRE         TO  RPT-PRICE.
           COMPUTE W-UPLIFT-KG ROUNDED = FU-LITRES * FU-DENSITY.
           COMPUTE W-UPLIFT-COST ROUNDED =
                   FU-LITRES * FU-PRICE-PER-LITRE.
           MOVE W-UPLIFT-COST              TO  RPT-AMT.
           DISPLAY "FUELUPL - " FU-FLIGHT-ID " AT " FU-STATION " "
                   FU-UPLIFT-DATE " SUPPLIER " FU-SUPPLIER
                   " DELIVERY " FU-DELIVERY-NO.
           DISPLAY "          " RPT-LITRES " L @ " RPT-DENSITY
                   " KG/L = " W-UPLIFT-KG " KG, " RPT-PRICE "/L "
                   FU-CURRENCY " = " RPT-AMT.
           IF FU-STATION-ENTRY
              DISPLAY "          STATION ENTRY BY " FU-ENTERED-BY
                      " ON " FU-ENTERED-DATE
           ELSE
              DISPLAY "          SUPPLIER DELIVERY LOADED BY "
                      FU-ENTERED-BY " ON " FU-ENTERED-DATE
           END-IF.
           EVALUATE TRUE
              WHEN FU-INVOICE-AGREED
                 DISPLAY "          INVOICED ON " FU-INVOICE-NO
                         " - AGREED"
              WHEN FU-INVOICE-DIFFERS
                 DISPLAY "          INVOICED ON " FU-INVOICE-NO
                         " - DIFFERENCES FLAGGED"
              WHEN OTHER
                 DISPLAY "          NOT YET INVOICED"
           END-EVALUATE.
