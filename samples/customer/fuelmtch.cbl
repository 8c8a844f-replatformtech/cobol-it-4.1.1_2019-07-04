       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      FUELMTCH.

      ******************************************************************
      *    FUELMTCH.CBL
      *    MONTHLY FUEL INVOICE MATCH - READS THE FUEL SUPPLIERS'
      *    INVOICE LINES (ONE PER DELIVERY) FROM THE SEQUENTIAL
      *    "fuelinv" FILE AND MATCHES EACH TO THE UPLIFT RECORDED FOR
      *    THE FLIGHT ON "fuelupl" (FUELUPL).  FLAGS:
      *      NU  NO UPLIFT RECORDED FOR THE FLIGHT - NOTHING TO AGREE
      *      DB  DOUBLE-BILLED - UPLIFT ALREADY MATCHED TO ANOTHER
      *          INVOICE
      *      DN  DELIVERY NUMBER DIFFERS FROM THE RECORDED DOCKET
      *      SU  SUPPLIER DIFFERS FROM THE ONE THAT FUELLED
      *      VD  VOLUME DIFFERENCE - LITRES BILLED DIFFER FROM LITRES
      *          UPLIFTED BY MORE THAN THE VOLUME TOLERANCE
      *      PD  PRICE DIFFERENCE - PRICE PER LITRE BILLED DIFFERS
      *          FROM THE PRICE RECORDED BY MORE THAN THE PRICE
      *          TOLERANCE
      *      CD  CURRENCY DIFFERS FROM THE RECORDED UPLIFT
      *      EX  EXTENSION - LINE AMOUNT IS NOT LITRES TIMES PRICE
      *    A MATCHED UPLIFT IS STAMPED WITH THE INVOICE NUMBER AND
      *    AGREED ("M") OR DIFFERS ("X").  UPLIFTS IN THE MONTH THAT NO
      *    INVOICE HAS YET BILLED ARE LISTED AFTERWARDS.  AMOUNTS ARE
      *    TOTALLED IN BASE CURRENCY THROUGH "currrate".  THE FULL
      *    MATCH PRINTS TO "fuelmtch".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUEL-INVOICE
                  ASSIGN TO DISK "fuelinv"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FUEL-INV-STATUS.

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

           SELECT MATCH-RPT
                  ASSIGN TO DISK "fuelmtch"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FUEL-INVOICE.
       01  FUEL-INVOICE-RECORD.
           03 FI-INVOICE-NO               PIC X(12).
           03 FI-SUPPLIER                 PIC X(08).
           03 FI-FLIGHT-ID                PIC X(07).
           03 FI-DELIVERY-NO              PIC X(12).
           03 FI-LITRES                   PIC 9(07).
           03 FI-PRICE-PER-LITRE          PIC 9(03)V9(04).
           03 FI-CURRENCY                 PIC X(03).
           03 FI-AMOUNT                   PIC 9(09)V99.

       FD  FUEL-UPLIFT.
       COPY fuelupl.

       FD  CURRENCY-RATE.
       COPY currrate.

       FD  MATCH-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FUEL-INV-STATUS                PIC X(02).
           88 FUEL-INV-NOT-PRESENT                    VALUE "35".
       01  FUEL-UPL-STATUS                PIC X(02).
           88 FUEL-UPL-NOT-PRESENT                    VALUE "35".
       01  CURR-RATE-STATUS               PIC X(02).
           88 CURR-RATE-NOT-PRESENT                   VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  INVOICE-EOF-SWITCH             PIC 9       VALUE 0.
           88 INVOICE-AT-END                          VALUE 1.
           88 INVOICE-NOT-AT-END                      VALUE 0.
       01  SCAN-EOF-SWITCH                PIC 9       VALUE 0.
           88 SCAN-AT-END                             VALUE 1.
           88 SCAN-NOT-AT-END                         VALUE 0.
       01  UPLIFT-FOUND-SWITCH            PIC 9       VALUE 0.
           88 UPLIFT-FOUND                            VALUE 1.
           88 UPLIFT-NOT-FOUND                        VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  WS-MATCH-MONTH                 PIC X(06)   VALUE SPACES.
       01  WS-VOLUME-TOL                  PIC 9(03)   VALUE 0.
       01  WS-PRICE-TOL                   PIC 9(03)   VALUE 0.
       01  UPLIFT-DATE-X                  PIC X(08)   VALUE SPACES.
       01  LINE-FLAGS                     PIC X(24)   VALUE SPACES.
       01  FLAG-COL                       PIC 9(02)   VALUE 0.
       01  W-DIFF                         PIC 9(09)V9(04) VALUE 0.
       01  W-ALLOWED                      PIC 9(09)V9(04) VALUE 0.
       01  W-EXTENSION                    PIC 9(09)V99 VALUE 0.
       01  W-RATE                         PIC 9(03)V9(06) VALUE 0.
       01  W-BASE-AMT                     PIC 9(09)V99 VALUE 0.
       01  BILLED-BASE-TOTAL              PIC 9(11)V99 VALUE 0.
       01  UPLIFT-BASE-TOTAL              PIC 9(11)V99 VALUE 0.
       01  LINE-COUNT                     PIC 9(05)   VALUE 0.
       01  AGREED-COUNT                   PIC 9(05)   VALUE 0.
       01  FLAGGED-COUNT                  PIC 9(05)   VALUE 0.
       01  UNBILLED-COUNT                 PIC 9(05)   VALUE 0.
       01  RPT-LITRES                     PIC ZZZZZZ9.
       01  RPT-PRICE                      PIC ZZ9.9999.
       01  RPT-AMT                        PIC ZZZZZZZZ9.99.
       01  RPT-TOTAL                      PIC ZZZZZZZZZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-MATCH.
           PERFORM UNTIL INVOICE-AT-END
              READ FUEL-INVOICE
                   AT END
                      SET INVOICE-AT-END    TO  TRUE
                   NOT AT END
                      PERFORM MATCH-ONE-LINE
              END-READ
           END-PERFORM.
           PERFORM LIST-UNBILLED-UPLIFTS.
           PERFORM TERMINATE-MATCH.
           STOP RUN.

       INITIALIZE-MATCH.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "FUELMTCH - MATCH MONTH (YYYYMM):".
           ACCEPT WS-MATCH-MONTH.
           DISPLAY "FUELMTCH - VOLUME TOLERANCE, TENTHS OF A PERCENT "
                   "(BLANK=5):".
           ACCEPT WS-VOLUME-TOL.
           IF WS-VOLUME-TOL NOT NUMERIC OR WS-VOLUME-TOL = 0
              MOVE 5                       TO  WS-VOLUME-TOL
           END-IF.
           DISPLAY "FUELMTCH - PRICE TOLERANCE, TENTHS OF A PERCENT "
                   "(BLANK=0):".
           ACCEPT WS-PRICE-TOL.
           IF WS-PRICE-TOL NOT NUMERIC
              MOVE 0                       TO  WS-PRICE-TOL
           END-IF.
           OPEN INPUT FUEL-INVOICE.
           IF FUEL-INV-NOT-PRESENT
              DISPLAY "FUELMTCH - FUELINV FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN I-O FUEL-UPLIFT.
           IF FUEL-UPL-NOT-PRESENT
              DISPLAY "FUELMTCH - FUELUPL FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT CURRENCY-RATE.
           OPEN OUTPUT MATCH-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "FUEL INVOICE MATCH - " WS-MATCH-MONTH
                  "  RUN " TODAY-DATE "  VOL TOL " WS-VOLUME-TOL
                  "/1000  PRICE TOL " WS-PRICE-TOL "/1000"
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "FLIGHT  INVOICE      BILLED L UPLIFT L  PRICE/L CUR"
                                            TO  RPT-RECORD(1:50).
           MOVE "AMOUNT FLAGS"              TO  RPT-RECORD(56:12).
           WRITE RPT-RECORD.

       MATCH-ONE-LINE.
           ADD 1                           TO  LINE-COUNT.
           MOVE SPACES                     TO  LINE-FLAGS.
           MOVE 1                          TO  FLAG-COL.
           SET UPLIFT-FOUND                TO  TRUE.
           MOVE FI-FLIGHT-ID               TO  FU-FLIGHT-ID.
           READ FUEL-UPLIFT
                INVALID KEY
                   SET UPLIFT-NOT-FOUND    TO  TRUE
           END-READ.
           IF UPLIFT-NOT-FOUND
              MOVE "NU"                    TO  LINE-FLAGS(FLAG-COL:2)
              ADD 3                        TO  FLAG-COL
              MOVE 0                       TO  FU-LITRES
           ELSE
              PERFORM COMPARE-TO-UPLIFT
           END-IF.
           COMPUTE W-EXTENSION ROUNDED =
                   FI-LITRES * FI-PRICE-PER-LITRE.
           IF W-EXTENSION > FI-AMOUNT
              COMPUTE W-DIFF = W-EXTENSION - FI-AMOUNT
           ELSE
              COMPUTE W-DIFF = FI-AMOUNT - W-EXTENSION
           END-IF.
           IF W-DIFF > 1.00
              MOVE "EX"                    TO  LINE-FLAGS(FLAG-COL:2)
              ADD 3                        TO  FLAG-COL
           END-IF.
           MOVE FI-CURRENCY                TO  CR-CURRENCY.
           PERFORM LOOKUP-RATE.
           COMPUTE W-BASE-AMT ROUNDED = FI-AMOUNT * W-RATE.
           ADD W-BASE-AMT                  TO  BILLED-BASE-TOTAL.
           IF UPLIFT-FOUND
              PERFORM STAMP-UPLIFT
           END-IF.
           IF LINE-FLAGS = SPACES
              ADD 1                        TO  AGREED-COUNT
           ELSE
              ADD 1                        TO  FLAGGED-COUNT
           END-IF.
           PERFORM WRITE-MATCH-LINE.

       COMPARE-TO-UPLIFT.
           IF NOT FU-NOT-INVOICED AND FU-INVOICE-NO NOT = FI-INVOICE-NO
              MOVE "DB"                    TO  LINE-FLAGS(FLAG-COL:2)
              ADD 3                        TO  FLAG-COL
           END-IF.
           IF FI-DELIVERY-NO NOT = FU-DELIVERY-NO
              MOVE "DN"                    TO  LINE-FLAGS(FLAG-COL:2)
              ADD 3                        TO  FLAG-COL
           END-IF.
           IF FI-SUPPLIER NOT = FU-SUPPLIER
              MOVE "SU"                    TO  LINE-FLAGS(FLAG-COL:2)
              ADD 3                        TO  FLAG-COL
           END-IF.
           IF FI-LITRES > FU-LITRES
              COMPUTE W-DIFF = FI-LITRES - FU-LITRES
           ELSE
              COMPUTE W-DIFF = FU-LITRES - FI-LITRES
           END-IF.
           COMPUTE W-ALLOWED = FU-LITRES * WS-VOLUME-TOL / 1000.
           IF W-DIFF > W-ALLOWED
              MOVE "VD"                    TO  LINE-FLAGS(FLAG-COL:2)
              ADD 3                        TO  FLAG-COL
           END-IF.
           IF FI-PRICE-PER-LITRE > FU-PRICE-PER-LITRE
              COMPUTE W-DIFF = FI-PRICE-PER-LITRE - FU-PRICE-PER-LITRE
           ELSE
              COMPUTE W-DIFF = FU-PRICE-PER-LITRE - FI-PRICE-PER-LITRE
           END-IF.
           COMPUTE W-ALLOWED =
                   FU-PRICE-PER-LITRE * WS-PRICE-TOL / 1000.
           IF W-DIFF > W-ALLOWED
              MOVE "PD"                    TO  LINE-FLAGS(FLAG-COL:2)
              ADD 3                        TO  FLAG-COL
           END-IF.
           IF FI-CURRENCY NOT = FU-CURRENCY
              MOVE "CD"                    TO  LINE-FLAGS(FLAG-COL:2)
              ADD 3                        TO  FLAG-COL
           END-IF.

       STAMP-UPLIFT.
      *    A DOUBLE BILL LEAVES THE FIRST INVOICE'S STAMP IN PLACE.
           IF NOT FU-NOT-INVOICED AND FU-INVOICE-NO NOT = FI-INVOICE-NO
              EXIT PARAGRAPH
           END-IF.
           MOVE FI-INVOICE-NO              TO  FU-INVOICE-NO.
           MOVE TODAY-DATE                 TO  FU-MATCH-DATE.
           IF LINE-FLAGS = SPACES
              SET FU-INVOICE-AGREED        TO  TRUE
           ELSE
              SET FU-INVOICE-DIFFERS       TO  TRUE
           END-IF.
           REWRITE FUEL-UPLIFT-RECORD.
           MOVE FU-CURRENCY                TO  CR-CURRENCY.
           PERFORM LOOKUP-RATE.
           COMPUTE W-BASE-AMT ROUNDED =
                   FU-LITRES * FU-PRICE-PER-LITRE * W-RATE.
           ADD W-BASE-AMT                  TO  UPLIFT-BASE-TOTAL.

       LOOKUP-RATE.
      *    BASE USD UNITS PER UNIT OF CR-CURRENCY; USD, AN UNKNOWN
      *    CURRENCY OR A MISSING RATE FILE ALL TAKE 1, AS AT BOOKING.
           MOVE 1                          TO  W-RATE.
           IF CR-CURRENCY = "USD" OR CR-CURRENCY = SPACES OR
              CURR-RATE-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           READ CURRENCY-RATE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF CR-RATE > 0
                      MOVE CR-RATE         TO  W-RATE
                   END-IF
           END-READ.

       WRITE-MATCH-LINE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE FI-FLIGHT-ID               TO  RPT-RECORD(1:7).
           MOVE FI-INVOICE-NO              TO  RPT-RECORD(9:12).
           MOVE FI-LITRES                  TO  RPT-LITRES.
           MOVE RPT-LITRES                 TO  RPT-RECORD(22:7).
           IF UPLIFT-FOUND
              MOVE FU-LITRES               TO  RPT-LITRES
              MOVE RPT-LITRES              TO  RPT-RECORD(30:7)
           END-IF.
           MOVE FI-PRICE-PER-LITRE         TO  RPT-PRICE.
           MOVE RPT-PRICE                  TO  RPT-RECORD(38:8).
           MOVE FI-CURRENCY                TO  RPT-RECORD(47:3).
           MOVE FI-AMOUNT                  TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(50:12).
           MOVE LINE-FLAGS(1:18)           TO  RPT-RECORD(63:18).
           WRITE RPT-RECORD.
           IF FLAG-COL > 19
              MOVE SPACES                  TO  RPT-RECORD
              MOVE LINE-FLAGS(19:6)        TO  RPT-RECORD(63:6)
              WRITE RPT-RECORD
           END-IF.

       LIST-UNBILLED-UPLIFTS.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "UPLIFTS IN THE MONTH NOT YET INVOICED"
                                            TO  RPT-RECORD.
           WRITE RPT-RECORD.
           SET SCAN-NOT-AT-END             TO  TRUE.
           MOVE LOW-VALUES                 TO  FU-FLIGHT-ID.
           START FUEL-UPLIFT KEY IS >= FU-FLIGHT-ID
                 INVALID KEY
                    SET SCAN-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL SCAN-AT-END
              READ FUEL-UPLIFT NEXT
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      MOVE FU-UPLIFT-DATE  TO  UPLIFT-DATE-X
                      IF UPLIFT-DATE-X(1:6) = WS-MATCH-MONTH AND
                         FU-NOT-INVOICED
                         PERFORM WRITE-UNBILLED-LINE
                      END-IF
              END-READ
           END-PERFORM.

       WRITE-UNBILLED-LINE.
           ADD 1                           TO  UNBILLED-COUNT.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE FU-FLIGHT-ID               TO  RPT-RECORD(1:7).
           MOVE FU-SUPPLIER                TO  RPT-RECORD(9:8).
           MOVE FU-DELIVERY-NO             TO  RPT-RECORD(18:12).
           MOVE FU-LITRES                  TO  RPT-LITRES.
           MOVE RPT-LITRES                 TO  RPT-RECORD(30:7).
           MOVE FU-PRICE-PER-LITRE         TO  RPT-PRICE.
           MOVE RPT-PRICE                  TO  RPT-RECORD(38:8).
           MOVE FU-CURRENCY                TO  RPT-RECORD(47:3).
           MOVE FU-UPLIFT-DATE             TO  RPT-RECORD(54:8).
           WRITE RPT-RECORD.

       TERMINATE-MATCH.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           STRING "LINES " LINE-COUNT "  AGREED " AGREED-COUNT
                  "  FLAGGED " FLAGGED-COUNT "  UNBILLED UPLIFTS "
                  UNBILLED-COUNT            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "BILLED (BASE)"            TO  RPT-RECORD(1:13).
           MOVE BILLED-BASE-TOTAL          TO  RPT-TOTAL.
           MOVE RPT-TOTAL                  TO  RPT-RECORD(15:14).
           MOVE "AT RECORDED UPLIFT (BASE)" TO RPT-RECORD(32:25).
           MOVE UPLIFT-BASE-TOTAL          TO  RPT-TOTAL.
           MOVE RPT-TOTAL                  TO  RPT-RECORD(58:14).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "FLAGS: NU NO UPLIFT  DB DOUBLE-BILLED  DN DELIVERY NO"
                                            TO  RPT-RECORD(1:53).
           MOVE "SU SUPPLIER"               TO  RPT-RECORD(56:11).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "       VD VOLUME  PD PRICE  CD CURRENCY  EX EXTENSION"
                                            TO  RPT-RECORD(1:53).
           WRITE RPT-RECORD.
           CLOSE FUEL-INVOICE.
           CLOSE FUEL-UPLIFT.
           IF NOT CURR-RATE-NOT-PRESENT
              CLOSE CURRENCY-RATE
           END-IF.
           CLOSE MATCH-RPT.
           MOVE "FUELMTCH"                 TO  RPG-REPORT-ID.
           MOVE "fuelmtch"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "FUELMTCH"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "FUELMTCH - " LINE-COUNT " INVOICE LINE(S), "
                   FLAGGED-COUNT " FLAGGED - SEE fuelmtch".
