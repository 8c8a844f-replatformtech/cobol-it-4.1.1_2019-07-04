       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      OBSALES.

      ******************************************************************
      *    OBSALES.CBL
      *    BUY-ON-BOARD AND DUTY-FREE SALES - REPLACES THE PAPER
      *    RECONCILIATION OF THE CREW HANDHELDS:
      *      1) LOAD A TROLLEY SEAL: THE BOND STORE KEYS THE DUTY-FREE
      *         ITEMS AND QUANTITIES SEALED INTO A TROLLEY ("obstock").
      *      2) UPLOAD A FLIGHT'S HANDHELD SALES FILE (DEFAULT
      *         "obsalein"; FLIGHT, ITEM, QUANTITY, PRICE, PAYMENT
      *         TYPE, CARD, CREW MEMBER, TROLLEY SEAL).  EVERY LINE IS
      *         CHECKED AGAINST THE FLIGHT MASTER, THE "obprod" PRICE
      *         LIST AND THE CREW MASTER; GOOD LINES GO TO THE "obsale"
      *         LEDGER (CARDS TOKENIZED THROUGH CARDVLT) FOR SETLBAT TO
      *         SETTLE AND GLEXTR TO POST, AND DUTY-FREE LINES DRAW
      *         DOWN THEIR SEAL'S BONDED STOCK.  EACH CREW MEMBER'S
      *         HANDHELD CASH IS THEN RECONCILED AGAINST THE AMOUNT
      *         DECLARED ON THEIR SEALED CASH BAG, THE OVER/SHORT KEPT
      *         ON "obcash" AS DRAWER DOES FOR THE COUNTER.  REJECTS,
      *         PRICE DIFFERENCES AND THE OVER/SHORT PRINT TO
      *         "obsalerp".  A FLIGHT UPLOADS ONCE.
      *      3) SEAL STOCK REPORT - LOADED, SOLD AND STILL ON HAND PER
      *         SEAL AND ITEM, TO "obstkrp", FOR THE BOND STORE COUNT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-IN
                  ASSIGN TO WS-UPLOAD-FILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALES-IN-STATUS.

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FLIGHT-MASTER-STATUS.

           SELECT ONBOARD-PRODUCT
                  ASSIGN TO DISK "obprod"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OB-ITEM-CODE
                  FILE STATUS IS OB-PROD-STATUS.

           SELECT CREW-MASTER
                  ASSIGN TO DISK "crewmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CM-EMP-NO
                  FILE STATUS IS CREW-MASTER-STATUS.

           SELECT ONBOARD-SALE
                  ASSIGN TO DISK "obsale"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OL-KEY
                  FILE STATUS IS OB-SALE-STATUS.

           SELECT TROLLEY-STOCK
                  ASSIGN TO DISK "obstock"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TS-KEY
                  FILE STATUS IS OB-STOCK-STATUS.

           SELECT ONBOARD-CASH
                  ASSIGN TO DISK "obcash"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OBC-KEY
                  FILE STATUS IS OB-CASH-STATUS.

           SELECT SALES-RPT
                  ASSIGN TO DISK "obsalerp"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

           SELECT STOCK-RPT
                  ASSIGN TO DISK "obstkrp"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STK-RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-IN.
       01  SALES-IN-RECORD.
           03 SI-FLIGHT-ID                PIC X(07).
           03 SI-ITEM-CODE                PIC X(06).
           03 SI-QTY                      PIC 9(03).
           03 SI-UNIT-PRICE               PIC 9(04)V99.
           03 SI-PAYMENT-TYPE             PIC X(03).
           03 SI-CARD-ACCT-NO             PIC X(16).
           03 SI-CREW-EMP-NO              PIC X(06).
           03 SI-SEAL-NO                  PIC X(08).

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  ONBOARD-PRODUCT.
       COPY obprod.

       FD  CREW-MASTER.
       COPY crewmst.

       FD  ONBOARD-SALE.
       COPY obsale.

       FD  TROLLEY-STOCK.
       COPY obstock.

       FD  ONBOARD-CASH.
       COPY obcash.

       FD  SALES-RPT.
       01  RPT-RECORD                     PIC X(80).

       FD  STOCK-RPT.
       01  STK-RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CVT-FUNC                       PIC X(01)   VALUE SPACES.
       01  CVT-CARD-NO                    PIC X(16)   VALUE SPACES.
       01  CVT-TOKEN                      PIC X(16)   VALUE SPACES.
       01  CVT-RESULT                     PIC X(01)   VALUE SPACES.
       01  SALES-IN-STATUS                PIC X(02).
           88 SALES-IN-NOT-PRESENT                    VALUE "35".
       01  WS-UPLOAD-FILE                 PIC X(08)   VALUE "obsalein".
       01  FLIGHT-MASTER-STATUS           PIC X(02).
           88 FLIGHT-MASTER-NOT-PRESENT               VALUE "35".
       01  OB-PROD-STATUS                 PIC X(02).
           88 OB-PROD-NOT-PRESENT                     VALUE "35".
       01  CREW-MASTER-STATUS             PIC X(02).
           88 CREW-MASTER-NOT-PRESENT                 VALUE "35".
       01  OB-SALE-STATUS                 PIC X(02).
           88 OB-SALE-NOT-PRESENT                     VALUE "35".
       01  OB-STOCK-STATUS                PIC X(02).
           88 OB-STOCK-NOT-PRESENT                    VALUE "35".
       01  OB-CASH-STATUS                 PIC X(02).
           88 OB-CASH-NOT-PRESENT                     VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  STK-RPT-STATUS                 PIC X(02).
       01  SALES-EOF-SWITCH               PIC 9       VALUE 0.
           88 SALES-AT-END                            VALUE 1.
           88 SALES-NOT-AT-END                        VALUE 0.
       01  STOCK-EOF-SWITCH               PIC 9       VALUE 0.
           88 STOCK-AT-END                            VALUE 1.
           88 STOCK-NOT-AT-END                        VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  WS-OPERATOR-ID                 PIC X(05)   VALUE SPACES.
       01  WS-FLIGHT-ID                   PIC X(07)   VALUE SPACES.
       01  MENU-CHOICE1                   PIC X(01)   VALUE SPACES.
           88 LOAD-SEAL-OPT                           VALUE "1".
           88 UPLOAD-SALES-OPT                        VALUE "2".
           88 STOCK-REPORT-OPT                        VALUE "3".
           88 EXIT-PROG                               VALUE "0".
       01  W-SEAL-NO                      PIC X(08)   VALUE SPACES.
       01  W-ITEM-CODE                    PIC X(06)   VALUE SPACES.
       01  W-QTY                          PIC 9(04)   VALUE 0.
       01  W-REJECT-REASON                PIC X(20)   VALUE SPACES.
       01  W-LINE-NO                      PIC 9(04)   VALUE 0.
       01  W-LINE-AMT                     PIC 9(06)V99 VALUE 0.
       01  LINES-READ                     PIC 9(05)   VALUE 0.
       01  LINES-ACCEPTED                 PIC 9(05)   VALUE 0.
       01  LINES-REJECTED                 PIC 9(05)   VALUE 0.
       01  CASH-TOTAL                     PIC 9(07)V99 VALUE 0.
       01  CARD-TOTAL                     PIC 9(07)V99 VALUE 0.
       01  CREW-CASH-COUNT                PIC 9(02)   VALUE 0.
       01  CR-IDX                         PIC 9(02)   VALUE 0.
       01  CR-FOUND-IDX                   PIC 9(02)   VALUE 0.
       01  CREW-CASH-TABLE.
           03 CREW-CASH-ENTRY OCCURS 20 TIMES.
              05 CC-CREW-EMP-NO           PIC X(06).
              05 CC-CASH-AMT              PIC 9(07)V99.
       01  AMT-DISPLAY                    PIC ZZZZZZ9.99.
       01  OS-DISPLAY                     PIC -----9.99.
       01  RPT-QTY                        PIC ZZZ9.
       01  RPT-ON-HAND                    PIC ---9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "OBSALES - ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           PERFORM WITH TEST AFTER UNTIL EXIT-PROG
              DISPLAY "OBSALES - 1)LOAD TROLLEY SEAL 2)UPLOAD FLIGHT SA"
                      "LES 3)SEAL STOCK 0)EXIT:"
              ACCEPT MENU-CHOICE1
              EVALUATE TRUE
                 WHEN LOAD-SEAL-OPT
                    PERFORM LOAD-TROLLEY-SEAL
                 WHEN UPLOAD-SALES-OPT
                    PERFORM UPLOAD-FLIGHT-SALES
                 WHEN STOCK-REPORT-OPT
                    PERFORM PRINT-SEAL-STOCK
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
           STOP RUN.

       OPEN-STOCK-FILE.
           OPEN I-O TROLLEY-STOCK.
           IF OB-STOCK-NOT-PRESENT
              CLOSE TROLLEY-STOCK
              OPEN OUTPUT TROLLEY-STOCK
              CLOSE TROLLEY-STOCK
              OPEN I-O TROLLEY-STOCK
           END-IF.

       LOAD-TROLLEY-SEAL.
           OPEN INPUT ONBOARD-PRODUCT.
           IF OB-PROD-NOT-PRESENT
              CLOSE ONBOARD-PRODUCT
              DISPLAY "OBSALES - NO PRODUCT LIST - CANNOT LOAD SEAL"
              EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-STOCK-FILE.
           DISPLAY "OBSALES - TROLLEY SEAL NUMBER:".
           ACCEPT W-SEAL-NO.
           PERFORM WITH TEST AFTER UNTIL W-ITEM-CODE = SPACES
              DISPLAY "OBSALES - DUTY-FREE ITEM CODE (BLANK=DONE):"
              ACCEPT W-ITEM-CODE
              IF W-ITEM-CODE NOT = SPACES
                 PERFORM LOAD-ONE-SEAL-ITEM
              END-IF
           END-PERFORM.
           CLOSE TROLLEY-STOCK.
           CLOSE ONBOARD-PRODUCT.

       LOAD-ONE-SEAL-ITEM.
           MOVE W-ITEM-CODE                TO  OB-ITEM-CODE.
           READ ONBOARD-PRODUCT
                INVALID KEY
                   DISPLAY "OBSALES - ITEM NOT ON PRODUCT LIST"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT OB-DUTY-FREE
              DISPLAY "OBSALES - NOT A BONDED (DUTY-FREE) ITEM"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "OBSALES - QUANTITY SEALED:".
           ACCEPT W-QTY.
           IF W-QTY NOT NUMERIC OR W-QTY = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE W-SEAL-NO                  TO  TS-SEAL-NO.
           MOVE W-ITEM-CODE                TO  TS-ITEM-CODE.
           READ TROLLEY-STOCK
                INVALID KEY
                   MOVE W-QTY              TO  TS-QTY-LOADED
                                               TS-QTY-ON-HAND
                   MOVE 0                  TO  TS-QTY-SOLD
                   MOVE TODAY-DATE         TO  TS-LOAD-DATE
                   MOVE SPACES             TO  TS-LAST-FLIGHT-ID
                   WRITE TROLLEY-STOCK-RECORD
                NOT INVALID KEY
                   ADD W-QTY               TO  TS-QTY-LOADED
                                               TS-QTY-ON-HAND
                   MOVE TODAY-DATE         TO  TS-LOAD-DATE
                   REWRITE TROLLEY-STOCK-RECORD
           END-READ.
           MOVE TS-QTY-ON-HAND             TO  RPT-ON-HAND.
           DISPLAY "OBSALES - SEAL " TS-SEAL-NO " ITEM " TS-ITEM-CODE
                   " NOW " RPT-ON-HAND " ON HAND".

       UPLOAD-FLIGHT-SALES.
           DISPLAY "OBSALES - FLIGHT-ID:".
           ACCEPT WS-FLIGHT-ID.
           OPEN INPUT FLIGHT-MASTER.
           IF FLIGHT-MASTER-NOT-PRESENT
              CLOSE FLIGHT-MASTER
              DISPLAY "OBSALES - FLIGHT MASTER NOT FOUND"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FLIGHT-ID               TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   CLOSE FLIGHT-MASTER
                   DISPLAY "OBSALES - FLIGHT NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           CLOSE FLIGHT-MASTER.
           OPEN I-O ONBOARD-SALE.
           IF OB-SALE-NOT-PRESENT
              CLOSE ONBOARD-SALE
              OPEN OUTPUT ONBOARD-SALE
              CLOSE ONBOARD-SALE
              OPEN I-O ONBOARD-SALE
           END-IF.
           MOVE WS-FLIGHT-ID               TO  OL-FLIGHT-ID.
           MOVE 0                          TO  OL-LINE-NO.
           START ONBOARD-SALE KEY IS > OL-KEY
                 INVALID KEY
                    MOVE SPACES            TO  OL-FLIGHT-ID
                 NOT INVALID KEY
                    READ ONBOARD-SALE NEXT
                         AT END MOVE SPACES TO OL-FLIGHT-ID
                    END-READ
           END-START.
           IF OL-FLIGHT-ID = WS-FLIGHT-ID
              CLOSE ONBOARD-SALE
              DISPLAY "OBSALES - FLIGHT ALREADY UPLOADED"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "OBSALES - UPLOAD FILE (BLANK=obsalein):".
           ACCEPT WS-UPLOAD-FILE.
           IF WS-UPLOAD-FILE = SPACES
              MOVE "obsalein"              TO  WS-UPLOAD-FILE
           END-IF.
           OPEN INPUT SALES-IN.
           IF SALES-IN-NOT-PRESENT
              CLOSE SALES-IN
              CLOSE ONBOARD-SALE
              DISPLAY "OBSALES - UPLOAD FILE NOT FOUND"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ONBOARD-PRODUCT.
           IF OB-PROD-NOT-PRESENT
              CLOSE ONBOARD-PRODUCT
              CLOSE SALES-IN
              CLOSE ONBOARD-SALE
              DISPLAY "OBSALES - NO PRODUCT LIST - CANNOT UPLOAD"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CREW-MASTER.
           PERFORM OPEN-STOCK-FILE.
           OPEN EXTEND SALES-RPT.
           IF RPT-STATUS = "35"
              CLOSE SALES-RPT
              OPEN OUTPUT SALES-RPT
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "ONBOARD SALES UPLOAD - FLIGHT " WS-FLIGHT-ID " "
                  TODAY-DATE " OP " WS-OPERATOR-ID
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE 0                          TO  W-LINE-NO
                                               LINES-READ
                                               LINES-ACCEPTED
                                               LINES-REJECTED
                                               CASH-TOTAL
                                               CARD-TOTAL
                                               CREW-CASH-COUNT.
           SET SALES-NOT-AT-END            TO  TRUE.
           PERFORM UNTIL SALES-AT-END
              READ SALES-IN
                   AT END
                      SET SALES-AT-END      TO  TRUE
                   NOT AT END
                      PERFORM UPLOAD-ONE-LINE
              END-READ
           END-PERFORM.
           CLOSE SALES-IN.
           CLOSE ONBOARD-PRODUCT.
           CLOSE CREW-MASTER.
           CLOSE TROLLEY-STOCK.
           CLOSE ONBOARD-SALE.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "LINES READ " LINES-READ "  ACCEPTED " LINES-ACCEPTED
                  "  REJECTED " LINES-REJECTED
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE CASH-TOTAL                 TO  AMT-DISPLAY.
           MOVE "CASH SALES"               TO  RPT-RECORD(1:10).
           MOVE AMT-DISPLAY                TO  RPT-RECORD(12:10).
           MOVE CARD-TOTAL                 TO  AMT-DISPLAY.
           MOVE "CARD SALES"               TO  RPT-RECORD(25:10).
           MOVE AMT-DISPLAY                TO  RPT-RECORD(36:10).
           WRITE RPT-RECORD.
           PERFORM RECONCILE-CREW-CASH.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           CLOSE SALES-RPT.
           DISPLAY "OBSALES - " LINES-ACCEPTED " LINE(S) ACCEPTED, "
                   LINES-REJECTED " REJECTED - SEE obsalerp".

       UPLOAD-ONE-LINE.
           ADD 1                           TO  LINES-READ.
           MOVE SPACES                     TO  W-REJECT-REASON.
           EVALUATE TRUE
              WHEN SI-FLIGHT-ID NOT = WS-FLIGHT-ID
                 MOVE "WRONG FLIGHT"       TO  W-REJECT-REASON
              WHEN SI-QTY NOT NUMERIC OR SI-QTY = 0
                 MOVE "BAD QUANTITY"       TO  W-REJECT-REASON
              WHEN SI-UNIT-PRICE NOT NUMERIC
                 MOVE "BAD PRICE"          TO  W-REJECT-REASON
              WHEN SI-PAYMENT-TYPE NOT = "CSH" AND
                   SI-PAYMENT-TYPE NOT = "MST" AND
                   SI-PAYMENT-TYPE NOT = "VSA"
                 MOVE "BAD PAYMENT TYPE"   TO  W-REJECT-REASON
              WHEN SI-PAYMENT-TYPE NOT = "CSH" AND
                   SI-CARD-ACCT-NO = SPACES
                 MOVE "NO CARD NUMBER"     TO  W-REJECT-REASON
           END-EVALUATE.
           IF W-REJECT-REASON = SPACES
              MOVE SI-ITEM-CODE            TO  OB-ITEM-CODE
              READ ONBOARD-PRODUCT
                   INVALID KEY
                      MOVE "UNKNOWN ITEM"  TO  W-REJECT-REASON
              END-READ
           END-IF.
           IF W-REJECT-REASON = SPACES
              MOVE SI-CREW-EMP-NO          TO  CM-EMP-NO
              READ CREW-MASTER
                   INVALID KEY
                      MOVE "UNKNOWN CREW"  TO  W-REJECT-REASON
              END-READ
           END-IF.
           IF W-REJECT-REASON NOT = SPACES
              ADD 1                        TO  LINES-REJECTED
              MOVE SPACES                  TO  RPT-RECORD
              STRING "  REJECT " SI-ITEM-CODE " " SI-CREW-EMP-NO " "
                     W-REJECT-REASON        DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF SI-UNIT-PRICE NOT = OB-UNIT-PRICE
              MOVE SI-UNIT-PRICE           TO  AMT-DISPLAY
              MOVE SPACES                  TO  RPT-RECORD
              STRING "  PRICE  " SI-ITEM-CODE " " SI-CREW-EMP-NO
                     " CHARGED " AMT-DISPLAY
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              MOVE OB-UNIT-PRICE           TO  AMT-DISPLAY
              MOVE " LIST "                TO  RPT-RECORD(47:6)
              MOVE AMT-DISPLAY             TO  RPT-RECORD(53:10)
              WRITE RPT-RECORD
           END-IF.
           ADD 1                           TO  W-LINE-NO
                                               LINES-ACCEPTED.
           COMPUTE W-LINE-AMT = SI-QTY * SI-UNIT-PRICE.
           MOVE SPACES                     TO  ONBOARD-SALE-RECORD.
           MOVE WS-FLIGHT-ID               TO  OL-FLIGHT-ID.
           MOVE W-LINE-NO                  TO  OL-LINE-NO.
           MOVE SI-ITEM-CODE               TO  OL-ITEM-CODE.
           MOVE OB-CATEGORY                TO  OL-CATEGORY.
           MOVE SI-QTY                     TO  OL-QTY.
           MOVE SI-UNIT-PRICE              TO  OL-UNIT-PRICE.
           MOVE W-LINE-AMT                 TO  OL-AMOUNT.
           MOVE SI-PAYMENT-TYPE            TO  OL-PAYMENT-TYPE.
           MOVE SI-CREW-EMP-NO             TO  OL-CREW-EMP-NO.
           MOVE SI-SEAL-NO                 TO  OL-SEAL-NO.
           MOVE TODAY-DATE                 TO  OL-LOAD-DATE.
           MOVE 0                          TO  OL-SETTLE-DATE.
           IF OL-CARD
              MOVE "T"                     TO  CVT-FUNC
              MOVE SI-CARD-ACCT-NO         TO  CVT-CARD-NO
              MOVE SPACES                  TO  CVT-TOKEN
              CALL "CARDVLT" USING CVT-FUNC, CVT-CARD-NO, CVT-TOKEN,
                   CVT-RESULT
              MOVE CVT-TOKEN               TO  OL-CARD-ACCT-NO
              SET OL-NOT-SETTLED           TO  TRUE
              ADD W-LINE-AMT               TO  CARD-TOTAL
           ELSE
      *    CASH NEVER GOES TO THE CARD NETWORK - NOTHING TO SETTLE.
              SET OL-SETTLED               TO  TRUE
              ADD W-LINE-AMT               TO  CASH-TOTAL
              PERFORM ADD-CREW-CASH
           END-IF.
           WRITE ONBOARD-SALE-RECORD.
           IF OL-DUTY-FREE
              PERFORM DRAW-DOWN-SEAL-STOCK
           END-IF.

       ADD-CREW-CASH.
           MOVE 0                          TO  CR-FOUND-IDX.
           PERFORM VARYING CR-IDX FROM 1 BY 1
                    UNTIL CR-IDX > CREW-CASH-COUNT
              IF CC-CREW-EMP-NO(CR-IDX) = SI-CREW-EMP-NO
                 MOVE CR-IDX               TO  CR-FOUND-IDX
              END-IF
           END-PERFORM.
           IF CR-FOUND-IDX = 0
              IF CREW-CASH-COUNT >= 20
                 EXIT PARAGRAPH
              END-IF
              ADD 1                        TO  CREW-CASH-COUNT
              MOVE CREW-CASH-COUNT         TO  CR-FOUND-IDX
              MOVE SI-CREW-EMP-NO     TO  CC-CREW-EMP-NO(CR-FOUND-IDX)
              MOVE 0                  TO  CC-CASH-AMT(CR-FOUND-IDX)
           END-IF.
           ADD W-LINE-AMT             TO  CC-CASH-AMT(CR-FOUND-IDX).

       DRAW-DOWN-SEAL-STOCK.
      *    A DUTY-FREE SALE FROM A SEAL THE BOND STORE NEVER LOADED
      *    STILL STANDS, BUT IS REPORTED - THE BOND COUNT IS WRONG.
           MOVE SI-SEAL-NO                 TO  TS-SEAL-NO.
           MOVE SI-ITEM-CODE               TO  TS-ITEM-CODE.
           READ TROLLEY-STOCK
                INVALID KEY
                   MOVE SPACES             TO  RPT-RECORD
                   STRING "  BOND   " SI-ITEM-CODE " SEAL " SI-SEAL-NO
                          " NOT LOADED ON THIS SEAL"
                                            DELIMITED BY SIZE
                          INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
                   EXIT PARAGRAPH
           END-READ.
           ADD SI-QTY                      TO  TS-QTY-SOLD.
           SUBTRACT SI-QTY                 FROM TS-QTY-ON-HAND.
           MOVE WS-FLIGHT-ID               TO  TS-LAST-FLIGHT-ID.
           REWRITE TROLLEY-STOCK-RECORD.
           IF TS-QTY-ON-HAND < 0
              MOVE TS-QTY-ON-HAND          TO  RPT-ON-HAND
              MOVE SPACES                  TO  RPT-RECORD
              STRING "  BOND   " SI-ITEM-CODE " SEAL " SI-SEAL-NO
                     " OVERSOLD, ON HAND " RPT-ON-HAND
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.

       RECONCILE-CREW-CASH.
      *    EACH CREW MEMBER'S HANDHELD CASH AGAINST THE AMOUNT WRITTEN
      *    ON THEIR SEALED CASH BAG - THE SAME OVER/SHORT DRAWER
      *    KEEPS FOR A COUNTER AGENT.
           OPEN I-O ONBOARD-CASH.
           IF OB-CASH-NOT-PRESENT
              CLOSE ONBOARD-CASH
              OPEN OUTPUT ONBOARD-CASH
              CLOSE ONBOARD-CASH
              OPEN I-O ONBOARD-CASH
           END-IF.
           PERFORM VARYING CR-IDX FROM 1 BY 1
                    UNTIL CR-IDX > CREW-CASH-COUNT
              PERFORM RECONCILE-ONE-CREW
           END-PERFORM.
           CLOSE ONBOARD-CASH.

       RECONCILE-ONE-CREW.
           MOVE SPACES                     TO  ONBOARD-CASH-RECORD.
           MOVE WS-FLIGHT-ID               TO  OBC-FLIGHT-ID.
           MOVE CC-CREW-EMP-NO(CR-IDX)     TO  OBC-CREW-EMP-NO.
           MOVE CC-CASH-AMT(CR-IDX)        TO  OBC-EXPECTED-AMT.
           MOVE OBC-EXPECTED-AMT           TO  AMT-DISPLAY.
           DISPLAY "OBSALES - CREW " OBC-CREW-EMP-NO
                   " HANDHELD CASH $" AMT-DISPLAY.
           DISPLAY "OBSALES - AMOUNT DECLARED ON SEALED BAG:".
           ACCEPT OBC-DECLARED-AMT.
           IF OBC-DECLARED-AMT NOT NUMERIC
              MOVE 0                       TO  OBC-DECLARED-AMT
           END-IF.
           COMPUTE OBC-OVER-SHORT = OBC-DECLARED-AMT - OBC-EXPECTED-AMT.
           MOVE TODAY-DATE                 TO  OBC-RECON-DATE.
           MOVE WS-OPERATOR-ID             TO  OBC-OP-ID.
           WRITE ONBOARD-CASH-RECORD
                 INVALID KEY
                    REWRITE ONBOARD-CASH-RECORD
           END-WRITE.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "CREW " OBC-CREW-EMP-NO  DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE OBC-EXPECTED-AMT           TO  AMT-DISPLAY.
           MOVE "EXPECTED"                 TO  RPT-RECORD(1:8).
           MOVE AMT-DISPLAY                TO  RPT-RECORD(10:10).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE OBC-DECLARED-AMT           TO  AMT-DISPLAY.
           MOVE "DECLARED"                 TO  RPT-RECORD(1:8).
           MOVE AMT-DISPLAY                TO  RPT-RECORD(10:10).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE OBC-OVER-SHORT             TO  OS-DISPLAY.
           MOVE "OVER/SHORT"               TO  RPT-RECORD(1:10).
           MOVE OS-DISPLAY                 TO  RPT-RECORD(12:10).
           WRITE RPT-RECORD.
           DISPLAY "OBSALES - CREW " OBC-CREW-EMP-NO " OVER/SHORT "
                   OS-DISPLAY.

       PRINT-SEAL-STOCK.
           OPEN INPUT TROLLEY-STOCK.
           IF OB-STOCK-NOT-PRESENT
              CLOSE TROLLEY-STOCK
              DISPLAY "OBSALES - NO SEALS LOADED"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT STOCK-RPT.
           MOVE SPACES                     TO  STK-RPT-RECORD.
           STRING "BONDED STOCK BY TROLLEY SEAL - " TODAY-DATE
                                            DELIMITED BY SIZE
                  INTO STK-RPT-RECORD
           END-STRING.
           WRITE STK-RPT-RECORD.
           MOVE SPACES                     TO  STK-RPT-RECORD.
           MOVE "SEAL     ITEM    LOADED  SOLD  ON HAND  LOADED ON  LA
      -    "ST FLIGHT"                     TO  STK-RPT-RECORD.
           WRITE STK-RPT-RECORD.
           SET STOCK-NOT-AT-END            TO  TRUE.
           MOVE LOW-VALUES                 TO  TS-KEY.
           START TROLLEY-STOCK KEY IS >= TS-KEY
                 INVALID KEY
                    SET STOCK-AT-END       TO  TRUE
           END-START.
           PERFORM UNTIL STOCK-AT-END
              READ TROLLEY-STOCK NEXT
                   AT END
                      SET STOCK-AT-END     TO  TRUE
                   NOT AT END
                      PERFORM PRINT-ONE-SEAL-ITEM
              END-READ
           END-PERFORM.
           CLOSE TROLLEY-STOCK.
           CLOSE STOCK-RPT.
           MOVE "OBSTKRP"                  TO  RPG-REPORT-ID.
           MOVE "obstkrp"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "OBSALES"                  TO  RPG-PROGRAM.
           MOVE WS-OPERATOR-ID             TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "OBSALES - SEAL STOCK REPORT IN obstkrp".

       PRINT-ONE-SEAL-ITEM.
           MOVE SPACES                     TO  STK-RPT-RECORD.
           MOVE TS-SEAL-NO                 TO  STK-RPT-RECORD(1:8).
           MOVE TS-ITEM-CODE               TO  STK-RPT-RECORD(10:6).
           MOVE TS-QTY-LOADED              TO  RPT-QTY.
           MOVE RPT-QTY                    TO  STK-RPT-RECORD(19:4).
           MOVE TS-QTY-SOLD                TO  RPT-QTY.
           MOVE RPT-QTY                    TO  STK-RPT-RECORD(25:4).
           MOVE TS-QTY-ON-HAND             TO  RPT-ON-HAND.
           MOVE RPT-ON-HAND                TO  STK-RPT-RECORD(33:4).
           MOVE TS-LOAD-DATE               TO  STK-RPT-RECORD(39:8).
           MOVE TS-LAST-FLIGHT-ID          TO  STK-RPT-RECORD(50:7).
           IF TS-QTY-ON-HAND < 0
              MOVE "** OVERSOLD **"        TO  STK-RPT-RECORD(60:14)
           END-IF.
           WRITE STK-RPT-RECORD.
