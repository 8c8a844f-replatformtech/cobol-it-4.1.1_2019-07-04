       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      INTLBVAL.

      ******************************************************************
      *    INTLBVAL.CBL
      *    INBOUND INTERLINE BILLING VALIDATION - THE OTHER HALF OF
      *    INTLBILL.  READS THE BILLING FILE A PARTNER CARRIER SENDS
      *    US ("intlbin": ONE RECORD PER BILLED COUPON - PARTNER,
      *    INVOICE, OUR TICKET NUMBER, THE PARTNER FLIGHT, FLOWN DATE,
      *    BILLED AMOUNT AND CURRENCY) AND CHECKS EVERY COUPON BEFORE
      *    A CENT IS PAID:
      *      - THE PARTNER IS ON "partner";
      *      - THE TICKET IS ON "tktledgr" AND HAS FLOWN - A REFUNDED,
      *        VOIDED OR STILL-OPEN TICKET IS NOT PAYABLE;
      *      - THE RESERVATION (LIVE "customer" OR THE "custarch"
      *        ARCHIVE, AS INTLBILL READS THEM) CARRIES A PARTNER
      *        SEGMENT ON THAT FLIGHT OPERATED BY THE BILLING CARRIER;
      *      - THE COUPON HAS NOT ALREADY BEEN PAID ("intlbpd");
      *      - THE CURRENCY IS THE PARTNER'S PN-SETTLE-CURRENCY AND
      *        THE AMOUNT IS NO MORE THAN THE ITIN-FARE-LEG PRORATED
      *        AT PN-PRORATE-PCT - THE SAME FIGURE INTLBILL SETTLES.
      *    EVERY COUPON GOES BACK TO THE PARTNER ACCEPTED OR REJECTED
      *    WITH A REASON ON "intlbrsp".  EACH ACCEPTED COUPON IS
      *    RECORDED ON "intlbpd" AND JOURNALLED TO "intlbgl" IN THE
      *    "glextr" RECORD FORMAT - DR 6300 INTERLINE PRORATE EXPENSE
      *    / CR 2300 INTERLINE PAYABLE - SO FINANCE POSTS IT WITH THE
      *    NIGHTLY LOAD AND PAYS FROM THE PAYABLE.  A COUPON FOR A
      *    PASSENGER FIMROUTE HANDED TO THE PARTNER AFTER A DISRUPTION
      *    (A TL-REROUTED TICKET COUNTS AS FLOWN) WAS ALREADY EXPENSED
      *    BY GLEXTR THE DAY OF THE REROUTE, SO ITS DEBIT CLEARS 2310
      *    ACCRUED REROUTE PAYABLE INSTEAD OF 6300.  TOTALS BY PARTNER
      *    AND THE REJECTS GO TO "intlbval".  THE "currrate" RATE OF
      *    THE DAY IS STAMPED ON EACH "intlbpd" RECORD SO THE MONTH-END
      *    FXREVAL RUN CAN REVALUE THE OPEN FOREIGN-CURRENCY PAYABLE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-IN
                  ASSIGN TO DISK "intlbin"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BILLING-IN-STATUS.

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

           SELECT TICKET-LEDGER
                  ASSIGN TO DISK "tktledgr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TL-TICKET-NO
                  FILE STATUS IS TKT-LEDGER-STATUS.

           SELECT PARTNER-CARRIER
                  ASSIGN TO DISK "partner"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS PN-CARRIER
                  FILE STATUS IS PARTNER-STATUS.

           SELECT PAID-COUPON
                  ASSIGN TO DISK "intlbpd"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IP-KEY
                  FILE STATUS IS PAID-COUPON-STATUS.

           SELECT CURRENCY-RATE
                  ASSIGN TO DISK "currrate"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CR-CURRENCY
                  FILE STATUS IS CURR-RATE-STATUS.

           SELECT RESPONSE-FILE
                  ASSIGN TO DISK "intlbrsp"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RESPONSE-STATUS.

           SELECT PAYABLE-JOURNAL
                  ASSIGN TO DISK "intlbgl"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-STATUS.

           SELECT VALIDATION-RPT
                  ASSIGN TO DISK "intlbval"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-IN.
       01  BILLING-IN-RECORD.
           03 IB-CARRIER                  PIC X(02).
           03 IB-INVOICE-NO               PIC X(10).
           03 IB-TICKET-NO                PIC X(13).
           03 IB-FLIGHT-ID                PIC X(07).
           03 IB-FLOWN-DATE               PIC 9(08).
           03 IB-BILLED-AMT               PIC 9(07)V99.
           03 IB-CURRENCY                 PIC X(03).

       FD  CUSTOMER.
       COPY custrec.

       FD  CUSTOMER-ARCHIVE.
       01  ARCHIVE-RECORD                 PIC X(876).

       FD  TICKET-LEDGER.
       COPY tktledgr.

       FD  PARTNER-CARRIER.
       COPY partner.

       FD  PAID-COUPON.
       COPY intlbpd.

       FD  CURRENCY-RATE.
       COPY currrate.

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
           03 RS-CARRIER                  PIC X(02).
           03 RS-INVOICE-NO               PIC X(10).
           03 RS-TICKET-NO                PIC X(13).
           03 RS-FLIGHT-ID                PIC X(07).
           03 RS-BILLED-AMT               PIC 9(07)V99.
           03 RS-ACCEPTED-AMT             PIC 9(07)V99.
           03 RS-CURRENCY                 PIC X(03).
           03 RS-STATUS                   PIC X(01).
              88 RS-ACCEPTED                      VALUE "A".
              88 RS-REJECTED                      VALUE "R".
           03 RS-REASON-CODE              PIC X(02).
           03 RS-REASON-TEXT              PIC X(30).

       FD  PAYABLE-JOURNAL.
       01  JOURNAL-RECORD.
           03 JR-ACCOUNT                  PIC X(04).
           03 JR-DEBIT-AMT                PIC 9(09)V99.
           03 JR-CREDIT-AMT               PIC 9(09)V99.
           03 JR-SOURCE-ID                PIC X(11).
           03 JR-POST-DATE                PIC X(08).

       FD  VALIDATION-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  BILLING-IN-STATUS              PIC X(02).
           88 BILLING-IN-NOT-PRESENT                  VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  ARCHIVE-STATUS                 PIC X(02).
           88 ARCHIVE-NOT-PRESENT                     VALUE "35".
       01  TKT-LEDGER-STATUS              PIC X(02).
           88 TKT-LEDGER-NOT-PRESENT                  VALUE "35".
       01  PARTNER-STATUS                 PIC X(02).
           88 PARTNER-NOT-PRESENT                     VALUE "35".
       01  PAID-COUPON-STATUS             PIC X(02).
           88 PAID-COUPON-NOT-PRESENT                 VALUE "35".
       01  CURR-RATE-STATUS               PIC X(02).
           88 CURR-RATE-NOT-FOUND                     VALUE "23" "35".
       01  RESPONSE-STATUS                PIC X(02).
       01  JOURNAL-STATUS                 PIC X(02).
       01  RPT-STATUS                     PIC X(02).
       01  BILLING-EOF-SWITCH             PIC 9       VALUE 0.
           88 BILLING-AT-END                          VALUE 1.
           88 BILLING-NOT-AT-END                      VALUE 0.
       01  ARCHIVE-EOF-SWITCH             PIC 9       VALUE 0.
           88 ARCHIVE-AT-END                          VALUE 1.
           88 ARCHIVE-NOT-AT-END                      VALUE 0.
       01  RES-FOUND-SWITCH               PIC 9       VALUE 0.
           88 RES-FOUND                               VALUE 1.
           88 RES-NOT-FOUND                           VALUE 0.
       01  TODAY-DATE.
           03 TODAY-YY                    PIC 9(04).
           03 TODAY-MM                    PIC 9(02).
           03 TODAY-DD                    PIC 9(02).
       01  TODAY-DATE-NUM REDEFINES TODAY-DATE
                                           PIC 9(08).
       01  LEG-IDX                        PIC 9(01)   VALUE 0.
       01  SEG-IDX                        PIC 9(01)   VALUE 0.
       01  W-REASON-CODE                  PIC X(02)   VALUE SPACES.
       01  W-REASON-TEXT                  PIC X(30)   VALUE SPACES.
       01  W-EXPECTED-AMT                 PIC 9(07)V99 VALUE 0.
       01  W-LEG-FARE                     PIC 9(07)V99 VALUE 0.
       01  W-RES-ID                       PIC X(11)   VALUE SPACES.
       01  ACCEPT-COUNT                   PIC 9(05)   VALUE 0.
       01  REJECT-COUNT                   PIC 9(05)   VALUE 0.
       01  ACCEPT-TOTAL                   PIC 9(09)V99 VALUE 0.
       01  REJECT-TOTAL                   PIC 9(09)V99 VALUE 0.
       01  CARRIER-IDX                    PIC 9(02)   VALUE 0.
       01  CARRIER-COUNT                  PIC 9(02)   VALUE 0.
       01  CARRIER-MAX                    PIC 9(02)   VALUE 20.
       01  CARRIER-TOTALS.
           03 CARRIER-ENTRY OCCURS 20 TIMES.
              05 CT-CARRIER               PIC X(02).
              05 CT-CURRENCY              PIC X(03).
              05 CT-ACCEPTED              PIC 9(05).
              05 CT-REJECTED              PIC 9(05).
              05 CT-BILLED                PIC 9(09)V99.
              05 CT-PAYABLE               PIC 9(09)V99.
       01  RPT-AMT                        PIC ZZZZZZZZ9.99.
       01  RPT-CNT                        PIC ZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-VALIDATION.
           PERFORM UNTIL BILLING-AT-END
              READ BILLING-IN
                   AT END
                      SET BILLING-AT-END    TO  TRUE
                   NOT AT END
                      PERFORM VALIDATE-ONE-COUPON
              END-READ
           END-PERFORM.
           PERFORM TERMINATE-VALIDATION.
           STOP RUN.

       INITIALIZE-VALIDATION.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           OPEN INPUT BILLING-IN.
           IF BILLING-IN-NOT-PRESENT
              DISPLAY "INTLBVAL - NO intlbin BILLING FILE, NOTHING TO "
                      "DO"
              STOP RUN
           END-IF.
           OPEN INPUT PARTNER-CARRIER.
           IF PARTNER-NOT-PRESENT
              DISPLAY "INTLBVAL - PARTNER FILE NOT FOUND, ABORTING"
              CLOSE BILLING-IN
              STOP RUN
           END-IF.
           OPEN INPUT TICKET-LEDGER.
           IF TKT-LEDGER-NOT-PRESENT
              DISPLAY "INTLBVAL - TICKET LEDGER NOT FOUND, ABORTING"
              CLOSE BILLING-IN
              CLOSE PARTNER-CARRIER
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "INTLBVAL - CUSTOMER FILE NOT FOUND, ABORTING"
              CLOSE BILLING-IN
              CLOSE PARTNER-CARRIER
              CLOSE TICKET-LEDGER
              STOP RUN
           END-IF.
           OPEN I-O PAID-COUPON.
           IF PAID-COUPON-NOT-PRESENT
              CLOSE PAID-COUPON
              OPEN OUTPUT PAID-COUPON
              CLOSE PAID-COUPON
              OPEN I-O PAID-COUPON
           END-IF.
           OPEN OUTPUT RESPONSE-FILE.
           OPEN OUTPUT PAYABLE-JOURNAL.
           OPEN OUTPUT VALIDATION-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "INTERLINE BILLING VALIDATION - " TODAY-DATE
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "REJECTED COUPONS"         TO  RPT-RECORD.
           WRITE RPT-RECORD.

       VALIDATE-ONE-COUPON.
           MOVE SPACES                     TO  W-REASON-CODE
                                               W-REASON-TEXT
                                               W-RES-ID.
           MOVE 0                          TO  W-EXPECTED-AMT.
           PERFORM CHECK-COUPON.
           IF W-REASON-CODE = SPACES
              PERFORM ACCEPT-COUPON
           ELSE
              PERFORM REJECT-COUPON
           END-IF.
           PERFORM TALLY-CARRIER-TOTALS.

       CHECK-COUPON.
      *    THE FIRST FAILED TEST IS THE REASON RETURNED; THE ORDER
      *    PUTS THE CHEAP KEYED READS AHEAD OF THE ARCHIVE PASS.
           MOVE IB-CARRIER                 TO  PN-CARRIER.
           READ PARTNER-CARRIER
                INVALID KEY
                   MOVE "UP"               TO  W-REASON-CODE
                   MOVE "UNKNOWN PARTNER CARRIER"
                                           TO  W-REASON-TEXT
                   EXIT PARAGRAPH
           END-READ.
           MOVE IB-TICKET-NO               TO  TL-TICKET-NO.
           READ TICKET-LEDGER
                INVALID KEY
                   MOVE "UT"               TO  W-REASON-CODE
                   MOVE "UNKNOWN TICKET NUMBER"
                                           TO  W-REASON-TEXT
                   EXIT PARAGRAPH
           END-READ.
           IF TL-REFUNDED
              MOVE "RF"                    TO  W-REASON-CODE
              MOVE "TICKET REFUNDED"       TO  W-REASON-TEXT
              EXIT PARAGRAPH
           END-IF.
           IF TL-VOIDED
              MOVE "VD"                    TO  W-REASON-CODE
              MOVE "TICKET VOIDED"         TO  W-REASON-TEXT
              EXIT PARAGRAPH
           END-IF.
           IF NOT TL-FLOWN AND NOT TL-REROUTED
              MOVE "NF"                    TO  W-REASON-CODE
              MOVE "COUPON NOT FLOWN"      TO  W-REASON-TEXT
              EXIT PARAGRAPH
           END-IF.
           MOVE TL-CUST-RES-ID             TO  W-RES-ID.
           MOVE IB-TICKET-NO               TO  IP-TICKET-NO.
           MOVE IB-FLIGHT-ID               TO  IP-FLIGHT-ID.
           READ PAID-COUPON
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "DP"               TO  W-REASON-CODE
                   MOVE "COUPON ALREADY PAID"
                                           TO  W-REASON-TEXT
                   EXIT PARAGRAPH
           END-READ.
           IF IB-CURRENCY NOT = PN-SETTLE-CURRENCY
              MOVE "CY"                    TO  W-REASON-CODE
              MOVE "NOT SETTLEMENT CURRENCY"
                                           TO  W-REASON-TEXT
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-RESERVATION.
           IF RES-NOT-FOUND
              MOVE "NR"                    TO  W-REASON-CODE
              MOVE "NO RESERVATION FOR TICKET"
                                           TO  W-REASON-TEXT
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                          TO  SEG-IDX.
           IF LEG-COUNT NUMERIC AND LEG-COUNT > 0
              PERFORM VARYING LEG-IDX FROM 1 BY 1
                       UNTIL LEG-IDX > LEG-COUNT OR SEG-IDX > 0
                 IF LEG-PARTNER-SEGMENT(LEG-IDX) AND
                    LEG-CARRIER(LEG-IDX) = IB-CARRIER AND
                    LEG-FLIGHT-ID(LEG-IDX) = IB-FLIGHT-ID
                    MOVE LEG-IDX           TO  SEG-IDX
                 END-IF
              END-PERFORM
           END-IF.
           IF SEG-IDX = 0
              MOVE "NS"                    TO  W-REASON-CODE
              MOVE "SEGMENT NOT ON BOOKING" TO W-REASON-TEXT
              EXIT PARAGRAPH
           END-IF.
           IF ITIN-FARE-LEG(SEG-IDX) NUMERIC
              MOVE ITIN-FARE-LEG(SEG-IDX)  TO  W-LEG-FARE
           ELSE
              MOVE 0                       TO  W-LEG-FARE
           END-IF.
           COMPUTE W-EXPECTED-AMT ROUNDED =
                   W-LEG-FARE * PN-PRORATE-PCT.
           IF IB-BILLED-AMT > W-EXPECTED-AMT
              MOVE "OA"                    TO  W-REASON-CODE
              MOVE "AMOUNT OVER PRORATED SHARE"
                                           TO  W-REASON-TEXT
           END-IF.

       FIND-RESERVATION.
      *    FLOWN TRAVEL IS USUALLY STILL LIVE; OLDER COUPONS WILL HAVE
      *    GONE TO THE ARCHIVE, WHICH HAS NO KEY AND IS READ THROUGH.
           SET RES-NOT-FOUND               TO  TRUE.
           MOVE W-RES-ID                   TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET RES-FOUND           TO  TRUE
           END-READ.
           IF RES-FOUND
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER-ARCHIVE.
           IF ARCHIVE-NOT-PRESENT
              CLOSE CUSTOMER-ARCHIVE
              EXIT PARAGRAPH
           END-IF.
           SET ARCHIVE-NOT-AT-END          TO  TRUE.
           PERFORM UNTIL ARCHIVE-AT-END OR RES-FOUND
              READ CUSTOMER-ARCHIVE
                   AT END
                      SET ARCHIVE-AT-END    TO  TRUE
                   NOT AT END
                      MOVE ARCHIVE-RECORD   TO  CUSTOMER-RECORD
                      IF CUST-RES-ID = W-RES-ID
                         SET RES-FOUND      TO  TRUE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ARCHIVE.

       ACCEPT-COUPON.
           ADD 1                           TO  ACCEPT-COUNT.
           ADD IB-BILLED-AMT               TO  ACCEPT-TOTAL.
           MOVE IB-BILLED-AMT              TO  RS-ACCEPTED-AMT.
           SET RS-ACCEPTED                 TO  TRUE.
           PERFORM WRITE-RESPONSE.
           MOVE SPACES             TO  INTERLINE-PAID-COUPON-RECORD.
           MOVE IB-TICKET-NO               TO  IP-TICKET-NO.
           MOVE IB-FLIGHT-ID               TO  IP-FLIGHT-ID.
           MOVE IB-CARRIER                 TO  IP-CARRIER.
           MOVE IB-INVOICE-NO              TO  IP-INVOICE-NO.
           MOVE W-RES-ID                   TO  IP-CUST-RES-ID.
           MOVE IB-BILLED-AMT              TO  IP-PAID-AMT.
           MOVE IB-CURRENCY                TO  IP-CURRENCY.
           MOVE TODAY-DATE-NUM             TO  IP-ACCEPTED-DATE.
           SET IP-PAYABLE                  TO  TRUE.
           MOVE 0                          TO  IP-SETTLED-DATE.
           PERFORM SET-BOOKED-RATE.
           WRITE INTERLINE-PAID-COUPON-RECORD.
           IF LEG-REROUTE-SEGMENT(SEG-IDX)
              MOVE "2310"                  TO  JR-ACCOUNT
           ELSE
              MOVE "6300"                  TO  JR-ACCOUNT
           END-IF.
           MOVE IB-BILLED-AMT              TO  JR-DEBIT-AMT.
           MOVE 0                          TO  JR-CREDIT-AMT.
           MOVE W-RES-ID                   TO  JR-SOURCE-ID.
           MOVE TODAY-DATE                 TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.
           MOVE "2300"                     TO  JR-ACCOUNT.
           MOVE 0                          TO  JR-DEBIT-AMT.
           MOVE IB-BILLED-AMT              TO  JR-CREDIT-AMT.
           MOVE W-RES-ID                   TO  JR-SOURCE-ID.
           MOVE TODAY-DATE                 TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.

       SET-BOOKED-RATE.
      *    USD, AN UNKNOWN CURRENCY OR A MISSING RATE FILE ALL STAMP 1,
      *    AS SET-EXCH-RATE DOES FOR A BOOKING.
           MOVE 1                          TO  IP-BOOKED-RATE.
           IF IB-CURRENCY NOT = "USD" AND IB-CURRENCY NOT = SPACES
              OPEN INPUT CURRENCY-RATE
              IF CURR-RATE-NOT-FOUND
                 CLOSE CURRENCY-RATE
              ELSE
                 MOVE IB-CURRENCY          TO  CR-CURRENCY
                 READ CURRENCY-RATE
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         IF CR-RATE > 0
                            MOVE CR-RATE   TO  IP-BOOKED-RATE
                         END-IF
                 END-READ
                 CLOSE CURRENCY-RATE
              END-IF
           END-IF.

       REJECT-COUPON.
           ADD 1                           TO  REJECT-COUNT.
           ADD IB-BILLED-AMT               TO  REJECT-TOTAL.
           MOVE 0                          TO  RS-ACCEPTED-AMT.
           SET RS-REJECTED                 TO  TRUE.
           PERFORM WRITE-RESPONSE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE IB-CARRIER                 TO  RPT-RECORD(1:2).
           MOVE IB-INVOICE-NO              TO  RPT-RECORD(4:10).
           MOVE IB-TICKET-NO               TO  RPT-RECORD(15:13).
           MOVE IB-FLIGHT-ID               TO  RPT-RECORD(29:7).
           MOVE IB-BILLED-AMT              TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(37:12).
           MOVE W-REASON-TEXT              TO  RPT-RECORD(50:30).
           WRITE RPT-RECORD.

       WRITE-RESPONSE.
           MOVE IB-CARRIER                 TO  RS-CARRIER.
           MOVE IB-INVOICE-NO              TO  RS-INVOICE-NO.
           MOVE IB-TICKET-NO               TO  RS-TICKET-NO.
           MOVE IB-FLIGHT-ID               TO  RS-FLIGHT-ID.
           MOVE IB-BILLED-AMT              TO  RS-BILLED-AMT.
           MOVE IB-CURRENCY                TO  RS-CURRENCY.
           MOVE W-REASON-CODE              TO  RS-REASON-CODE.
           MOVE W-REASON-TEXT              TO  RS-REASON-TEXT.
           WRITE RESPONSE-RECORD.

       TALLY-CARRIER-TOTALS.
           PERFORM VARYING CARRIER-IDX FROM 1 BY 1
                    UNTIL CARRIER-IDX > CARRIER-COUNT
              IF CT-CARRIER(CARRIER-IDX) = IB-CARRIER
                 PERFORM ADD-TO-CARRIER
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF CARRIER-COUNT >= CARRIER-MAX
              EXIT PARAGRAPH
           END-IF.
           ADD 1                     TO  CARRIER-COUNT.
           MOVE CARRIER-COUNT        TO  CARRIER-IDX.
           MOVE IB-CARRIER           TO  CT-CARRIER(CARRIER-IDX).
           MOVE IB-CURRENCY          TO  CT-CURRENCY(CARRIER-IDX).
           MOVE 0                    TO  CT-ACCEPTED(CARRIER-IDX)
                                          CT-REJECTED(CARRIER-IDX)
                                          CT-BILLED(CARRIER-IDX)
                                          CT-PAYABLE(CARRIER-IDX).
           PERFORM ADD-TO-CARRIER.

       ADD-TO-CARRIER.
           ADD IB-BILLED-AMT         TO  CT-BILLED(CARRIER-IDX).
           IF RS-ACCEPTED
              ADD 1                  TO  CT-ACCEPTED(CARRIER-IDX)
              ADD IB-BILLED-AMT      TO  CT-PAYABLE(CARRIER-IDX)
           ELSE
              ADD 1                  TO  CT-REJECTED(CARRIER-IDX)
           END-IF.

       TERMINATE-VALIDATION.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "BY PARTNER"               TO  RPT-RECORD(1:10).
           MOVE "ACCEPTED"                 TO  RPT-RECORD(13:8).
           MOVE "REJECTED"                 TO  RPT-RECORD(23:8).
           MOVE "BILLED"                   TO  RPT-RECORD(39:6).
           MOVE "PAYABLE"                  TO  RPT-RECORD(53:7).
           WRITE RPT-RECORD.
           PERFORM VARYING CARRIER-IDX FROM 1 BY 1
                    UNTIL CARRIER-IDX > CARRIER-COUNT
              PERFORM PRINT-CARRIER-SUMMARY
           END-PERFORM.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "ACCEPTED"                 TO  RPT-RECORD(1:8).
           MOVE ACCEPT-COUNT               TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(10:5).
           MOVE ACCEPT-TOTAL               TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(16:12).
           MOVE "REJECTED"                 TO  RPT-RECORD(31:8).
           MOVE REJECT-COUNT               TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(40:5).
           MOVE REJECT-TOTAL               TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(46:12).
           WRITE RPT-RECORD.
           CLOSE BILLING-IN.
           CLOSE CUSTOMER.
           CLOSE TICKET-LEDGER.
           CLOSE PARTNER-CARRIER.
           CLOSE PAID-COUPON.
           CLOSE RESPONSE-FILE.
           CLOSE PAYABLE-JOURNAL.
           CLOSE VALIDATION-RPT.
           MOVE "INTLBVAL"                 TO  RPG-REPORT-ID.
           MOVE "intlbval"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "INTLBVAL"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "INTLBVAL - " ACCEPT-COUNT " ACCEPTED, "
                   REJECT-COUNT " REJECTED - SEE intlbrsp/intlbval".

       PRINT-CARRIER-SUMMARY.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE CT-CARRIER(CARRIER-IDX)    TO  RPT-RECORD(1:2).
           MOVE CT-CURRENCY(CARRIER-IDX)   TO  RPT-RECORD(5:3).
           MOVE CT-ACCEPTED(CARRIER-IDX)   TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(16:5).
           MOVE CT-REJECTED(CARRIER-IDX)   TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(26:5).
           MOVE CT-BILLED(CARRIER-IDX)     TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(33:12).
           MOVE CT-PAYABLE(CARRIER-IDX)    TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(48:12).
           WRITE RPT-RECORD.
