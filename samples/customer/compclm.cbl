       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      COMPCLM.

      ******************************************************************
      *    COMPCLM.CBL
      *    DELAY AND CANCELLATION COMPENSATION - WORKS OUT WHICH
      *    PASSENGERS ARE OWED STATUTORY CASH COMPENSATION AND PAYS IT
      *    WITHOUT WAITING TO BE ASKED.  (GATE MEAL/HOTEL CHITS ARE A
      *    SEPARATE MATTER, HANDLED BY AMENVCH.)
      *      1) BUILD - FOR EVERY FLIGHT DATED FROM THE ENTERED DATE
      *         UP TO YESTERDAY, ON "flightmst":
      *           FM-CANCELLED - EVERY PASSENGER STILL HOLDING SPACE
      *             ON IT (A PASSENGER RE-ACCOMMODATED IN GOOD TIME
      *             HAS BEEN MOVED OFF THE FLIGHT BY THEN).
      *           OPERATED - EVERY PASSENGER WHO FLEW, IF FM-ACT-ARR-
      *             TIME WAS AT LEAST DELAY-THRESHOLD-MINS PAST FM-
      *             SCHED-ARR-TIME.
      *         THE ROUTE DISTANCE ON "routedst" SETS THE BAND:
      *           1  UP TO SHORT-HAUL-MILES        BAND-1-AMT
      *           2  UP TO MEDIUM-HAUL-MILES       BAND-2-AMT
      *           3  BEYOND                        BAND-3-AMT, HALVED
      *              WHEN THE DELAY IS UNDER LONG-HAUL-FULL-MINS.
      *         STAFF TRAVEL AND LAP INFANTS ARE NOT ENTITLED.  EACH
      *         ENTITLEMENT BECOMES A "compclm" CLAIM, STATUS
      *         ENTITLED; A RESERVATION ALREADY CLAIMED IS SKIPPED, SO
      *         THE BUILD CAN BE RERUN OVER THE SAME DATES.
      *      2) CHOICE - RECORDS THE PASSENGER'S CHOICE OF CASH OR
      *         VOUCHER (APPROVED), OR A DESK REJECTION.
      *      3) PAY - EVERY APPROVED CLAIM: CASH GOES OUT THROUGH THE
      *         REFDISB DISBURSEMENT FILE (A CARD CREDIT ON "cardcred"
      *         TO THE CARD ON THE RESERVATION, OTHERWISE THE MANUAL
      *         CHECK LIST), A VOUCHER IS ISSUED ON "voucher".
      *      4) LIABILITY - BY FLIGHT: CLAIMS, AMOUNT STILL OWED,
      *         AMOUNT PAID, AND CLAIMS UNPAID PAST PAY-DAYS-TARGET.
      *    REPORT TO "compclrp".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMP-CLAIM
                  ASSIGN TO DISK "compclm"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS EC-CUST-RES-ID
                  ALTERNATE RECORD KEY IS EC-FLIGHT-ID WITH DUPLICATES
                  FILE STATUS IS COMP-CLAIM-STATUS.

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

           SELECT ROUTE-DISTANCE
                  ASSIGN TO DISK "routedst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RD-KEY
                  FILE STATUS IS ROUTE-DIST-STATUS.

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

           SELECT REFUND-DISB
                  ASSIGN TO DISK "refdisb"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RD-DISB-NO
                  FILE STATUS IS REFUND-DISB-STATUS.

           SELECT VOUCHER
                  ASSIGN TO DISK "voucher"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS VCH-NO
                  FILE STATUS IS VOUCHER-STATUS.

           SELECT VOUCHER-COUNTER
                  ASSIGN TO DISK "vchctr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS VC-KEY
                  FILE STATUS IS VCH-CTR-STATUS.

           SELECT CLAIM-COUNTER
                  ASSIGN TO DISK "clmctr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CM-KEY
                  FILE STATUS IS CLM-CTR-STATUS.

           SELECT CARD-CREDIT
                  ASSIGN TO DISK "cardcred"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CARD-CREDIT-STATUS.

           SELECT LIABILITY-RPT
                  ASSIGN TO DISK "compclrp"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  COMP-CLAIM.
       COPY compclm.

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  ROUTE-DISTANCE.
       COPY routedst.

       FD  CUSTOMER.
       COPY custrec.

       FD  REFUND-DISB.
       COPY refdisb.

       FD  VOUCHER.
       COPY voucher.

       FD  VOUCHER-COUNTER.
       COPY vchctr.

       FD  CLAIM-COUNTER.
       COPY clmctr.

       FD  CARD-CREDIT.
       01  CARD-CREDIT-RECORD.
           03 CC-CUST-RES-ID              PIC X(11).
           03 CC-CARD-TYPE                PIC X(03).
           03 CC-CARD-TOKEN               PIC X(16).
           03 CC-CREDIT-AMT               PIC 9(07)V99.
           03 CC-CREDIT-DATE              PIC 9(08).

       FD  LIABILITY-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  COMP-CLAIM-STATUS              PIC X(02).
           88 COMP-CLAIM-NOT-PRESENT                  VALUE "35".
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  ROUTE-DIST-STATUS              PIC X(02).
           88 ROUTE-DIST-NOT-PRESENT                  VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  REFUND-DISB-STATUS             PIC X(02).
           88 REFUND-DISB-NOT-PRESENT                 VALUE "35".
       01  VOUCHER-STATUS                 PIC X(02).
           88 VOUCHER-NOT-PRESENT                     VALUE "35".
       01  VCH-CTR-STATUS                 PIC X(02).
           88 VCH-CTR-NOT-PRESENT                     VALUE "35".
       01  CLM-CTR-STATUS                 PIC X(02).
           88 CLM-CTR-NOT-PRESENT                     VALUE "35".
       01  CARD-CREDIT-STATUS             PIC X(02).
       01  RPT-STATUS                     PIC X(02).
       01  FLIGHT-EOF-SWITCH              PIC 9       VALUE 0.
           88 FLIGHT-AT-END                           VALUE 1.
           88 FLIGHT-NOT-AT-END                       VALUE 0.
       01  CLAIM-EOF-SWITCH               PIC 9       VALUE 0.
           88 CLAIM-AT-END                            VALUE 1.
           88 CLAIM-NOT-AT-END                        VALUE 0.
       01  RES-FOUND-SWITCH               PIC 9       VALUE 0.
           88 RES-FOUND                               VALUE 1.
           88 RES-NOT-FOUND                           VALUE 0.
       01  MENU-CHOICE1                   PIC X(01)   VALUE SPACES.
           88 BUILD-OPT                               VALUE "1".
           88 CHOICE-OPT                              VALUE "2".
           88 PAY-OPT                                 VALUE "3".
           88 LIABILITY-OPT                           VALUE "4".
           88 EXIT-PROG                               VALUE "0".
       01  CHOICE-RESP                    PIC X(01)   VALUE SPACES.
           88 CHOSE-CASH                              VALUE "C".
           88 CHOSE-VOUCHER                           VALUE "V".
           88 CHOSE-REJECT                            VALUE "R".
      *    ENTITLEMENT RULES.  DISTANCES ARE GREAT-CIRCLE MILES OFF
      *    "routedst" (1500 AND 3500 KM).
       01  DELAY-THRESHOLD-MINS           PIC 9(04)   VALUE 180.
       01  LONG-HAUL-FULL-MINS            PIC 9(04)   VALUE 240.
       01  SHORT-HAUL-MILES               PIC 9(05)   VALUE 932.
       01  MEDIUM-HAUL-MILES              PIC 9(05)   VALUE 2175.
       01  BAND-1-AMT                     PIC 9(05)V99 VALUE 250.00.
       01  BAND-2-AMT                     PIC 9(05)V99 VALUE 400.00.
       01  BAND-3-AMT                     PIC 9(05)V99 VALUE 600.00.
       01  PAY-DAYS-TARGET                PIC 9(03)   VALUE 14.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  YESTERDAY-DATE                 PIC 9(08)   VALUE 0.
       01  WS-FROM-DATE                   PIC X(08)   VALUE SPACES.
       01  WS-FROM-DATE-NUM               PIC 9(08)   VALUE 0.
       01  WS-RES-ID                      PIC X(11)   VALUE SPACES.
       01  WS-OPERATOR-ID                 PIC X(05)   VALUE SPACES.
       01  SAVE-FLIGHT-ID                 PIC X(07)   VALUE SPACES.
       01  FLIGHT-CAUSE                   PIC X(01)   VALUE SPACES.
       01  FLIGHT-DELAY-MINS              PIC 9(04)   VALUE 0.
       01  FLIGHT-MILES                   PIC 9(05)   VALUE 0.
       01  FLIGHT-BAND                    PIC X(01)   VALUE SPACES.
       01  FLIGHT-AMOUNT                  PIC 9(05)V99 VALUE 0.
       01  WORK-TIME                      PIC 9(04)   VALUE 0.
       01  WORK-TIME-GRP REDEFINES WORK-TIME.
           03 WT-HH                       PIC 9(02).
           03 WT-MM                       PIC 9(02).
       01  W-ARR-DATE                     PIC 9(08)   VALUE 0.
       01  SCHED-ARR-ABS                  PIC S9(11)  VALUE 0.
       01  ACT-ARR-ABS                    PIC S9(11)  VALUE 0.
       01  ARR-DELAY-MINS                 PIC S9(07)  VALUE 0.
       01  W-CLAIM-CNTR                   PIC 9(07)   VALUE 0.
       01  W-DISB-CNTR                    PIC 9(07)   VALUE 0.
       01  W-VCH-CNTR                     PIC 9(07)   VALUE 0.
       01  AGE-DAYS                       PIC S9(05)  VALUE 0.
       01  BUILT-COUNT                    PIC 9(05)   VALUE 0.
       01  NO-DIST-COUNT                  PIC 9(05)   VALUE 0.
       01  PAID-COUNT                     PIC 9(05)   VALUE 0.
       01  FLT-CLAIMS                     PIC 9(05)   VALUE 0.
       01  FLT-OWED-AMT                   PIC 9(07)V99 VALUE 0.
       01  FLT-PAID-AMT                   PIC 9(07)V99 VALUE 0.
       01  FLT-LATE-COUNT                 PIC 9(05)   VALUE 0.
       01  TOT-CLAIMS                     PIC 9(05)   VALUE 0.
       01  TOT-OWED-AMT                   PIC 9(09)V99 VALUE 0.
       01  TOT-PAID-AMT                   PIC 9(09)V99 VALUE 0.
       01  TOT-LATE-COUNT                 PIC 9(05)   VALUE 0.
       01  RPT-AMT                        PIC ZZZZZZZZ9.99.
       01  RPT-CNT                        PIC ZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           COMPUTE YESTERDAY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1).
           OPEN I-O COMP-CLAIM.
           IF COMP-CLAIM-NOT-PRESENT
              CLOSE COMP-CLAIM
              OPEN OUTPUT COMP-CLAIM
              CLOSE COMP-CLAIM
              OPEN I-O COMP-CLAIM
           END-IF.
           PERFORM WITH TEST AFTER UNTIL EXIT-PROG
              DISPLAY "COMPCLM - 1)BUILD ENTITLEMENTS 2)PASSENGER CHOI
      -       "CE 3)PAY APPROVED 4)LIABILITY 0)EXIT:"
              ACCEPT MENU-CHOICE1
              EVALUATE TRUE
                 WHEN BUILD-OPT
                    PERFORM BUILD-ENTITLEMENTS
                 WHEN CHOICE-OPT
                    PERFORM RECORD-PASSENGER-CHOICE
                 WHEN PAY-OPT
                    PERFORM PAY-APPROVED-CLAIMS
                 WHEN LIABILITY-OPT
                    PERFORM PRINT-LIABILITY-REPORT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
           CLOSE COMP-CLAIM.
           STOP RUN.

       BUILD-ENTITLEMENTS.
           DISPLAY "COMPCLM - FLIGHTS FROM DATE (YYYYMMDD, BLANK=YESTER
      -    "DAY):".
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE = SPACES
              MOVE YESTERDAY-DATE          TO  WS-FROM-DATE
           END-IF.
           MOVE WS-FROM-DATE               TO  WS-FROM-DATE-NUM.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              CLOSE FLIGHT-MASTER
              DISPLAY "COMPCLM - FLIGHTMST FILE NOT FOUND"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              CLOSE FLIGHT-MASTER
                    CUSTOMER
              DISPLAY "COMPCLM - CUSTOMER FILE NOT FOUND"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ROUTE-DISTANCE.
           MOVE 0                          TO  BUILT-COUNT
                                                NO-DIST-COUNT.
           SET FLIGHT-NOT-AT-END           TO  TRUE.
           PERFORM UNTIL FLIGHT-AT-END
              READ FLIGHT-MASTER NEXT
                   AT END
                      SET FLIGHT-AT-END     TO  TRUE
                   NOT AT END
                      IF FM-TRAVEL-DATE NOT < WS-FROM-DATE-NUM AND
                         FM-TRAVEL-DATE NOT > YESTERDAY-DATE
                         PERFORM RATE-ONE-FLIGHT
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE FLIGHT-MASTER
                 CUSTOMER
                 ROUTE-DISTANCE.
           DISPLAY "COMPCLM - " BUILT-COUNT " CLAIM(S) BUILT, "
                   NO-DIST-COUNT " FLIGHT(S) SKIPPED - NO ROUTE DISTANC
      -            "E".

       RATE-ONE-FLIGHT.
           MOVE 0                          TO  FLIGHT-DELAY-MINS.
           IF FM-CANCELLED
              MOVE "C"                     TO  FLIGHT-CAUSE
           ELSE
              PERFORM COMPUTE-ARRIVAL-DELAY
              IF ARR-DELAY-MINS < DELAY-THRESHOLD-MINS
                 EXIT PARAGRAPH
              END-IF
              MOVE "D"                     TO  FLIGHT-CAUSE
              IF ARR-DELAY-MINS > 9999
                 MOVE 9999                 TO  FLIGHT-DELAY-MINS
              ELSE
                 MOVE ARR-DELAY-MINS       TO  FLIGHT-DELAY-MINS
              END-IF
           END-IF.
           PERFORM GET-ROUTE-MILES.
           IF FLIGHT-MILES = 0
              ADD 1                        TO  NO-DIST-COUNT
              DISPLAY "COMPCLM - NO ROUTEDST ENTRY FOR " FM-ORIGIN "-"
                      FM-DESTINATION ", FLIGHT " FM-FLIGHT-ID
                      " NOT RATED"
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN FLIGHT-MILES NOT > SHORT-HAUL-MILES
                 MOVE "1"                  TO  FLIGHT-BAND
                 MOVE BAND-1-AMT           TO  FLIGHT-AMOUNT
              WHEN FLIGHT-MILES NOT > MEDIUM-HAUL-MILES
                 MOVE "2"                  TO  FLIGHT-BAND
                 MOVE BAND-2-AMT           TO  FLIGHT-AMOUNT
              WHEN OTHER
                 MOVE "3"                  TO  FLIGHT-BAND
                 MOVE BAND-3-AMT           TO  FLIGHT-AMOUNT
                 IF FLIGHT-CAUSE = "D" AND
                    FLIGHT-DELAY-MINS < LONG-HAUL-FULL-MINS
                    COMPUTE FLIGHT-AMOUNT = BAND-3-AMT / 2
                 END-IF
           END-EVALUATE.
           PERFORM CLAIM-FLIGHT-PASSENGERS.

       COMPUTE-ARRIVAL-DELAY.
      *    SCHEDULED AND ACTUAL IN, BOTH DESTINATION LOCAL TIME, AS
      *    ABSOLUTE MINUTES.  A SCHEDULED ARRIVAL EARLIER IN THE DAY
      *    THAN THE DEPARTURE IS AN OVERNIGHT SCHEDULE; AN ACTUAL
      *    ARRIVAL WITH NO ARRIVAL DATE THAT FALLS HALF A DAY BEFORE
      *    THE SCHEDULE LANDED AFTER MIDNIGHT.  NO TIMES, NO DELAY.
           MOVE 0                          TO  ARR-DELAY-MINS.
           IF FM-ACT-ARR-TIME NOT NUMERIC OR FM-ACT-ARR-TIME = 0 OR
              FM-SCHED-ARR-TIME NOT NUMERIC OR FM-SCHED-ARR-TIME = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-SCHED-ARR-TIME          TO  WORK-TIME.
           COMPUTE SCHED-ARR-ABS =
                   FUNCTION INTEGER-OF-DATE(FM-TRAVEL-DATE) * 1440
                 + WT-HH * 60 + WT-MM.
           IF FM-SCHED-DEP-TIME NUMERIC AND
              FM-SCHED-ARR-TIME < FM-SCHED-DEP-TIME
              ADD 1440                     TO  SCHED-ARR-ABS
           END-IF.
           IF FM-ARR-DATE NUMERIC AND FM-ARR-DATE > 0
              MOVE FM-ARR-DATE             TO  W-ARR-DATE
           ELSE
              MOVE FM-TRAVEL-DATE          TO  W-ARR-DATE
           END-IF.
           MOVE FM-ACT-ARR-TIME            TO  WORK-TIME.
           COMPUTE ACT-ARR-ABS =
                   FUNCTION INTEGER-OF-DATE(W-ARR-DATE) * 1440
                 + WT-HH * 60 + WT-MM.
           IF ACT-ARR-ABS < SCHED-ARR-ABS - 720
              ADD 1440                     TO  ACT-ARR-ABS
           END-IF.
           COMPUTE ARR-DELAY-MINS = ACT-ARR-ABS - SCHED-ARR-ABS.

       GET-ROUTE-MILES.
      *    DISTANCE IS THE SAME BOTH WAYS - TRY THE PAIR REVERSED
      *    BEFORE GIVING UP.
           MOVE 0                          TO  FLIGHT-MILES.
           IF ROUTE-DIST-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-ORIGIN                  TO  RD-ORIGIN.
           MOVE FM-DESTINATION             TO  RD-DEST.
           READ ROUTE-DISTANCE
                INVALID KEY
                   MOVE FM-DESTINATION     TO  RD-ORIGIN
                   MOVE FM-ORIGIN          TO  RD-DEST
                   READ ROUTE-DISTANCE
                        INVALID KEY
                           MOVE 0          TO  RD-MILES
                   END-READ
           END-READ.
           MOVE RD-MILES                   TO  FLIGHT-MILES.

       CLAIM-FLIGHT-PASSENGERS.
           MOVE FM-FLIGHT-ID               TO  SAVE-FLIGHT-ID.
           MOVE FM-FLIGHT-ID               TO  FLIGHT-ID.
           START CUSTOMER KEY IS = FLIGHT-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ CUSTOMER NEXT
                         AT END MOVE SPACES  TO  FLIGHT-ID
                    END-READ
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                       PERFORM CLAIM-ONE-PASSENGER
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES TO FLIGHT-ID
                       END-READ
                    END-PERFORM
           END-START.

       CLAIM-ONE-PASSENGER.
           IF NONREV-BOOKING OR PAX-INFANT
              EXIT PARAGRAPH
           END-IF.
      *    ON A DELAY ONLY THOSE WHO ACTUALLY TRAVELLED; ON A
      *    CANCELLATION EVERY CONFIRMED BOOKING LEFT ON THE FLIGHT
      *    (CLOSEOUT WILL HAVE TURNED THE UNFLOWN ONES TO NO-SHOW).
           IF FLIGHT-CAUSE = "D"
              IF NOT (RES-FLOWN OR RES-CHECKED-IN OR RES-BOARDED)
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF RES-HELD
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE CUST-RES-ID                TO  EC-CUST-RES-ID.
           READ COMP-CLAIM
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM DRAW-CLAIM-NUMBER.
           MOVE SPACES                     TO  COMP-CLAIM-RECORD.
           MOVE CUST-RES-ID                TO  EC-CUST-RES-ID.
           MOVE FM-FLIGHT-ID               TO  EC-FLIGHT-ID.
           MOVE W-CLAIM-CNTR               TO  EC-CLAIM-NO.
           MOVE CUST-LNAME                 TO  EC-LNAME.
           MOVE CUST-FNAME                 TO  EC-FNAME.
           MOVE FLIGHT-CAUSE               TO  EC-CAUSE.
           MOVE FLIGHT-DELAY-MINS          TO  EC-DELAY-MINS.
           MOVE FLIGHT-MILES               TO  EC-MILES.
           MOVE FLIGHT-BAND                TO  EC-BAND.
           MOVE FLIGHT-AMOUNT              TO  EC-AMOUNT.
           SET EC-ENTITLED                 TO  TRUE.
           MOVE 0                          TO  EC-DISB-NO.
           MOVE TODAY-DATE                 TO  EC-CREATED-DATE
                                                EC-STATUS-DATE.
           WRITE COMP-CLAIM-RECORD.
           ADD 1                           TO  BUILT-COUNT.

       DRAW-CLAIM-NUMBER.
           OPEN I-O CLAIM-COUNTER.
           IF CLM-CTR-NOT-PRESENT
              CLOSE CLAIM-COUNTER
              OPEN OUTPUT CLAIM-COUNTER
              CLOSE CLAIM-COUNTER
              OPEN I-O CLAIM-COUNTER
           END-IF.
           MOVE "E"                        TO  CM-KEY.
           READ CLAIM-COUNTER WITH LOCK
                INVALID KEY
                   MOVE "E"                TO  CM-KEY
                   MOVE 2                  TO  CM-NEXT-NO
                   WRITE CLAIM-COUNTER-RECORD
                   MOVE 1                  TO  W-CLAIM-CNTR
                NOT INVALID KEY
                   MOVE CM-NEXT-NO         TO  W-CLAIM-CNTR
                   ADD 1                   TO  CM-NEXT-NO
                   REWRITE CLAIM-COUNTER-RECORD
           END-READ.
           CLOSE CLAIM-COUNTER.

       RECORD-PASSENGER-CHOICE.
           DISPLAY "COMPCLM - RESERVATION ID:".
           ACCEPT WS-RES-ID.
           MOVE WS-RES-ID                  TO  EC-CUST-RES-ID.
           READ COMP-CLAIM
                INVALID KEY
                   DISPLAY "COMPCLM - NO CLAIM FOR THAT RESERVATION"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT EC-ENTITLED
              DISPLAY "COMPCLM - CLAIM " EC-CLAIM-NO " IS NOT AWAITING A
      -       " CHOICE (STATUS " EC-STATUS ")"
              EXIT PARAGRAPH
           END-IF.
           MOVE EC-AMOUNT                  TO  RPT-AMT.
           DISPLAY "COMPCLM - CLAIM " EC-CLAIM-NO " " EC-LNAME(1:20)
                   " FLIGHT " EC-FLIGHT-ID " AMOUNT " RPT-AMT.
           DISPLAY "COMPCLM - C)CASH  V)VOUCHER  R)REJECT:".
           ACCEPT CHOICE-RESP.
           IF NOT (CHOSE-CASH OR CHOSE-VOUCHER OR CHOSE-REJECT)
              DISPLAY "COMPCLM - NOTHING RECORDED"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "COMPCLM - OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           IF CHOSE-REJECT
              SET EC-REJECTED              TO  TRUE
           ELSE
              MOVE CHOICE-RESP             TO  EC-PAY-CHOICE
              SET EC-APPROVED              TO  TRUE
           END-IF.
           MOVE WS-OPERATOR-ID             TO  EC-OP-ID.
           MOVE TODAY-DATE                 TO  EC-STATUS-DATE.
           REWRITE COMP-CLAIM-RECORD.
           DISPLAY "COMPCLM - CLAIM " EC-CLAIM-NO " NOW " EC-STATUS.

       PAY-APPROVED-CLAIMS.
           OPEN INPUT CUSTOMER.
           OPEN I-O REFUND-DISB.
           IF REFUND-DISB-NOT-PRESENT
              CLOSE REFUND-DISB
              OPEN OUTPUT REFUND-DISB
              CLOSE REFUND-DISB
              OPEN I-O REFUND-DISB
           END-IF.
           OPEN EXTEND CARD-CREDIT.
           IF CARD-CREDIT-STATUS = "35"
              CLOSE CARD-CREDIT
              OPEN OUTPUT CARD-CREDIT
           END-IF.
           MOVE 0                          TO  PAID-COUNT.
           SET CLAIM-NOT-AT-END            TO  TRUE.
           MOVE LOW-VALUES                 TO  EC-CUST-RES-ID.
           START COMP-CLAIM KEY IS >= EC-CUST-RES-ID
                 INVALID KEY
                    SET CLAIM-AT-END       TO  TRUE
           END-START.
           PERFORM UNTIL CLAIM-AT-END
              READ COMP-CLAIM NEXT
                   AT END
                      SET CLAIM-AT-END      TO  TRUE
                   NOT AT END
                      IF EC-APPROVED
                         PERFORM PAY-ONE-CLAIM
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER
                 REFUND-DISB
                 CARD-CREDIT.
           DISPLAY "COMPCLM - " PAID-COUNT " CLAIM(S) PAID".

       PAY-ONE-CLAIM.
           IF EC-PAY-VOUCHER
              PERFORM ISSUE-COMP-VOUCHER
           ELSE
              PERFORM WRITE-COMP-DISBURSEMENT
           END-IF.
           SET EC-PAID                     TO  TRUE.
           MOVE TODAY-DATE                 TO  EC-STATUS-DATE.
           REWRITE COMP-CLAIM-RECORD.
           ADD 1                           TO  PAID-COUNT.

       WRITE-COMP-DISBURSEMENT.
      *    BACK TO THE CARD THE TICKET WAS BOUGHT ON WHERE THERE IS
      *    ONE; EVERYONE ELSE GOES ON THE MANUAL CHECK RUN.
           SET RES-NOT-FOUND               TO  TRUE.
           IF NOT CUSTOMER-NOT-PRESENT
              MOVE EC-CUST-RES-ID          TO  CUST-RES-ID
              READ CUSTOMER
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      SET RES-FOUND        TO  TRUE
              END-READ
           END-IF.
           PERFORM DRAW-DISB-NUMBER.
           MOVE SPACES                     TO  REFUND-DISB-RECORD.
           MOVE W-DISB-CNTR                TO  RD-DISB-NO.
           MOVE EC-CUST-RES-ID             TO  RD-CUST-RES-ID.
           MOVE TODAY-DATE                 TO  RD-REFUND-DATE
                                                RD-STATUS-DATE.
           MOVE EC-AMOUNT                  TO  RD-AMOUNT.
           SET RD-FROM-COMPENSATION        TO  TRUE.
           IF RES-FOUND AND CARD-ACCT-NO NOT = SPACES AND
              (PL-PAYMENT-TYPE(1) = "MST" OR PL-PAYMENT-TYPE(1) = "VSA")
              MOVE PL-PAYMENT-TYPE(1)      TO  RD-METHOD
                                                CC-CARD-TYPE
              MOVE CARD-ACCT-NO            TO  RD-CARD-TOKEN
                                                CC-CARD-TOKEN
              MOVE EC-CUST-RES-ID          TO  CC-CUST-RES-ID
              MOVE EC-AMOUNT               TO  CC-CREDIT-AMT
              MOVE TODAY-DATE              TO  CC-CREDIT-DATE
              WRITE CARD-CREDIT-RECORD
              SET RD-SENT                  TO  TRUE
           ELSE
              MOVE "CHK"                   TO  RD-METHOD
              SET RD-REQUESTED             TO  TRUE
           END-IF.
           WRITE REFUND-DISB-RECORD.
           MOVE W-DISB-CNTR                TO  EC-DISB-NO.

       DRAW-DISB-NUMBER.
           OPEN I-O CLAIM-COUNTER.
           IF CLM-CTR-NOT-PRESENT
              CLOSE CLAIM-COUNTER
              OPEN OUTPUT CLAIM-COUNTER
              CLOSE CLAIM-COUNTER
              OPEN I-O CLAIM-COUNTER
           END-IF.
           MOVE "R"                        TO  CM-KEY.
           READ CLAIM-COUNTER WITH LOCK
                INVALID KEY
                   MOVE "R"                TO  CM-KEY
                   MOVE 2                  TO  CM-NEXT-NO
                   WRITE CLAIM-COUNTER-RECORD
                   MOVE 1                  TO  W-DISB-CNTR
                NOT INVALID KEY
                   MOVE CM-NEXT-NO         TO  W-DISB-CNTR
                   ADD 1                   TO  CM-NEXT-NO
                   REWRITE CLAIM-COUNTER-RECORD
           END-READ.
           CLOSE CLAIM-COUNTER.

       ISSUE-COMP-VOUCHER.
           OPEN I-O VOUCHER-COUNTER.
           IF VCH-CTR-NOT-PRESENT
              CLOSE VOUCHER-COUNTER
              OPEN OUTPUT VOUCHER-COUNTER
              CLOSE VOUCHER-COUNTER
              OPEN I-O VOUCHER-COUNTER
           END-IF.
           MOVE "V"                         TO  VC-KEY.
           READ VOUCHER-COUNTER WITH LOCK
                INVALID KEY
                   MOVE "V"                 TO  VC-KEY
                   MOVE 2                   TO  VC-NEXT-NO
                   WRITE VOUCHER-COUNTER-RECORD
                   MOVE 1                   TO  W-VCH-CNTR
                NOT INVALID KEY
                   MOVE VC-NEXT-NO          TO  W-VCH-CNTR
                   ADD 1                    TO  VC-NEXT-NO
                   REWRITE VOUCHER-COUNTER-RECORD
           END-READ.
           CLOSE VOUCHER-COUNTER.
           OPEN I-O VOUCHER.
           IF VOUCHER-NOT-PRESENT
              CLOSE VOUCHER
              OPEN OUTPUT VOUCHER
              CLOSE VOUCHER
              OPEN I-O VOUCHER
           END-IF.
           MOVE SPACES                      TO  VOUCHER-RECORD.
           MOVE "V"                         TO  VCH-NO(1:1).
           MOVE W-VCH-CNTR                  TO  VCH-NO(2:7).
           MOVE EC-LNAME                    TO  VCH-LNAME.
           MOVE EC-FNAME                    TO  VCH-FNAME.
           MOVE TODAY-DATE                  TO  VCH-ISSUE-DATE.
           COMPUTE VCH-EXPIRE-DATE = TODAY-DATE + 10000.
           SET VCH-COMPENSATION             TO  TRUE.
           MOVE EC-AMOUNT                   TO  VCH-ORIG-AMT
                                                 VCH-REMAIN-AMT.
           SET VCH-OPEN                     TO  TRUE.
           WRITE VOUCHER-RECORD.
           CLOSE VOUCHER.
           MOVE VCH-NO                      TO  EC-VOUCHER-NO.

       PRINT-LIABILITY-REPORT.
           OPEN OUTPUT LIABILITY-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "DELAY/CANCELLATION COMPENSATION LIABILITY - "
                  TODAY-DATE                DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "FLIGHT  CAUSE CLAIMS   STILL OWED          PAID"
                  "  LATE"                  DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE 0                          TO  TOT-CLAIMS
                                                TOT-OWED-AMT
                                                TOT-PAID-AMT
                                                TOT-LATE-COUNT.
           MOVE SPACES                     TO  SAVE-FLIGHT-ID.
           SET CLAIM-NOT-AT-END            TO  TRUE.
           MOVE LOW-VALUES                 TO  EC-FLIGHT-ID.
           START COMP-CLAIM KEY IS >= EC-FLIGHT-ID
                 INVALID KEY
                    SET CLAIM-AT-END       TO  TRUE
           END-START.
           PERFORM UNTIL CLAIM-AT-END
              READ COMP-CLAIM NEXT
                   AT END
                      SET CLAIM-AT-END      TO  TRUE
                   NOT AT END
                      IF EC-FLIGHT-ID NOT = SAVE-FLIGHT-ID
                         PERFORM PRINT-FLIGHT-LINE
                         MOVE EC-FLIGHT-ID  TO  SAVE-FLIGHT-ID
                         MOVE EC-CAUSE      TO  FLIGHT-CAUSE
                      END-IF
                      PERFORM TALLY-ONE-CLAIM
              END-READ
           END-PERFORM.
           PERFORM PRINT-FLIGHT-LINE.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "TOTAL"                    TO  RPT-RECORD(1:5).
           MOVE TOT-CLAIMS                 TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(15:5).
           MOVE TOT-OWED-AMT               TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(22:12).
           MOVE TOT-PAID-AMT               TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(36:12).
           MOVE TOT-LATE-COUNT             TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(49:5).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           IF TOT-LATE-COUNT > 0
              STRING "*** CLAIMS UNPAID MORE THAN " PAY-DAYS-TARGET
                     " DAYS AFTER ENTITLEMENT ***"
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           CLOSE LIABILITY-RPT.
           MOVE "COMPCLRP"                 TO  RPG-REPORT-ID.
           MOVE "compclrp"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "COMPCLM"                  TO  RPG-PROGRAM.
           MOVE WS-OPERATOR-ID             TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "COMPCLM - LIABILITY WRITTEN TO compclrp".

       TALLY-ONE-CLAIM.
           IF EC-REJECTED
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  FLT-CLAIMS.
           IF EC-PAID
              ADD EC-AMOUNT                TO  FLT-PAID-AMT
           ELSE
              ADD EC-AMOUNT                TO  FLT-OWED-AMT
              COMPUTE AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                  - FUNCTION INTEGER-OF-DATE(EC-CREATED-DATE)
              IF AGE-DAYS > PAY-DAYS-TARGET
                 ADD 1                     TO  FLT-LATE-COUNT
              END-IF
           END-IF.

       PRINT-FLIGHT-LINE.
           IF SAVE-FLIGHT-ID = SPACES OR FLT-CLAIMS = 0
              MOVE 0                       TO  FLT-CLAIMS
                                                FLT-OWED-AMT
                                                FLT-PAID-AMT
                                                FLT-LATE-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE SAVE-FLIGHT-ID             TO  RPT-RECORD(1:7).
           IF FLIGHT-CAUSE = "C"
              MOVE "CNX"                   TO  RPT-RECORD(9:3)
           ELSE
              MOVE "DLY"                   TO  RPT-RECORD(9:3)
           END-IF.
           MOVE FLT-CLAIMS                 TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(15:5).
           MOVE FLT-OWED-AMT               TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(22:12).
           MOVE FLT-PAID-AMT               TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(36:12).
           MOVE FLT-LATE-COUNT             TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(49:5).
           WRITE RPT-RECORD.
           ADD FLT-CLAIMS                  TO  TOT-CLAIMS.
           ADD FLT-OWED-AMT                TO  TOT-OWED-AMT.
           ADD FLT-PAID-AMT                TO  TOT-PAID-AMT.
           ADD FLT-LATE-COUNT              TO  TOT-LATE-COUNT.
           MOVE 0                          TO  FLT-CLAIMS
                                                FLT-OWED-AMT
                                                FLT-PAID-AMT
                                                FLT-LATE-COUNT.
