      *        FROM 2400 TO 4000 EARNED ON ITS FLOWN DATE;
      *        CR 2100 INSURANCE PREMIUM PAYABLE
      *        WHERE PURCHASED; CR 4500 ANCILLARY REVENUE FOR ANY
      *        REMAINDER.  A PAY-LATER BOOKING ("instplan") CREDITS
      *        2400 ONLY WITH THE PART OF THE FARE TAKEN AS DEPOSIT -
      *        THE SCHEDULED BALANCE IS NOT MONEY UNTIL INSTCOLL
      *        TAKES IT.
      *      CORPORATE BOOKINGS ALSO ACCRUE:  DR 6100 COMMISSION
      *        EXPENSE / CR 2200 COMMISSIONS PAYABLE AT THE ACCOUNT'S
      *        corpacct RATE.
      *        DATE THEY WERE COLLECTED:  DR 1000 CASH / CR 4500
      *        ANCILLARY (BAGS), CR 4510 CHANGE-FEE REVENUE (NAME OR
      *        FLIGHT CHANGES) OR CR 4520 SEAT-FEE REVENUE.
      *      EACH PAY-LATER INSTALLMENT, ON THE DATE INSTCOLL TOOK IT
      *        ("collitem"):  DR 1000 CASH/CARD CLEARING / CR 2400
      *        DEFERRED FOR THE AMOUNT TAKEN.  A BAG FEE TAKEN ON TOP
      *        OF ONE ALREADY POSTED ON AN EARLIER DATE IS A "collitem"
      *        ITEM TOO AND POSTS DR 1000 / CR 4500 ON ITS OWN DATE,
      *        AS DOES A WINNING UPGRADE BID CHARGED BY BIDAWARD.
      *      A FARE DIFFERENCE COLLECTED ON AN UPWARD FLIGHT CHANGE,
      *        ON ITS CHANGE DATE:  DR 1000 CASH / CR 2400 DEFERRED -
      *        THE EXTRA FARE JOINS THE DEFERRED BALANCE SO RECOGEXT
      *        CAN RECOGNIZE THE FULL NEW FARE WHEN THE TICKET FLIES.
      *      EACH REFUND LOGGED THAT DAY:  DR 2400 DEFERRED REVENUE
      *        REVERSAL AGAINST CR 1000 CASH FOR THE REFUND AMOUNT.
      *      EACH AIR WAYBILL ACCEPTED AT THE CARGO SHED THAT DAY
      *        (cargoawb):  DR 1000 CASH / CR 4600 CARGO REVENUE FOR
      *        FREIGHT, OR CR 4610 MAIL REVENUE FOR MAIL, FOR THE
      *        WAYBILL CHARGES.
      *      ONBOARD SALES UPLOADED THROUGH OBSALES THAT DAY (obsale),
      *        ONE ENTRY PER FLIGHT:  DR 1000 CASH/CARD CLEARING /
      *        CR 4700 BUY-ON-BOARD REVENUE FOR FOOD AND DRINK, AND
      *        CR 4710 DUTY-FREE REVENUE FOR BONDED GOODS.
      *      EACH PASSENGER SEGMENT FIMROUTE HANDED TO A PARTNER THAT
      *        DAY (irrlog):  DR 6310 DISRUPTION REROUTE EXPENSE /
      *        CR 2310 ACCRUED REROUTE PAYABLE FOR THE ESTIMATED COST
      *        THE PARTNER WILL BILL - INTLBVAL CLEARS 2310 WHEN THE
      *        BILL ARRIVES.
      *      EACH COMMUTER FLIGHT PASS SOLD THAT DAY (fltpass):
      *        DR 1000 CASH/CARD CLEARING / CR 2420 DEFERRED PASS
      *        REVENUE FOR THE PRICE PAID - A PASS IS A PREPAID BUNDLE
      *        OF FLIGHTS, EARNED CREDIT BY CREDIT AS RECOGEXT SEES
      *        EACH PASS TICKET FLOWN, AND WHAT IS LEFT AT EXPIRY IS
      *        WRITTEN OFF TO BREAKAGE BY BRKGEXP.  THE BOOKINGS THE
      *        PASS PAYS FOR COLLECT NO FARE.
      *    JOURNAL RECORDS GO TO "glextr"; A CONTROL REPORT WITH DEBIT
      *    AND CREDIT TOTALS (WHICH MUST BE EQUAL) AND THE BOOKING
      *    COUNT TO TIE AGAINST EODRPT GOES TO "glrpt".  AWARD
      *    REDEMPTIONS CARRY NO CASH AND PRODUCE NO JOURNAL.
      *    THE DATE'S RESERVATIONS ARE FOUND THROUGH THE "bookjrnl"
      *    BOOKING JOURNAL RATHER THAN BY READING ALL OF CUSTOMER; A
      *    DATE WITH NOTHING JOURNALED IS READ THE OLD WAY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT BOOKING-JOURNAL
                  ASSIGN TO DISK "bookjrnl"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BJ-KEY
                  FILE STATUS IS BOOK-JRNL-STATUS.

           SELECT INSTALLMENT-PLAN
                  ASSIGN TO DISK "instplan"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IP-CUST-RES-ID
                  FILE STATUS IS INST-PLAN-STATUS.

           SELECT COLLECTION-ITEM
                  ASSIGN TO DISK "collitem"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS DC-KEY
                  ALTERNATE RECORD KEY IS DC-CUST-RES-ID
                                          WITH DUPLICATES
                  FILE STATUS IS COLL-ITEM-STATUS.

           SELECT CORPORATE-ACCOUNT
                  ASSIGN TO DISK "corpacct"
                  ORGANIZATION IS INDEXED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REFUND-LOG-STATUS.

           SELECT CARGO-AWB
                  ASSIGN TO DISK "cargoawb"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CW-AWB-NO
                  ALTERNATE RECORD KEY IS CW-FLIGHT-ID WITH DUPLICATES
                  FILE STATUS IS CARGO-STATUS.

           SELECT ONBOARD-SALE
                  ASSIGN TO DISK "obsale"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OL-KEY
                  FILE STATUS IS OB-SALE-STATUS.

           SELECT FLIGHT-PASS
                  ASSIGN TO DISK "fltpass"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FPS-PASS-NO
                  FILE STATUS IS FLIGHT-PASS-STATUS.

           SELECT REROUTE-LOG
                  ASSIGN TO DISK "irrlog"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REROUTE-LOG-STATUS.

           SELECT JOURNAL-FILE
                  ASSIGN TO DISK "glextr"
                  ORGANIZATION IS SEQUENTIAL
       FD  CUSTOMER.
       COPY custrec.

       FD  BOOKING-JOURNAL.
       COPY bookjrnl.

       FD  INSTALLMENT-PLAN.
       COPY instplan.

       FD  COLLECTION-ITEM.
       COPY collitem.

       FD  CORPORATE-ACCOUNT.
       COPY corpacct.

           03 RL-OP-ID                    PIC X(05).
           03 RL-PAYMENT-TYPE             PIC X(03).

       FD  CARGO-AWB.
       COPY cargoawb.

       FD  ONBOARD-SALE.
       COPY obsale.

       FD  FLIGHT-PASS.
       COPY fltpass.

       FD  REROUTE-LOG.
       COPY irrlog.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           03 JR-ACCOUNT                  PIC X(04).
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  INST-PLAN-STATUS               PIC X(02).
           88 INST-PLAN-NOT-PRESENT                   VALUE "35".
       01  INST-PLAN-FILE-SWITCH          PIC 9       VALUE 0.
           88 INST-PLAN-FILE-OPEN                     VALUE 1.
           88 INST-PLAN-FILE-MISSING                  VALUE 0.
       01  COLL-ITEM-STATUS               PIC X(02).
           88 COLL-ITEM-NOT-PRESENT                   VALUE "35".
       01  COLL-ITEM-FILE-SWITCH          PIC 9       VALUE 0.
           88 COLL-ITEM-FILE-OPEN                     VALUE 1.
           88 COLL-ITEM-FILE-MISSING                  VALUE 0.
       01  COLL-ITEM-EOF-SWITCH           PIC 9       VALUE 0.
           88 COLL-ITEM-AT-END                        VALUE 1.
           88 COLL-ITEM-NOT-AT-END                    VALUE 0.
       01  CORP-ACCT-STATUS               PIC X(02).
           88 CORP-ACCT-NOT-PRESENT                   VALUE "35".
       01  REFUND-LOG-STATUS              PIC X(02).
           88 REFUND-LOG-NOT-PRESENT                  VALUE "35".
       01  CARGO-STATUS                   PIC X(02).
           88 CARGO-NOT-PRESENT                       VALUE "35".
       01  OB-SALE-STATUS                 PIC X(02).
           88 OB-SALE-NOT-PRESENT                     VALUE "35".
       01  REROUTE-LOG-STATUS             PIC X(02).
           88 REROUTE-LOG-NOT-PRESENT                 VALUE "35".
       01  FLIGHT-PASS-STATUS             PIC X(02).
           88 FLIGHT-PASS-NOT-PRESENT                 VALUE "35".
       01  JOURNAL-STATUS                 PIC X(02).
       01  RPT-STATUS                     PIC X(02).
       01  CUSTOMER-EOF-SWITCH            PIC 9       VALUE 0.
           88 CUSTOMER-AT-END                         VALUE 1.
           88 CUSTOMER-NOT-AT-END                     VALUE 0.
       01  BOOK-JRNL-STATUS               PIC X(02).
           88 BOOK-JRNL-NOT-PRESENT                   VALUE "35".
       01  CUSTOMER-SOURCE-SWITCH         PIC 9       VALUE 0.
           88 READ-FROM-JOURNAL                       VALUE 1.
           88 READ-FULL-SCAN                          VALUE 0.
       01  JRNL-RUN-DATE                  PIC 9(08)   VALUE 0.
       01  JRNL-LAST-RES-ID               PIC X(11)   VALUE SPACES.
       01  JRNL-MATCH-SWITCH              PIC 9       VALUE 0.
           88 JRNL-RES-FOUND                          VALUE 1.
           88 JRNL-RES-NOT-FOUND                      VALUE 0.
       01  REFUND-EOF-SWITCH              PIC 9       VALUE 0.
           88 REFUND-AT-END                           VALUE 1.
           88 REFUND-NOT-AT-END                       VALUE 0.
       01  CARGO-EOF-SWITCH               PIC 9       VALUE 0.
           88 CARGO-AT-END                            VALUE 1.
           88 CARGO-NOT-AT-END                        VALUE 0.
       01  OB-SALE-EOF-SWITCH             PIC 9       VALUE 0.
           88 OB-SALE-AT-END                          VALUE 1.
           88 OB-SALE-NOT-AT-END                      VALUE 0.
       01  REROUTE-EOF-SWITCH             PIC 9       VALUE 0.
           88 REROUTE-AT-END                          VALUE 1.
           88 REROUTE-NOT-AT-END                      VALUE 0.
       01  PASS-EOF-SWITCH                PIC 9       VALUE 0.
           88 PASS-AT-END                             VALUE 1.
           88 PASS-NOT-AT-END                         VALUE 0.
       01  TODAY-DATE.
           03 TODAY-YY                    PIC 9(04).
           03 TODAY-MM                    PIC 9(02).
       01  WS-EXTRACT-DATE                PIC X(08)   VALUE SPACES.
       01  ANCILLARY-AMT                  PIC S9(08)V99 VALUE 0.
       01  BOOKING-COLLECTED              PIC S9(08)V99 VALUE 0.
       01  BOOKING-FARE-AMT               PIC S9(08)V99 VALUE 0.
      *    A PAY-LATER BOOKING'S BALANCE STILL TO COME AT BOOKING, AND
      *    THE INSTALLMENTS AND LATER BAG FEES TAKEN ON THE RESERVATION
      *    SINCE, EACH JOURNALED ON ITS OWN DATE.
       01  INST-UNPAID-AMT                PIC 9(07)V99 VALUE 0.
       01  INST-TAKEN-AMT                 PIC 9(07)V99 VALUE 0.
       01  UPGRADE-TAKEN-AMT              PIC 9(07)V99 VALUE 0.
       01  LATER-BAG-AMT                  PIC 9(07)V99 VALUE 0.
       01  BAG-POST-AMT                   PIC S9(07)V99 VALUE 0.
       01  INSTALLMENT-COUNT              PIC 9(05)   VALUE 0.
       01  WS-EXTRACT-DATE-NUM            PIC 9(08)   VALUE 0.
       01  FEE-JOURNAL-COUNT              PIC 9(05)   VALUE 0.
       01  COMMISSION-AMT                 PIC 9(07)V99 VALUE 0.
       01  BOOKING-COUNT                  PIC 9(05)   VALUE 0.
       01  REFUND-COUNT                   PIC 9(05)   VALUE 0.
       01  CARGO-COUNT                    PIC 9(05)   VALUE 0.
       01  ONBOARD-COUNT                  PIC 9(05)   VALUE 0.
       01  REROUTE-COUNT                  PIC 9(05)   VALUE 0.
       01  PASS-SALE-COUNT                PIC 9(05)   VALUE 0.
       01  OB-SAVE-FLIGHT-ID              PIC X(07)   VALUE SPACES.
       01  OB-BOB-TOTAL                   PIC 9(09)V99 VALUE 0.
       01  OB-DUTY-FREE-TOTAL             PIC 9(09)V99 VALUE 0.
       01  JOURNAL-COUNT                  PIC 9(05)   VALUE 0.
       01  TOTAL-DEBITS                   PIC 9(11)V99 VALUE 0.
       01  TOTAL-CREDITS                  PIC 9(11)V99 VALUE 0.
       MAIN-LOGIC.
           PERFORM INITIALIZE-EXTRACT.
           PERFORM UNTIL CUSTOMER-AT-END
              PERFORM JOURNAL-COLLECTION-ITEMS
              IF ADD-DATE = WS-EXTRACT-DATE AND NOT AWARD-BOOKING
                             AND NOT NONREV-BOOKING
                 PERFORM JOURNAL-ONE-BOOKING
              PERFORM READ-CUSTOMER-REC
           END-PERFORM.
           PERFORM JOURNAL-REFUNDS.
           PERFORM JOURNAL-CARGO.
           PERFORM JOURNAL-ONBOARD-SALES.
           PERFORM JOURNAL-REROUTES.
           PERFORM JOURNAL-PASS-SALES.
           PERFORM TERMINATE-EXTRACT.
           STOP RUN.

              DISPLAY "GLEXTR - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           MOVE WS-EXTRACT-DATE-NUM        TO  JRNL-RUN-DATE.
           PERFORM POSITION-BOOKING-JOURNAL.
           OPEN INPUT INSTALLMENT-PLAN.
           IF INST-PLAN-NOT-PRESENT
              CLOSE INSTALLMENT-PLAN
           ELSE
              SET INST-PLAN-FILE-OPEN      TO  TRUE
           END-IF.
           OPEN INPUT COLLECTION-ITEM.
           IF COLL-ITEM-NOT-PRESENT
              CLOSE COLLECTION-ITEM
           ELSE
              SET COLL-ITEM-FILE-OPEN      TO  TRUE
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT CONTROL-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           PERFORM READ-CUSTOMER-REC.

       READ-CUSTOMER-REC.
           IF READ-FROM-JOURNAL
              PERFORM READ-JOURNALED-CUSTOMER
              EXIT PARAGRAPH
           END-IF.
           READ CUSTOMER NEXT
                AT END
                   SET CUSTOMER-AT-END       TO  TRUE
           END-READ.

       POSITION-BOOKING-JOURNAL.
      *    THE DATE'S RESERVATIONS COME FROM THE "bookjrnl" BOOKING
      *    JOURNAL WHEN IT HOLDS ENTRIES FOR THE DATE.  A DATE BEFORE
      *    THE JOURNAL WAS KEPT FALLS BACK TO READING ALL OF CUSTOMER.
           SET READ-FULL-SCAN              TO  TRUE.
           MOVE SPACES                     TO  JRNL-LAST-RES-ID.
           OPEN INPUT BOOKING-JOURNAL.
           IF NOT BOOK-JRNL-NOT-PRESENT
              MOVE JRNL-RUN-DATE           TO  BJ-JOURNAL-DATE
              MOVE LOW-VALUES              TO  BJ-CUST-RES-ID
              MOVE 0                       TO  BJ-SEQ
              START BOOKING-JOURNAL KEY NOT < BJ-KEY
                    INVALID KEY
                       MOVE 0              TO  BJ-JOURNAL-DATE
                    NOT INVALID KEY
                       READ BOOKING-JOURNAL NEXT
                            AT END
                               MOVE 0      TO  BJ-JOURNAL-DATE
                       END-READ
              END-START
              IF BJ-JOURNAL-DATE = JRNL-RUN-DATE
                 SET READ-FROM-JOURNAL     TO  TRUE
                 MOVE JRNL-RUN-DATE        TO  BJ-JOURNAL-DATE
                 MOVE LOW-VALUES           TO  BJ-CUST-RES-ID
                 MOVE 0                    TO  BJ-SEQ
                 START BOOKING-JOURNAL KEY NOT < BJ-KEY
                 END-START
              ELSE
                 CLOSE BOOKING-JOURNAL
              END-IF
           END-IF.
           IF READ-FROM-JOURNAL
              DISPLAY "GLEXTR - READING BOOKING JOURNAL FOR "
                      JRNL-RUN-DATE
           ELSE
              DISPLAY "GLEXTR - NO BOOKING JOURNAL FOR " JRNL-RUN-DATE
                      ", READING ALL OF CUSTOMER"
           END-IF.

       READ-JOURNALED-CUSTOMER.
      *    A RESERVATION JOURNALED SEVERAL TIMES IN THE DAY IS READ
      *    ONCE.  ONE SINCE CANCELLED OR MOVED TO A NEW ID IS NO LONGER
      *    ON CUSTOMER UNDER THE JOURNALED ID AND IS PASSED OVER, AS A
      *    FULL READ WOULD NEVER SEE IT.
           SET JRNL-RES-NOT-FOUND          TO  TRUE.
           PERFORM UNTIL JRNL-RES-FOUND OR CUSTOMER-AT-END
              READ BOOKING-JOURNAL NEXT
                   AT END
                      SET CUSTOMER-AT-END  TO  TRUE
                   NOT AT END
                      PERFORM CHECK-JOURNAL-ENTRY
              END-READ
           END-PERFORM.

       CHECK-JOURNAL-ENTRY.
           IF BJ-JOURNAL-DATE NOT = JRNL-RUN-DATE
              SET CUSTOMER-AT-END          TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF BJ-CUST-RES-ID = JRNL-LAST-RES-ID
              EXIT PARAGRAPH
           END-IF.
           MOVE BJ-CUST-RES-ID             TO  JRNL-LAST-RES-ID
                                               CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET JRNL-RES-FOUND      TO  TRUE
           END-READ.

       CLOSE-BOOKING-JOURNAL.
           IF READ-FROM-JOURNAL
              CLOSE BOOKING-JOURNAL
           END-IF.

       JOURNAL-ONE-BOOKING.
      *    FEES COLLECTED AFTER BOOKING DAY (BAGS AT CHECK-IN, NAME
      *    CHANGES), WON UPGRADE BIDS AND PAY-LATER INSTALLMENTS SIT
      *    INSIDE TOTAL-COLLECTED-AMT BUT ARE JOURNALED ON THEIR OWN
      *    COLLECTION DATES - BACK THEM OUT OF THE BOOKING-DAY CASH
      *    DEBIT SO NOTHING POSTS TWICE.
           ADD 1                           TO  BOOKING-COUNT.
           MOVE TOTAL-COLLECTED-AMT        TO  BOOKING-COLLECTED.
           IF BAG-FEE-AMT NUMERIC
           IF SEAT-FEE-AMT NUMERIC
              SUBTRACT SEAT-FEE-AMT        FROM BOOKING-COLLECTED
           END-IF.
           SUBTRACT INST-TAKEN-AMT         FROM BOOKING-COLLECTED.
           SUBTRACT UPGRADE-TAKEN-AMT      FROM BOOKING-COLLECTED.
           IF BOOKING-COLLECTED < 0
              MOVE 0                       TO  BOOKING-COLLECTED
           END-IF.
      *    ON A PAY-LATER BOOKING ONLY THE DEPOSIT'S SHARE OF THE FARE
      *    WAS TAKEN - THE BALANCE REACHES 2400 INSTALLMENT BY
      *    INSTALLMENT.
           PERFORM FIND-INSTALLMENT-BALANCE.
           COMPUTE BOOKING-FARE-AMT = PAYMENT-AMT - INST-UNPAID-AMT.
           IF BOOKING-FARE-AMT < 0
              MOVE 0                       TO  BOOKING-FARE-AMT
           END-IF.
           MOVE "1000"                     TO  JR-ACCOUNT.
           MOVE BOOKING-COLLECTED          TO  JR-DEBIT-AMT.
           MOVE 0                          TO  JR-CREDIT-AMT.
           PERFORM WRITE-JOURNAL-RECORD.
           MOVE "2400"                     TO  JR-ACCOUNT.
           MOVE 0                          TO  JR-DEBIT-AMT.
           MOVE BOOKING-FARE-AMT           TO  JR-CREDIT-AMT.
           PERFORM WRITE-JOURNAL-RECORD.
           IF INSURANCE-PURCHASED AND INSURANCE-PREMIUM NUMERIC
                                   AND INSURANCE-PREMIUM > 0
              MOVE INSURANCE-PREMIUM       TO  JR-CREDIT-AMT
              PERFORM WRITE-JOURNAL-RECORD
           END-IF.
           COMPUTE ANCILLARY-AMT = BOOKING-COLLECTED - BOOKING-FARE-AMT.
           IF INSURANCE-PURCHASED AND INSURANCE-PREMIUM NUMERIC
              SUBTRACT INSURANCE-PREMIUM   FROM ANCILLARY-AMT
           END-IF.
              PERFORM ACCRUE-COMMISSION
           END-IF.

       FIND-INSTALLMENT-BALANCE.
           MOVE 0                          TO  INST-UNPAID-AMT.
           IF INST-PLAN-FILE-MISSING
              EXIT PARAGRAPH
           END-IF.
           MOVE CUST-RES-ID                TO  IP-CUST-RES-ID.
           READ INSTALLMENT-PLAN
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF IP-FARE-AMT > IP-DEPOSIT-AMT
                      COMPUTE INST-UNPAID-AMT =
                              IP-FARE-AMT - IP-DEPOSIT-AMT
                   END-IF
           END-READ.

       JOURNAL-COLLECTION-ITEMS.
      *    EVERY ITEM ON "collitem" FOR THE RESERVATION: THOSE TAKEN ON
      *    THE EXTRACT DATE POST NOW; THE REST ARE TOTALLED SO THE
      *    BOOKING-DAY DEBIT AND AN EARLIER BAG-FEE POSTING LEAVE THEM
      *    OUT WHEN THOSE DATES ARE RUN AGAIN.
           MOVE 0                          TO  INST-TAKEN-AMT
                                               UPGRADE-TAKEN-AMT
                                               LATER-BAG-AMT.
           IF COLL-ITEM-FILE-MISSING
              EXIT PARAGRAPH
           END-IF.
           MOVE CUST-RES-ID                TO  DC-CUST-RES-ID.
           SET COLL-ITEM-NOT-AT-END        TO  TRUE.
           START COLLECTION-ITEM KEY = DC-CUST-RES-ID
                 INVALID KEY
                    SET COLL-ITEM-AT-END   TO  TRUE
           END-START.
           PERFORM UNTIL COLL-ITEM-AT-END
              READ COLLECTION-ITEM NEXT
                   AT END
                      SET COLL-ITEM-AT-END  TO  TRUE
                   NOT AT END
                      IF DC-CUST-RES-ID NOT = CUST-RES-ID
                         SET COLL-ITEM-AT-END TO TRUE
                      ELSE
                         PERFORM JOURNAL-ONE-COLLECTION-ITEM
                      END-IF
              END-READ
           END-PERFORM.

       JOURNAL-ONE-COLLECTION-ITEM.
           IF DC-INSTALLMENT
              ADD DC-AMOUNT                TO  INST-TAKEN-AMT
           END-IF.
           IF DC-UPGRADE-BID
              ADD DC-AMOUNT                TO  UPGRADE-TAKEN-AMT
           END-IF.
           IF DC-BAG-FEE AND BAG-FEE-DATE NUMERIC AND
              DC-COLLECT-DATE > BAG-FEE-DATE
              ADD DC-AMOUNT                TO  LATER-BAG-AMT
           END-IF.
           IF DC-COLLECT-DATE NOT = WS-EXTRACT-DATE-NUM
              EXIT PARAGRAPH
           END-IF.
           MOVE "1000"                     TO  JR-ACCOUNT.
           MOVE DC-AMOUNT                  TO  JR-DEBIT-AMT.
           MOVE 0                          TO  JR-CREDIT-AMT.
           PERFORM WRITE-JOURNAL-RECORD.
           IF DC-INSTALLMENT
              ADD 1                        TO  INSTALLMENT-COUNT
              MOVE "2400"                  TO  JR-ACCOUNT
           ELSE
              ADD 1                        TO  FEE-JOURNAL-COUNT
              MOVE "4500"                  TO  JR-ACCOUNT
           END-IF.
           MOVE 0                          TO  JR-DEBIT-AMT.
           MOVE DC-AMOUNT                  TO  JR-CREDIT-AMT.
           PERFORM WRITE-JOURNAL-RECORD.

       ACCRUE-COMMISSION.
           MOVE 0                          TO  COMMISSION-AMT.
           OPEN INPUT CORPORATE-ACCOUNT.
      *    BAG, NAME-CHANGE, FLIGHT-CHANGE AND SEAT FEES - AND THE
      *    FARE DIFFERENCE COLLECTED ON AN UPWARD FLIGHT CHANGE -
      *    POST ON THE DATE THEY WERE TAKEN, WHICH IS USUALLY NOT
      *    THE BOOKING DATE.  BAG FEES ADDED AFTER BAG-FEE-DATE ARE
      *    "collitem" ITEMS POSTED ON THEIR OWN DATES.
           MOVE 0                          TO  BAG-POST-AMT.
           IF BAG-FEE-AMT NUMERIC
              COMPUTE BAG-POST-AMT = BAG-FEE-AMT - LATER-BAG-AMT
           END-IF.
           IF BAG-POST-AMT > 0 AND
              BAG-FEE-DATE NUMERIC AND
              BAG-FEE-DATE = WS-EXTRACT-DATE-NUM
              ADD 1                        TO  FEE-JOURNAL-COUNT
              MOVE "1000"                  TO  JR-ACCOUNT
              MOVE BAG-POST-AMT            TO  JR-DEBIT-AMT
              MOVE 0                       TO  JR-CREDIT-AMT
              PERFORM WRITE-JOURNAL-RECORD
              MOVE "4500"                  TO  JR-ACCOUNT
              MOVE 0                       TO  JR-DEBIT-AMT
              MOVE BAG-POST-AMT            TO  JR-CREDIT-AMT
              PERFORM WRITE-JOURNAL-RECORD
           END-IF.
           IF NC-FEE-AMT NUMERIC AND NC-FEE-AMT > 0 AND
           ADD 1                           TO  JOURNAL-COUNT.
           ADD RL-REFUND-AMT               TO  TOTAL-CREDITS.

       JOURNAL-CARGO.
           OPEN INPUT CARGO-AWB.
           IF CARGO-NOT-PRESENT
              CLOSE CARGO-AWB
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CARGO-AT-END
              READ CARGO-AWB NEXT
                   AT END
                      SET CARGO-AT-END      TO  TRUE
                   NOT AT END
                      IF CW-ACCEPTED AND CW-CHARGES > 0 AND
                         CW-ACCEPTED-DATE = WS-EXTRACT-DATE-NUM
                         PERFORM JOURNAL-ONE-AWB
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE CARGO-AWB.

       JOURNAL-ONE-AWB.
      *    CARGO IS EARNED WHEN THE SHED ACCEPTS IT FOR CARRIAGE, SO
      *    IT GOES STRAIGHT TO REVENUE RATHER THAN THROUGH DEFERRED.
           ADD 1                           TO  CARGO-COUNT.
           MOVE "1000"                     TO  JR-ACCOUNT.
           MOVE CW-CHARGES                 TO  JR-DEBIT-AMT.
           MOVE 0                          TO  JR-CREDIT-AMT.
           MOVE CW-AWB-NO                  TO  JR-SOURCE-ID.
           MOVE WS-EXTRACT-DATE            TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.
           ADD 1                           TO  JOURNAL-COUNT.
           ADD CW-CHARGES                  TO  TOTAL-DEBITS.
           IF CW-MAIL
              MOVE "4610"                  TO  JR-ACCOUNT
           ELSE
              MOVE "4600"                  TO  JR-ACCOUNT
           END-IF.
           MOVE 0                          TO  JR-DEBIT-AMT.
           MOVE CW-CHARGES                 TO  JR-CREDIT-AMT.
           MOVE CW-AWB-NO                  TO  JR-SOURCE-ID.
           MOVE WS-EXTRACT-DATE            TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.
           ADD 1                           TO  JOURNAL-COUNT.
           ADD CW-CHARGES                  TO  TOTAL-CREDITS.

       JOURNAL-ONBOARD-SALES.
           OPEN INPUT ONBOARD-SALE.
           IF OB-SALE-NOT-PRESENT
              CLOSE ONBOARD-SALE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL OB-SALE-AT-END
              READ ONBOARD-SALE NEXT
                   AT END
                      SET OB-SALE-AT-END    TO  TRUE
                   NOT AT END
                      IF OL-LOAD-DATE = WS-EXTRACT-DATE-NUM
                         PERFORM ADD-ONBOARD-SALE
                      END-IF
              END-READ
           END-PERFORM.
           IF OB-SAVE-FLIGHT-ID NOT = SPACES
              PERFORM JOURNAL-ONE-FLIGHT-SALES
           END-IF.
           CLOSE ONBOARD-SALE.

       ADD-ONBOARD-SALE.
           IF OL-FLIGHT-ID NOT = OB-SAVE-FLIGHT-ID AND
              OB-SAVE-FLIGHT-ID NOT = SPACES
              PERFORM JOURNAL-ONE-FLIGHT-SALES
           END-IF.
           MOVE OL-FLIGHT-ID               TO  OB-SAVE-FLIGHT-ID.
           IF OL-DUTY-FREE
              ADD OL-AMOUNT                TO  OB-DUTY-FREE-TOTAL
           ELSE
              ADD OL-AMOUNT                TO  OB-BOB-TOTAL
           END-IF.

       JOURNAL-ONE-FLIGHT-SALES.
      *    ONBOARD SALES ARE EARNED AT THE TROLLEY, SO LIKE CARGO THEY
      *    GO STRAIGHT TO REVENUE.  CASH AND CARD BOTH CLEAR THROUGH
      *    1000 - SETLBAT PRESENTS THE CARD LINES THE SAME DAY.
           ADD 1                           TO  ONBOARD-COUNT.
           MOVE "1000"                     TO  JR-ACCOUNT.
           COMPUTE JR-DEBIT-AMT = OB-BOB-TOTAL + OB-DUTY-FREE-TOTAL.
           MOVE 0                          TO  JR-CREDIT-AMT.
           MOVE OB-SAVE-FLIGHT-ID          TO  JR-SOURCE-ID.
           MOVE WS-EXTRACT-DATE            TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.
           ADD 1                           TO  JOURNAL-COUNT.
           ADD JR-DEBIT-AMT                TO  TOTAL-DEBITS.
           IF OB-BOB-TOTAL > 0
              MOVE "4700"                  TO  JR-ACCOUNT
              MOVE 0                       TO  JR-DEBIT-AMT
              MOVE OB-BOB-TOTAL            TO  JR-CREDIT-AMT
              MOVE OB-SAVE-FLIGHT-ID       TO  JR-SOURCE-ID
              MOVE WS-EXTRACT-DATE         TO  JR-POST-DATE
              WRITE JOURNAL-RECORD
              ADD 1                        TO  JOURNAL-COUNT
              ADD OB-BOB-TOTAL             TO  TOTAL-CREDITS
           END-IF.
           IF OB-DUTY-FREE-TOTAL > 0
              MOVE "4710"                  TO  JR-ACCOUNT
              MOVE 0                       TO  JR-DEBIT-AMT
              MOVE OB-DUTY-FREE-TOTAL      TO  JR-CREDIT-AMT
              MOVE OB-SAVE-FLIGHT-ID       TO  JR-SOURCE-ID
              MOVE WS-EXTRACT-DATE         TO  JR-POST-DATE
              WRITE JOURNAL-RECORD
              ADD 1                        TO  JOURNAL-COUNT
              ADD OB-DUTY-FREE-TOTAL       TO  TOTAL-CREDITS
           END-IF.
           MOVE 0                          TO  OB-BOB-TOTAL
                                               OB-DUTY-FREE-TOTAL.

       JOURNAL-REROUTES.
           OPEN INPUT REROUTE-LOG.
           IF REROUTE-LOG-NOT-PRESENT
              CLOSE REROUTE-LOG
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL REROUTE-AT-END
              READ REROUTE-LOG
                   AT END
                      SET REROUTE-AT-END    TO  TRUE
                   NOT AT END
                      IF IR-REROUTE-DATE = WS-EXTRACT-DATE-NUM AND
                         IR-EST-COST > 0
                         PERFORM JOURNAL-ONE-REROUTE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE REROUTE-LOG.

       JOURNAL-ONE-REROUTE.
      *    THE COST OF A DISRUPTION IS BOOKED THE DAY THE PASSENGER IS
      *    HANDED OVER, NOT WEEKS LATER WHEN THE PARTNER'S BILL COMES.
           ADD 1                           TO  REROUTE-COUNT.
           MOVE "6310"                     TO  JR-ACCOUNT.
           MOVE IR-EST-COST                TO  JR-DEBIT-AMT.
           MOVE 0                          TO  JR-CREDIT-AMT.
           MOVE IR-CUST-RES-ID             TO  JR-SOURCE-ID.
           MOVE WS-EXTRACT-DATE            TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.
           ADD 1                           TO  JOURNAL-COUNT.
           ADD IR-EST-COST                 TO  TOTAL-DEBITS.
           MOVE "2310"                     TO  JR-ACCOUNT.
           MOVE 0                          TO  JR-DEBIT-AMT.
           MOVE IR-EST-COST                TO  JR-CREDIT-AMT.
           MOVE IR-CUST-RES-ID             TO  JR-SOURCE-ID.
           MOVE WS-EXTRACT-DATE            TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.
           ADD 1                           TO  JOURNAL-COUNT.
           ADD IR-EST-COST                 TO  TOTAL-CREDITS.

       JOURNAL-PASS-SALES.
           OPEN INPUT FLIGHT-PASS.
           IF FLIGHT-PASS-NOT-PRESENT
              CLOSE FLIGHT-PASS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PASS-AT-END
              READ FLIGHT-PASS NEXT
                   AT END
                      SET PASS-AT-END       TO  TRUE
                   NOT AT END
                      IF FPS-SALE-DATE = WS-EXTRACT-DATE-NUM AND
                         FPS-PRICE-PAID > 0
                         PERFORM JOURNAL-ONE-PASS-SALE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE FLIGHT-PASS.

       JOURNAL-ONE-PASS-SALE.
           ADD 1                           TO  PASS-SALE-COUNT.
           MOVE "1000"                     TO  JR-ACCOUNT.
           MOVE FPS-PRICE-PAID             TO  JR-DEBIT-AMT.
           MOVE 0                          TO  JR-CREDIT-AMT.
           MOVE FPS-PASS-NO                TO  JR-SOURCE-ID.
           MOVE WS-EXTRACT-DATE            TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.
           ADD 1                           TO  JOURNAL-COUNT.
           ADD FPS-PRICE-PAID              TO  TOTAL-DEBITS.
           MOVE "2420"                     TO  JR-ACCOUNT.
           MOVE 0                          TO  JR-DEBIT-AMT.
           MOVE FPS-PRICE-PAID             TO  JR-CREDIT-AMT.
           MOVE FPS-PASS-NO                TO  JR-SOURCE-ID.
           MOVE WS-EXTRACT-DATE            TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.
           ADD 1                           TO  JOURNAL-COUNT.
           ADD FPS-PRICE-PAID              TO  TOTAL-CREDITS.

       WRITE-JOURNAL-RECORD.
           MOVE CUST-RES-ID                TO  JR-SOURCE-ID.
           MOVE WS-EXTRACT-DATE            TO  JR-POST-DATE.
           MOVE FEE-JOURNAL-COUNT          TO  RPT-CNT.
           MOVE "FEES"                     TO  RPT-RECORD(48:4).
           MOVE RPT-CNT                    TO  RPT-RECORD(53:5).
           MOVE CARGO-COUNT                TO  RPT-CNT.
           MOVE "CARGO"                    TO  RPT-RECORD(60:5).
           MOVE RPT-CNT                    TO  RPT-RECORD(66:5).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE ONBOARD-COUNT              TO  RPT-CNT.
           MOVE "ONBOARD FLIGHTS"          TO  RPT-RECORD(1:15).
           MOVE RPT-CNT                    TO  RPT-RECORD(17:5).
           MOVE REROUTE-COUNT              TO  RPT-CNT.
           MOVE "REROUTES"                 TO  RPT-RECORD(24:8).
           MOVE RPT-CNT                    TO  RPT-RECORD(33:5).
           MOVE PASS-SALE-COUNT            TO  RPT-CNT.
           MOVE "FLIGHT PASSES"            TO  RPT-RECORD(40:13).
           MOVE RPT-CNT                    TO  RPT-RECORD(54:5).
           MOVE INSTALLMENT-COUNT          TO  RPT-CNT.
           MOVE "INSTALLMENTS"             TO  RPT-RECORD(61:12).
           MOVE RPT-CNT                    TO  RPT-RECORD(74:5).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "TOTAL DEBITS "            TO  RPT-RECORD(1:13).
                                           TO  RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.
           PERFORM CLOSE-BOOKING-JOURNAL.
           IF INST-PLAN-FILE-OPEN
              CLOSE INSTALLMENT-PLAN
           END-IF.
           IF COLL-ITEM-FILE-OPEN
              CLOSE COLLECTION-ITEM
           END-IF.
           CLOSE CUSTOMER.
           CLOSE JOURNAL-FILE.
           CLOSE CONTROL-RPT.
           MOVE "GLRPT"                    TO  RPG-REPORT-ID.
           MOVE "glrpt"                    TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "GLEXTR"                   TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "GLEXTR - " JOURNAL-COUNT " JOURNAL RECORD(S) - SEE
      -    "glextr/glrpt".
