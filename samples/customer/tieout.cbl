       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      TIEOUT.

      ******************************************************************
      *    TIEOUT.CBL
      *    DAILY REVENUE TIE-OUT - PROVES FOR ONE BUSINESS DATE THAT THE
      *    SHOP'S SEPARATE DAILY TOTALS AGREE, DOWN TO THE RESERVATION,
      *    INSTEAD OF FINANCE RE-ADDING THEM BY HAND EACH MORNING.
      *    EVERY RESERVATION BOOKED ON THE DATE (AWARD AND NON-REV
      *    LISTINGS CARRY NO MONEY AND ARE LEFT OUT) IS SPLIT BY TENDER
      *    THE WAY EODRPT BUCKETS IT - ITS PAYMENT LINES, WITH ANYTHING
      *    COLLECTED BEYOND THEM (INSURANCE, SEAT FEES) UNDER THE
      *    HEADER PAYMENT TYPE - AND EACH TENDER IS PROVED AGAINST THE
      *    FILE THAT SHOULD HOLD IT:
      *      CARD (MST/VSA)  THE "setlbat" SETTLEMENT BATCH, ITEM BY
      *                      ITEM, WITH THE DAY'S ONBOARD CARD SALES
      *                      ("obsale") AND PAY-LATER INSTALLMENTS
      *                      TAKEN ON THE CARD ("collitem").  BATCH
      *                      ITEMS NOBODY SOLD BREAK.
      *      CASH (CSH)      NET OF THE DAY'S CASH REFUNDS, PER
      *                      OPERATOR, AGAINST THAT OPERATOR'S CLOSED
      *                      "drawses" SESSION (EXPECTED LESS FLOAT).
      *      CHECK (CHK)     A "chkclear" ITEM DEPOSITED THAT DATE FOR
      *                      THE SAME AMOUNT; ITEMS WITH NO CHECK
      *                      BOOKING BEHIND THEM BREAK.
      *      VOUCHER (VCH), ON-ACCOUNT (ACT) AND ANY OTHER TENDER ARE
      *                      TOTALLED.
      *    THE GLEXTR "glextr" DR 1000 CLEARING LINES FOR THE DATE MUST
      *    THEN EQUAL ALL TENDERS FOR EACH RESERVATION; CLEARING DEBITS
      *    THAT ARE NOT TODAY'S BOOKINGS (FEES AND INSTALLMENTS ON
      *    OLDER BOOKINGS, CARGO, ONBOARD SALES) ARE SHOWN AS THE
      *    RECONCILING ITEM.
      *    BREAKS AND THE SUMMARY GO TO "tieout".  RUNS IN THE NIGHTLY
      *    STREAM AFTER GLEXTR.  READ-ONLY.
      *    THE DATE'S RESERVATIONS ARE FOUND THROUGH THE "bookjrnl"
      *    BOOKING JOURNAL RATHER THAN BY READING ALL OF CUSTOMER; A
      *    DATE WITH NOTHING JOURNALED IS READ THE OLD WAY.
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

           SELECT BOOKING-JOURNAL
                  ASSIGN TO DISK "bookjrnl"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BJ-KEY
                  FILE STATUS IS BOOK-JRNL-STATUS.

           SELECT SETTLE-BATCH
                  ASSIGN TO DISK "setlbat"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BATCH-STATUS.

           SELECT JOURNAL-FILE
                  ASSIGN TO DISK "glextr"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-STATUS.

           SELECT DRAWER-SESSION
                  ASSIGN TO DISK "drawses"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS DS-KEY
                  FILE STATUS IS DRAWER-STATUS.

           SELECT CHECK-CLEARING
                  ASSIGN TO DISK "chkclear"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CK-CUST-RES-ID
                  FILE STATUS IS CHK-CLEAR-STATUS.

           SELECT REFUND-LOG
                  ASSIGN TO DISK "refundlg"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REFUND-LOG-STATUS.

           SELECT ONBOARD-SALE
                  ASSIGN TO DISK "obsale"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OL-KEY
                  FILE STATUS IS OB-SALE-STATUS.

           SELECT COLLECTION-ITEM
                  ASSIGN TO DISK "collitem"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS DC-KEY
                  ALTERNATE RECORD KEY IS DC-CUST-RES-ID
                                          WITH DUPLICATES
                  FILE STATUS IS COLL-ITEM-STATUS.

           SELECT TIEOUT-RPT
                  ASSIGN TO DISK "tieout"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER.
       COPY custrec.

       FD  BOOKING-JOURNAL.
       COPY bookjrnl.

       FD  SETTLE-BATCH.
       01  SETTLE-BATCH-RECORD.
           03 SB-CUST-RES-ID              PIC X(11).
           03 SB-CARD-TYPE                PIC X(03).
           03 SB-CARD-ACCT-NO             PIC X(16).
           03 SB-AMOUNT                   PIC 9(07)V99.
           03 SB-CURRENCY                 PIC X(03).
           03 SB-SETTLE-DATE              PIC 9(08).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           03 JR-ACCOUNT                  PIC X(04).
           03 JR-DEBIT-AMT                PIC 9(09)V99.
           03 JR-CREDIT-AMT               PIC 9(09)V99.
           03 JR-SOURCE-ID                PIC X(11).
           03 JR-POST-DATE                PIC X(08).

       FD  DRAWER-SESSION.
       COPY drawses.

       FD  CHECK-CLEARING.
       COPY chkclear.

       FD  REFUND-LOG.
       01  REFUND-LOG-RECORD.
           03 RL-CUST-RES-ID.
               04 RL-CUST-FLIGHT           PIC X(07).
               04 RL-CUST-NO               PIC X(04).
           03 RL-FLIGHT-ID                PIC X(07).
           03 RL-PAYMENT-AMT              PIC 9(07)V99.
           03 RL-REFUND-PCT               PIC 9V99.
           03 RL-REFUND-AMT               PIC 9(07)V99.
           03 RL-REFUND-DATE.
               04 RL-YY                   PIC X(04).
               04 RL-MM                   PIC X(02).
               04 RL-DD                   PIC X(02).
           03 RL-PID                      PIC 9(09).
           03 RL-OP-ID                    PIC X(05).
           03 RL-PAYMENT-TYPE             PIC X(03).

       FD  ONBOARD-SALE.
       COPY obsale.

       FD  COLLECTION-ITEM.
       COPY collitem.

       FD  TIEOUT-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  BATCH-STATUS                   PIC X(02).
           88 BATCH-NOT-PRESENT                       VALUE "35".
       01  JOURNAL-STATUS                 PIC X(02).
           88 JOURNAL-NOT-PRESENT                     VALUE "35".
       01  DRAWER-STATUS                  PIC X(02).
           88 DRAWER-NOT-PRESENT                      VALUE "35".
       01  CHK-CLEAR-STATUS               PIC X(02).
           88 CHK-CLEAR-NOT-PRESENT                   VALUE "35".
       01  REFUND-LOG-STATUS              PIC X(02).
           88 REFUND-LOG-NOT-PRESENT                  VALUE "35".
       01  OB-SALE-STATUS                 PIC X(02).
           88 OB-SALE-NOT-PRESENT                     VALUE "35".
       01  COLL-ITEM-STATUS               PIC X(02).
           88 COLL-ITEM-NOT-PRESENT                   VALUE "35".
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
       01  FILE-EOF-SWITCH                PIC 9       VALUE 0.
           88 FILE-AT-END                             VALUE 1.
           88 FILE-NOT-AT-END                         VALUE 0.
       01  CHKCLEAR-SWITCH                PIC 9       VALUE 0.
           88 CHKCLEAR-MISSING                        VALUE 1.
           88 CHKCLEAR-ON-FILE                        VALUE 0.
       01  TODAY-DATE.
           03 TODAY-YY                    PIC 9(04).
           03 TODAY-MM                    PIC 9(02).
           03 TODAY-DD                    PIC 9(02).
       01  WS-TIE-DATE                    PIC X(08)   VALUE SPACES.
       01  WS-TIE-DATE-NUM                PIC 9(08)   VALUE 0.
       01  PAY-IDX                        PIC 9(01)   VALUE 0.
       01  LINE-COUNT-W                   PIC 9(01)   VALUE 0.
       01  REMAINDER-AMT                  PIC S9(08)V99 VALUE 0.
      *    ONE RESERVATION'S COLLECTIONS BY TENDER.
       01  RES-CARD-AMT                   PIC 9(07)V99 VALUE 0.
       01  RES-CASH-AMT                   PIC 9(07)V99 VALUE 0.
       01  RES-CHECK-AMT                  PIC 9(07)V99 VALUE 0.
       01  RES-VOUCHER-AMT                PIC 9(07)V99 VALUE 0.
       01  RES-ACCOUNT-AMT                PIC 9(07)V99 VALUE 0.
       01  RES-OTHER-AMT                  PIC 9(07)V99 VALUE 0.
       01  RES-TENDER-AMT                 PIC 9(07)V99 VALUE 0.
       01  TENDER-TYPE-W                  PIC X(03)   VALUE SPACES.
       01  TENDER-AMT-W                   PIC 9(07)V99 VALUE 0.
       01  MATCH-KEY                      PIC X(11)   VALUE SPACES.
       01  MATCHED-AMT                    PIC 9(09)V99 VALUE 0.
      *    DAY TOTALS - SOURCE SIDE.
       01  BOOKING-COUNT                  PIC 9(05)   VALUE 0.
       01  TOT-CARD-AMT                   PIC 9(09)V99 VALUE 0.
       01  TOT-ONBOARD-CARD-AMT           PIC 9(09)V99 VALUE 0.
       01  TOT-INSTALLMENT-CARD-AMT       PIC 9(09)V99 VALUE 0.
       01  TOT-CASH-AMT                   PIC 9(09)V99 VALUE 0.
       01  TOT-CASH-REFUND-AMT            PIC 9(09)V99 VALUE 0.
       01  TOT-CHECK-AMT                  PIC 9(09)V99 VALUE 0.
       01  TOT-VOUCHER-AMT                PIC 9(09)V99 VALUE 0.
       01  TOT-ACCOUNT-AMT                PIC 9(09)V99 VALUE 0.
       01  TOT-OTHER-AMT                  PIC 9(09)V99 VALUE 0.
       01  TOT-TENDER-AMT                 PIC 9(09)V99 VALUE 0.
      *    DAY TOTALS - PROOF SIDE.
       01  TOT-BATCH-AMT                  PIC 9(09)V99 VALUE 0.
       01  TOT-DRAWER-AMT                 PIC S9(09)V99 VALUE 0.
       01  TOT-CHKCLEAR-AMT               PIC 9(09)V99 VALUE 0.
       01  TOT-GL-AMT                     PIC 9(09)V99 VALUE 0.
       01  TOT-GL-BOOKING-AMT             PIC 9(09)V99 VALUE 0.
       01  TOT-GL-OTHER-AMT               PIC 9(09)V99 VALUE 0.
       01  TOT-CASH-NET-AMT               PIC S9(09)V99 VALUE 0.
       01  BREAK-COUNT                    PIC 9(05)   VALUE 0.
       01  OVERFLOW-COUNT                 PIC 9(05)   VALUE 0.
       01  BRK-TYPE                       PIC X(08)   VALUE SPACES.
       01  BRK-KEY                        PIC X(11)   VALUE SPACES.
       01  BRK-TEXT                       PIC X(24)   VALUE SPACES.
       01  BRK-SOURCE-AMT                 PIC S9(09)V99 VALUE 0.
       01  BRK-PROOF-AMT                  PIC S9(09)V99 VALUE 0.
       01  SUM-LABEL                      PIC X(30)   VALUE SPACES.
       01  SUM-SOURCE-AMT                 PIC S9(09)V99 VALUE 0.
       01  SUM-PROOF-AMT                  PIC S9(09)V99 VALUE 0.
       01  SUM-DIFF-AMT                   PIC S9(09)V99 VALUE 0.

      *    THE DAY'S SETTLEMENT BATCH ITEMS.
       01  BATCH-TABLE.
           03 BATCH-ENTRY OCCURS 2000 TIMES.
              05 BT-KEY                   PIC X(11).
              05 BT-AMOUNT                PIC 9(07)V99.
              05 BT-MATCHED               PIC X(01).
       01  BATCH-COUNT                    PIC 9(04)   VALUE 0.
       01  BT-IDX                         PIC 9(04)   VALUE 0.

      *    THE DATE'S DR 1000 CLEARING LINES FROM GLEXTR.
       01  GL-TABLE.
           03 GL-ENTRY OCCURS 3000 TIMES.
              05 GT-SOURCE-ID             PIC X(11).
              05 GT-AMOUNT                PIC 9(09)V99.
              05 GT-MATCHED               PIC X(01).
       01  GL-COUNT                       PIC 9(04)   VALUE 0.
       01  GT-IDX                         PIC 9(04)   VALUE 0.

      *    CASH BY OPERATOR - BOOKED, REFUNDED AND THE CLOSED DRAWER.
       01  CASH-TABLE.
           03 CASH-ENTRY OCCURS 100 TIMES.
              05 CT-OP-ID                 PIC X(05).
              05 CT-BOOKED-AMT            PIC 9(09)V99.
              05 CT-REFUND-AMT            PIC 9(09)V99.
              05 CT-DRAWER-AMT            PIC S9(09)V99.
              05 CT-DRAWER-STATE          PIC X(01).
                 88 CT-NO-SESSION                 VALUE " ".
                 88 CT-SESSION-OPEN               VALUE "O".
                 88 CT-SESSION-CLOSED             VALUE "C".
       01  CASH-OP-COUNT                  PIC 9(03)   VALUE 0.
       01  CT-IDX                         PIC 9(03)   VALUE 0.
       01  CT-FOUND-SWITCH                PIC 9       VALUE 0.
           88 CT-FOUND                                VALUE 1.
           88 CT-NOT-FOUND                            VALUE 0.
       01  CT-OP-W                        PIC X(05)   VALUE SPACES.

       01  RPT-AMT                        PIC ----------9.99.
       01  RPT-AMT2                       PIC ----------9.99.
       01  RPT-CNT                        PIC ZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-TIEOUT.
           PERFORM LOAD-SETTLEMENT-BATCH.
           PERFORM LOAD-GL-CLEARING.
           PERFORM LOAD-DRAWER-SESSIONS.
           PERFORM TALLY-CASH-REFUNDS.
           PERFORM UNTIL CUSTOMER-AT-END
              IF ADD-DATE = WS-TIE-DATE AND
                 NOT AWARD-BOOKING AND NOT NONREV-BOOKING
                 PERFORM TIE-ONE-RESERVATION
              END-IF
              PERFORM READ-CUSTOMER-REC
           END-PERFORM.
           PERFORM TIE-ONBOARD-CARD-SALES.
           PERFORM TIE-INSTALLMENT-CARD-ITEMS.
           PERFORM REPORT-UNMATCHED-BATCH.
           PERFORM REPORT-CASH-BY-OPERATOR.
           PERFORM REPORT-UNMATCHED-CHECKS.
           PERFORM TOTAL-GL-OTHER.
           PERFORM TERMINATE-TIEOUT.
           STOP RUN.

       INITIALIZE-TIEOUT.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "TIEOUT - BUSINESS DATE (YYYYMMDD, BLANK=TODAY):".
           ACCEPT WS-TIE-DATE.
           IF WS-TIE-DATE = SPACES
              MOVE TODAY-DATE              TO  WS-TIE-DATE
           END-IF.
           MOVE WS-TIE-DATE                TO  WS-TIE-DATE-NUM.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "TIEOUT - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           MOVE WS-TIE-DATE-NUM            TO  JRNL-RUN-DATE.
           PERFORM POSITION-BOOKING-JOURNAL.
           OPEN INPUT CHECK-CLEARING.
           IF CHK-CLEAR-NOT-PRESENT
              CLOSE CHECK-CLEARING
              SET CHKCLEAR-MISSING         TO  TRUE
           END-IF.
           OPEN OUTPUT TIEOUT-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "DAILY REVENUE TIE-OUT - " WS-TIE-DATE
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "BREAK    KEY         REASON                      SOURC
      -    "E         PROOF"                TO  RPT-RECORD.
           WRITE RPT-RECORD.
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
              DISPLAY "TIEOUT - READING BOOKING JOURNAL FOR "
                      JRNL-RUN-DATE
           ELSE
              DISPLAY "TIEOUT - NO BOOKING JOURNAL FOR " JRNL-RUN-DATE
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

       LOAD-SETTLEMENT-BATCH.
      *    SETLBAT REWRITES "setlbat" EACH NIGHT, SO THE FILE IS THE
      *    BATCH FOR THE DATE BEING TIED.
           OPEN INPUT SETTLE-BATCH.
           IF BATCH-NOT-PRESENT
              CLOSE SETTLE-BATCH
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ SETTLE-BATCH
                   AT END
                      SET FILE-AT-END       TO  TRUE
                   NOT AT END
                      ADD SB-AMOUNT         TO  TOT-BATCH-AMT
                      IF BATCH-COUNT < 2000
                         ADD 1              TO  BATCH-COUNT
                         MOVE SB-CUST-RES-ID TO BT-KEY(BATCH-COUNT)
                         MOVE SB-AMOUNT     TO  BT-AMOUNT(BATCH-COUNT)
                         MOVE "N"           TO  BT-MATCHED(BATCH-COUNT)
                      ELSE
                         ADD 1              TO  OVERFLOW-COUNT
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE SETTLE-BATCH.

       LOAD-GL-CLEARING.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-NOT-PRESENT
              CLOSE JOURNAL-FILE
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ JOURNAL-FILE
                   AT END
                      SET FILE-AT-END       TO  TRUE
                   NOT AT END
                      IF JR-ACCOUNT = "1000" AND JR-DEBIT-AMT > 0 AND
                         JR-POST-DATE = WS-TIE-DATE
                         PERFORM LOAD-ONE-GL-LINE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       LOAD-ONE-GL-LINE.
           ADD JR-DEBIT-AMT                TO  TOT-GL-AMT.
           IF GL-COUNT < 3000
              ADD 1                        TO  GL-COUNT
              MOVE JR-SOURCE-ID            TO  GT-SOURCE-ID(GL-COUNT)
              MOVE JR-DEBIT-AMT            TO  GT-AMOUNT(GL-COUNT)
              MOVE "N"                     TO  GT-MATCHED(GL-COUNT)
           ELSE
              ADD 1                        TO  OVERFLOW-COUNT
           END-IF.

       LOAD-DRAWER-SESSIONS.
           OPEN INPUT DRAWER-SESSION.
           IF DRAWER-NOT-PRESENT
              CLOSE DRAWER-SESSION
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ DRAWER-SESSION NEXT
                   AT END
                      SET FILE-AT-END       TO  TRUE
                   NOT AT END
                      IF DS-DATE = WS-TIE-DATE-NUM
                         MOVE DS-OP-ID      TO  CT-OP-W
                         PERFORM FIND-CASH-OPERATOR
                         IF CT-FOUND
                            PERFORM LOAD-ONE-SESSION
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE DRAWER-SESSION.

       LOAD-ONE-SESSION.
      *    THE DRAWER'S OWN VIEW OF THE DAY'S NET CASH IS EXPECTED LESS
      *    THE OPENING FLOAT - AN OPEN SESSION HAS NO EXPECTED YET.
           IF DS-CLOSED-SESSION
              SET CT-SESSION-CLOSED(CT-IDX) TO TRUE
              COMPUTE CT-DRAWER-AMT(CT-IDX) =
                      DS-EXPECTED-AMT - DS-OPEN-FLOAT
              ADD CT-DRAWER-AMT(CT-IDX)    TO  TOT-DRAWER-AMT
           ELSE
              SET CT-SESSION-OPEN(CT-IDX)  TO  TRUE
           END-IF.

       FIND-CASH-OPERATOR.
           SET CT-NOT-FOUND                TO  TRUE.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                    UNTIL CT-IDX > CASH-OP-COUNT OR CT-FOUND
              IF CT-OP-ID(CT-IDX) = CT-OP-W
                 SET CT-FOUND              TO  TRUE
              END-IF
           END-PERFORM.
           IF CT-FOUND
              SUBTRACT 1                   FROM CT-IDX
           ELSE
              IF CASH-OP-COUNT >= 100
                 ADD 1                     TO  OVERFLOW-COUNT
                 EXIT PARAGRAPH
              END-IF
              ADD 1                        TO  CASH-OP-COUNT
              MOVE CASH-OP-COUNT           TO  CT-IDX
              MOVE CT-OP-W                 TO  CT-OP-ID(CT-IDX)
              MOVE 0                       TO  CT-BOOKED-AMT(CT-IDX)
                                               CT-REFUND-AMT(CT-IDX)
                                               CT-DRAWER-AMT(CT-IDX)
              MOVE SPACES                  TO  CT-DRAWER-STATE(CT-IDX)
              SET CT-FOUND                 TO  TRUE
           END-IF.

       TALLY-CASH-REFUNDS.
           OPEN INPUT REFUND-LOG.
           IF REFUND-LOG-NOT-PRESENT
              CLOSE REFUND-LOG
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ REFUND-LOG
                   AT END
                      SET FILE-AT-END       TO  TRUE
                   NOT AT END
                      IF RL-REFUND-DATE = WS-TIE-DATE AND
                         RL-PAYMENT-TYPE = "CSH"
                         ADD RL-REFUND-AMT  TO  TOT-CASH-REFUND-AMT
                         MOVE RL-OP-ID      TO  CT-OP-W
                         PERFORM FIND-CASH-OPERATOR
                         IF CT-FOUND
                            ADD RL-REFUND-AMT TO CT-REFUND-AMT(CT-IDX)
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE REFUND-LOG.

       TIE-ONE-RESERVATION.
           ADD 1                           TO  BOOKING-COUNT.
           PERFORM SPLIT-TENDERS.
           ADD RES-CARD-AMT                TO  TOT-CARD-AMT.
           ADD RES-CASH-AMT                TO  TOT-CASH-AMT.
           ADD RES-CHECK-AMT               TO  TOT-CHECK-AMT.
           ADD RES-VOUCHER-AMT             TO  TOT-VOUCHER-AMT.
           ADD RES-ACCOUNT-AMT             TO  TOT-ACCOUNT-AMT.
           ADD RES-OTHER-AMT               TO  TOT-OTHER-AMT.
           ADD RES-TENDER-AMT              TO  TOT-TENDER-AMT.
           PERFORM TIE-RESERVATION-CARD.
           PERFORM TIE-RESERVATION-CASH.
           PERFORM TIE-RESERVATION-CHECK.
           PERFORM TIE-RESERVATION-GL.

       SPLIT-TENDERS.
      *    THE PAYMENT LINES CARRY THE FARE; WHATEVER ELSE WAS
      *    COLLECTED ON THE BOOKING GOES WITH THE HEADER TENDER, AS
      *    EODRPT COUNTS IT.  PRE-SPLIT RECORDS HAVE NO LINES AT ALL.
           MOVE 0                          TO  RES-CARD-AMT
                                               RES-CASH-AMT
                                               RES-CHECK-AMT
                                               RES-VOUCHER-AMT
                                               RES-ACCOUNT-AMT
                                               RES-OTHER-AMT.
           IF TOTAL-COLLECTED-AMT NUMERIC
              MOVE TOTAL-COLLECTED-AMT     TO  RES-TENDER-AMT
           ELSE
              MOVE 0                       TO  RES-TENDER-AMT
           END-IF.
           MOVE RES-TENDER-AMT             TO  REMAINDER-AMT.
           IF PL-PAYMENT-TYPE(1) NOT = SPACES
              IF PAYMENT-LINE-COUNT NUMERIC AND PAYMENT-LINE-COUNT > 1
                 MOVE PAYMENT-LINE-COUNT   TO  LINE-COUNT-W
              ELSE
                 MOVE 1                    TO  LINE-COUNT-W
              END-IF
              PERFORM VARYING PAY-IDX FROM 1 BY 1
                       UNTIL PAY-IDX > LINE-COUNT-W
                 IF PL-PAYMENT-AMT(PAY-IDX) NUMERIC
                    MOVE PL-PAYMENT-TYPE(PAY-IDX) TO TENDER-TYPE-W
                    MOVE PL-PAYMENT-AMT(PAY-IDX)  TO TENDER-AMT-W
                    PERFORM ADD-TENDER
                    SUBTRACT PL-PAYMENT-AMT(PAY-IDX) FROM REMAINDER-AMT
                 END-IF
              END-PERFORM
           END-IF.
           IF REMAINDER-AMT > 0
              MOVE PAYMENT-TYPE            TO  TENDER-TYPE-W
              MOVE REMAINDER-AMT           TO  TENDER-AMT-W
              PERFORM ADD-TENDER
           END-IF.
           COMPUTE RES-TENDER-AMT = RES-CARD-AMT + RES-CASH-AMT
                   + RES-CHECK-AMT + RES-VOUCHER-AMT
                   + RES-ACCOUNT-AMT + RES-OTHER-AMT.

       ADD-TENDER.
           EVALUATE TENDER-TYPE-W
              WHEN "MST"
              WHEN "VSA"
                 ADD TENDER-AMT-W          TO  RES-CARD-AMT
              WHEN "CSH"
                 ADD TENDER-AMT-W          TO  RES-CASH-AMT
              WHEN "CHK"
                 ADD TENDER-AMT-W          TO  RES-CHECK-AMT
              WHEN "VCH"
                 ADD TENDER-AMT-W          TO  RES-VOUCHER-AMT
              WHEN "ACT"
                 ADD TENDER-AMT-W          TO  RES-ACCOUNT-AMT
              WHEN OTHER
                 ADD TENDER-AMT-W          TO  RES-OTHER-AMT
           END-EVALUATE.

       TIE-RESERVATION-CARD.
           MOVE CUST-RES-ID                TO  MATCH-KEY.
           PERFORM MATCH-BATCH-ITEMS.
           IF MATCHED-AMT NOT = RES-CARD-AMT
              MOVE "CARD"                  TO  BRK-TYPE
              MOVE CUST-RES-ID             TO  BRK-KEY
              IF MATCHED-AMT = 0
                 MOVE "NOT IN SETTLEMENT"  TO  BRK-TEXT
              ELSE
                 MOVE "BATCH AMOUNT DIFFERS" TO BRK-TEXT
              END-IF
              MOVE RES-CARD-AMT            TO  BRK-SOURCE-AMT
              MOVE MATCHED-AMT             TO  BRK-PROOF-AMT
              PERFORM WRITE-BREAK-LINE
           END-IF.

       MATCH-BATCH-ITEMS.
           MOVE 0                          TO  MATCHED-AMT.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                    UNTIL BT-IDX > BATCH-COUNT
              IF BT-KEY(BT-IDX) = MATCH-KEY AND
                 BT-MATCHED(BT-IDX) = "N"
                 ADD BT-AMOUNT(BT-IDX)     TO  MATCHED-AMT
                 MOVE "Y"                  TO  BT-MATCHED(BT-IDX)
              END-IF
           END-PERFORM.

       TIE-RESERVATION-CASH.
           IF RES-CASH-AMT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE BOOKED-BY-OP-ID            TO  CT-OP-W.
           PERFORM FIND-CASH-OPERATOR.
           IF CT-NOT-FOUND
              EXIT PARAGRAPH
           END-IF.
           ADD RES-CASH-AMT                TO  CT-BOOKED-AMT(CT-IDX).
      *    WITHOUT A CLOSED SESSION THE CASH IS IN NOBODY'S COUNT -
      *    NAME EVERY RESERVATION BEHIND IT.
           IF NOT CT-SESSION-CLOSED(CT-IDX)
              MOVE "CASH"                  TO  BRK-TYPE
              MOVE CUST-RES-ID             TO  BRK-KEY
              MOVE SPACES                  TO  BRK-TEXT
              STRING "NO CLOSED DRAWER " BOOKED-BY-OP-ID
                                            DELIMITED BY SIZE
                     INTO BRK-TEXT
              END-STRING
              MOVE RES-CASH-AMT            TO  BRK-SOURCE-AMT
              MOVE 0                       TO  BRK-PROOF-AMT
              PERFORM WRITE-BREAK-LINE
           END-IF.

       TIE-RESERVATION-CHECK.
           IF RES-CHECK-AMT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                          TO  BRK-PROOF-AMT.
           MOVE SPACES                     TO  BRK-TEXT.
           IF CHKCLEAR-MISSING
              MOVE "NO CHKCLEAR ITEM"      TO  BRK-TEXT
           ELSE
              MOVE CUST-RES-ID             TO  CK-CUST-RES-ID
              READ CHECK-CLEARING
                   INVALID KEY
                      MOVE "NO CHKCLEAR ITEM" TO BRK-TEXT
                   NOT INVALID KEY
                      IF CK-DEPOSIT-DATE NOT = WS-TIE-DATE-NUM
                         MOVE "DEPOSITED OTHER DATE" TO BRK-TEXT
                      ELSE
                         MOVE CK-AMOUNT     TO  BRK-PROOF-AMT
                         ADD CK-AMOUNT      TO  TOT-CHKCLEAR-AMT
                         IF CK-AMOUNT NOT = RES-CHECK-AMT
                            MOVE "DEPOSIT AMOUNT DIFFERS" TO BRK-TEXT
                         END-IF
                      END-IF
              END-READ
           END-IF.
           IF BRK-TEXT NOT = SPACES
              MOVE "CHECK"                 TO  BRK-TYPE
              MOVE CUST-RES-ID             TO  BRK-KEY
              MOVE RES-CHECK-AMT           TO  BRK-SOURCE-AMT
              PERFORM WRITE-BREAK-LINE
           END-IF.

       TIE-RESERVATION-GL.
           MOVE 0                          TO  MATCHED-AMT.
           PERFORM VARYING GT-IDX FROM 1 BY 1
                    UNTIL GT-IDX > GL-COUNT
              IF GT-SOURCE-ID(GT-IDX) = CUST-RES-ID AND
                 GT-MATCHED(GT-IDX) = "N"
                 ADD GT-AMOUNT(GT-IDX)     TO  MATCHED-AMT
                 MOVE "Y"                  TO  GT-MATCHED(GT-IDX)
              END-IF
           END-PERFORM.
           ADD MATCHED-AMT                 TO  TOT-GL-BOOKING-AMT.
           IF MATCHED-AMT NOT = RES-TENDER-AMT
              MOVE "GL 1000"               TO  BRK-TYPE
              MOVE CUST-RES-ID             TO  BRK-KEY
              IF MATCHED-AMT = 0
                 MOVE "NOT JOURNALED"      TO  BRK-TEXT
              ELSE
                 MOVE "CLEARING DEBIT DIFFERS" TO BRK-TEXT
              END-IF
              MOVE RES-TENDER-AMT          TO  BRK-SOURCE-AMT
              MOVE MATCHED-AMT             TO  BRK-PROOF-AMT
              PERFORM WRITE-BREAK-LINE
           END-IF.

       TIE-ONBOARD-CARD-SALES.
      *    CARD SALES MADE ON BOARD ARE PRESENTED IN THE SAME BATCH,
      *    KEYED BY FLIGHT AND LINE NUMBER.
           OPEN INPUT ONBOARD-SALE.
           IF OB-SALE-NOT-PRESENT
              CLOSE ONBOARD-SALE
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ ONBOARD-SALE NEXT
                   AT END
                      SET FILE-AT-END       TO  TRUE
                   NOT AT END
                      IF OL-LOAD-DATE = WS-TIE-DATE-NUM AND OL-CARD
                         PERFORM TIE-ONE-ONBOARD-SALE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ONBOARD-SALE.

       TIE-ONE-ONBOARD-SALE.
           ADD OL-AMOUNT                   TO  TOT-ONBOARD-CARD-AMT.
           MOVE OL-KEY                     TO  MATCH-KEY.
           PERFORM MATCH-BATCH-ITEMS.
           IF MATCHED-AMT NOT = OL-AMOUNT
              MOVE "CARD"                  TO  BRK-TYPE
              MOVE OL-KEY                  TO  BRK-KEY
              MOVE "ONBOARD NOT SETTLED"   TO  BRK-TEXT
              MOVE OL-AMOUNT               TO  BRK-SOURCE-AMT
              MOVE MATCHED-AMT             TO  BRK-PROOF-AMT
              PERFORM WRITE-BREAK-LINE
           END-IF.

       TIE-INSTALLMENT-CARD-ITEMS.
      *    INSTALLMENTS INSTCOLL TOOK ON THE DATE ARE PRESENTED IN THE
      *    SAME BATCH UNDER THEIR RESERVATION ID, ONE ITEM EACH.
           OPEN INPUT COLLECTION-ITEM.
           IF COLL-ITEM-NOT-PRESENT
              CLOSE COLLECTION-ITEM
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           MOVE WS-TIE-DATE-NUM            TO  DC-COLLECT-DATE.
           MOVE LOW-VALUES                 TO  DC-CUST-RES-ID.
           MOVE 0                          TO  DC-SEQ.
           START COLLECTION-ITEM KEY NOT < DC-KEY
                 INVALID KEY
                    SET FILE-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL FILE-AT-END
              READ COLLECTION-ITEM NEXT
                   AT END
                      SET FILE-AT-END       TO  TRUE
                   NOT AT END
                      IF DC-COLLECT-DATE NOT = WS-TIE-DATE-NUM
                         SET FILE-AT-END    TO  TRUE
                      ELSE
                         IF DC-CARD-PAYMENT
                            PERFORM TIE-ONE-INSTALLMENT-ITEM
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE COLLECTION-ITEM.

       TIE-ONE-INSTALLMENT-ITEM.
           ADD DC-AMOUNT                   TO  TOT-INSTALLMENT-CARD-AMT.
           MOVE 0                          TO  MATCHED-AMT.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                    UNTIL BT-IDX > BATCH-COUNT OR MATCHED-AMT > 0
              IF BT-KEY(BT-IDX) = DC-CUST-RES-ID AND
                 BT-AMOUNT(BT-IDX) = DC-AMOUNT AND
                 BT-MATCHED(BT-IDX) = "N"
                 MOVE BT-AMOUNT(BT-IDX)    TO  MATCHED-AMT
                 MOVE "Y"                  TO  BT-MATCHED(BT-IDX)
              END-IF
           END-PERFORM.
           IF MATCHED-AMT NOT = DC-AMOUNT
              MOVE "CARD"                  TO  BRK-TYPE
              MOVE DC-CUST-RES-ID          TO  BRK-KEY
              MOVE "INSTALLMENT NOT SETTLED" TO BRK-TEXT
              MOVE DC-AMOUNT               TO  BRK-SOURCE-AMT
              MOVE MATCHED-AMT             TO  BRK-PROOF-AMT
              PERFORM WRITE-BREAK-LINE
           END-IF.

       REPORT-UNMATCHED-BATCH.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                    UNTIL BT-IDX > BATCH-COUNT
              IF BT-MATCHED(BT-IDX) = "N"
                 MOVE "CARD"               TO  BRK-TYPE
                 MOVE BT-KEY(BT-IDX)       TO  BRK-KEY
                 MOVE "BATCH ITEM NOT SOLD TODAY" TO BRK-TEXT
                 MOVE 0                    TO  BRK-SOURCE-AMT
                 MOVE BT-AMOUNT(BT-IDX)    TO  BRK-PROOF-AMT
                 PERFORM WRITE-BREAK-LINE
              END-IF
           END-PERFORM.

       REPORT-CASH-BY-OPERATOR.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                    UNTIL CT-IDX > CASH-OP-COUNT
              COMPUTE BRK-SOURCE-AMT = CT-BOOKED-AMT(CT-IDX)
                                     - CT-REFUND-AMT(CT-IDX)
              MOVE CT-DRAWER-AMT(CT-IDX)   TO  BRK-PROOF-AMT
              IF CT-SESSION-CLOSED(CT-IDX) AND
                 BRK-SOURCE-AMT NOT = BRK-PROOF-AMT
                 MOVE "CASH"               TO  BRK-TYPE
                 MOVE CT-OP-ID(CT-IDX)     TO  BRK-KEY
                 MOVE "DRAWER DIFFERS - OPERATOR" TO BRK-TEXT
                 PERFORM WRITE-BREAK-LINE
              END-IF
              IF NOT CT-SESSION-CLOSED(CT-IDX) AND
                 CT-BOOKED-AMT(CT-IDX) = 0 AND
                 CT-REFUND-AMT(CT-IDX) > 0
                 MOVE "CASH"               TO  BRK-TYPE
                 MOVE CT-OP-ID(CT-IDX)     TO  BRK-KEY
                 MOVE "REFUND, NO CLOSED DRAWER" TO BRK-TEXT
                 PERFORM WRITE-BREAK-LINE
              END-IF
           END-PERFORM.

       REPORT-UNMATCHED-CHECKS.
      *    EVERY ITEM DEPOSITED ON THE DATE MUST BELONG TO A CHECK
      *    BOOKING MADE THAT DAY.
           IF CHKCLEAR-MISSING
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           MOVE LOW-VALUES                 TO  CK-CUST-RES-ID.
           START CHECK-CLEARING KEY IS NOT LESS THAN CK-CUST-RES-ID
                 INVALID KEY
                    SET FILE-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL FILE-AT-END
              READ CHECK-CLEARING NEXT
                   AT END
                      SET FILE-AT-END       TO  TRUE
                   NOT AT END
                      IF CK-DEPOSIT-DATE = WS-TIE-DATE-NUM
                         PERFORM CHECK-ONE-DEPOSIT
                      END-IF
              END-READ
           END-PERFORM.

       CHECK-ONE-DEPOSIT.
           MOVE SPACES                     TO  BRK-TEXT.
           MOVE CK-CUST-RES-ID             TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   MOVE "NO RESERVATION"    TO  BRK-TEXT
                NOT INVALID KEY
                   IF ADD-DATE NOT = WS-TIE-DATE OR AWARD-BOOKING
                      OR NONREV-BOOKING
                      MOVE "NOT BOOKED TODAY" TO BRK-TEXT
                   ELSE
                      PERFORM SPLIT-TENDERS
                      IF RES-CHECK-AMT = 0
                         MOVE "NO CHECK TENDER" TO BRK-TEXT
                      END-IF
                   END-IF
           END-READ.
           IF BRK-TEXT NOT = SPACES
              ADD CK-AMOUNT                TO  TOT-CHKCLEAR-AMT
              MOVE "CHECK"                 TO  BRK-TYPE
              MOVE CK-CUST-RES-ID          TO  BRK-KEY
              MOVE 0                       TO  BRK-SOURCE-AMT
              MOVE CK-AMOUNT               TO  BRK-PROOF-AMT
              PERFORM WRITE-BREAK-LINE
           END-IF.

       TOTAL-GL-OTHER.
           PERFORM VARYING GT-IDX FROM 1 BY 1
                    UNTIL GT-IDX > GL-COUNT
              IF GT-MATCHED(GT-IDX) = "N"
                 ADD GT-AMOUNT(GT-IDX)     TO  TOT-GL-OTHER-AMT
              END-IF
           END-PERFORM.

       WRITE-BREAK-LINE.
           ADD 1                           TO  BREAK-COUNT.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE BRK-TYPE                   TO  RPT-RECORD(1:8).
           MOVE BRK-KEY                    TO  RPT-RECORD(10:11).
           MOVE BRK-TEXT                   TO  RPT-RECORD(22:24).
           MOVE BRK-SOURCE-AMT             TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(47:14).
           MOVE BRK-PROOF-AMT              TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(62:14).
           WRITE RPT-RECORD.

       WRITE-SUMMARY-LINE.
           COMPUTE SUM-DIFF-AMT = SUM-SOURCE-AMT - SUM-PROOF-AMT.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE SUM-LABEL                  TO  RPT-RECORD(1:30).
           MOVE SUM-SOURCE-AMT             TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(32:14).
           MOVE SUM-PROOF-AMT              TO  RPT-AMT2.
           MOVE RPT-AMT2                   TO  RPT-RECORD(47:14).
           MOVE SUM-DIFF-AMT               TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(62:14).
           WRITE RPT-RECORD.

       WRITE-TOTAL-LINE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE SUM-LABEL                  TO  RPT-RECORD(1:30).
           MOVE SUM-SOURCE-AMT             TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(32:14).
           WRITE RPT-RECORD.

       TERMINATE-TIEOUT.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "SUMMARY                            COLLECTED         P
      -    "ROVED    DIFFERENCE"            TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "CARD - BOOKINGS/ONBOARD/INST" TO SUM-LABEL.
           COMPUTE SUM-SOURCE-AMT = TOT-CARD-AMT + TOT-ONBOARD-CARD-AMT
                                  + TOT-INSTALLMENT-CARD-AMT.
           MOVE TOT-BATCH-AMT              TO  SUM-PROOF-AMT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "CASH - NET OF CASH REFUNDS"  TO  SUM-LABEL.
           COMPUTE TOT-CASH-NET-AMT = TOT-CASH-AMT
                                    - TOT-CASH-REFUND-AMT.
           MOVE TOT-CASH-NET-AMT           TO  SUM-SOURCE-AMT.
           MOVE TOT-DRAWER-AMT             TO  SUM-PROOF-AMT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "CHECK - NEW CHKCLEAR ITEMS"  TO  SUM-LABEL.
           MOVE TOT-CHECK-AMT              TO  SUM-SOURCE-AMT.
           MOVE TOT-CHKCLEAR-AMT           TO  SUM-PROOF-AMT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "VOUCHERS"                 TO  SUM-LABEL.
           MOVE TOT-VOUCHER-AMT            TO  SUM-SOURCE-AMT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ON-ACCOUNT CHARGES"       TO  SUM-LABEL.
           MOVE TOT-ACCOUNT-AMT            TO  SUM-SOURCE-AMT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "OTHER TENDERS"            TO  SUM-LABEL.
           MOVE TOT-OTHER-AMT              TO  SUM-SOURCE-AMT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "GL 1000 - ALL BOOKING TENDERS" TO SUM-LABEL.
           MOVE TOT-TENDER-AMT             TO  SUM-SOURCE-AMT.
           MOVE TOT-GL-BOOKING-AMT         TO  SUM-PROOF-AMT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "GL 1000 - FEES/CARGO/ONBOARD" TO SUM-LABEL.
           MOVE TOT-GL-OTHER-AMT           TO  SUM-SOURCE-AMT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "GL 1000 - CLEARING DEBIT"  TO  SUM-LABEL.
           MOVE TOT-GL-AMT                 TO  SUM-SOURCE-AMT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           IF OVERFLOW-COUNT > 0
              MOVE OVERFLOW-COUNT          TO  RPT-CNT
              STRING "*** " RPT-CNT " ITEM(S) BEYOND TABLE CAPACITY - "
                     "TIE-OUT INCOMPLETE ***" DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
              MOVE SPACES                  TO  RPT-RECORD
           END-IF.
           MOVE BOOKING-COUNT              TO  RPT-CNT.
           IF BREAK-COUNT = 0
              STRING RPT-CNT " BOOKING(S) - DAY TIES OUT"
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
           ELSE
              STRING RPT-CNT " BOOKING(S) - *** " BREAK-COUNT
                     " BREAK(S) - DAY DOES NOT TIE ***"
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
           END-IF.
           WRITE RPT-RECORD.
           PERFORM CLOSE-BOOKING-JOURNAL.
           CLOSE CUSTOMER.
           IF CHKCLEAR-ON-FILE
              CLOSE CHECK-CLEARING
           END-IF.
           CLOSE TIEOUT-RPT.
           MOVE "TIEOUT"                   TO  RPG-REPORT-ID.
           MOVE "tieout"                   TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "TIEOUT"                   TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "TIEOUT - " BOOKING-COUNT " BOOKING(S), "
                   BREAK-COUNT " BREAK(S) - SEE tieout".
