      *    REDEMPTIONS AND NON-CARD LINES (CHK) ARE NEVER SUBMITTED.
      *    AN AUTHORIZATION FROM PAYAUTH IS NOT MONEY - THIS BATCH IS
      *    WHAT ACTUALLY PRESENTS THE APPROVED AMOUNTS FOR PAYMENT.
      *    EVERY ITEM PRESENTED IS ALSO OPENED ON "cardfund" AS AN
      *    EXPECTED DEPOSIT, FOR FUNDREC TO MATCH AGAINST WHAT THE
      *    ACQUIRER ACTUALLY PAYS.  CARD SALES MADE ON BOARD AND
      *    UPLOADED THROUGH OBSALES ON THE SETTLEMENT DATE ("obsale")
      *    ARE PRESENTED IN THE SAME BATCH, KEYED BY FLIGHT AND LINE,
      *    AND SO ARE COMMUTER FLIGHT PASSES SOLD BY CARD THAT DATE
      *    ("fltpass"), KEYED BY PASS NUMBER.  CARD MONEY TAKEN ON A
      *    RESERVATION AFTER ITS BOOKING DAY - PAY-LATER INSTALLMENTS
      *    FROM INSTCOLL - IS WRITTEN TO "collitem" UNDER THE DATE IT
      *    WAS TAKEN AND PRESENTED WITH THAT DATE'S BATCH, KEYED BY
      *    RESERVATION, AS THE RESERVATION IS VISITED.
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

           SELECT SETTLE-BATCH
                  ASSIGN TO DISK "setlbat"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BATCH-STATUS.

           SELECT CARD-FUNDING
                  ASSIGN TO DISK "cardfund"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SF-KEY
                  FILE STATUS IS CARD-FUND-STATUS.

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

           SELECT COLLECTION-ITEM
                  ASSIGN TO DISK "collitem"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS DC-KEY
                  ALTERNATE RECORD KEY IS DC-CUST-RES-ID
                                          WITH DUPLICATES
                  FILE STATUS IS COLL-ITEM-STATUS.

           SELECT SETTLE-RPT
                  ASSIGN TO DISK "setlrpt"
                  ORGANIZATION IS SEQUENTIAL
       FD  CUSTOMER.
       COPY custrec.

       FD  BOOKING-JOURNAL.
       COPY bookjrnl.

       FD  SETTLE-BATCH.
       01  SETTLE-BATCH-RECORD.
           03 SB-CUST-RES-ID              PIC X(11).
           03 SB-CURRENCY                 PIC X(03).
           03 SB-SETTLE-DATE              PIC 9(08).

       FD  CARD-FUNDING.
       COPY cardfund.

       FD  ONBOARD-SALE.
       COPY obsale.

       FD  FLIGHT-PASS.
       COPY fltpass.

       FD  COLLECTION-ITEM.
       COPY collitem.

       FD  SETTLE-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CVT-FUNC                       PIC X(01)   VALUE SPACES.
       01  CVT-CARD-NO                    PIC X(16)   VALUE SPACES.
       01  CVT-TOKEN                      PIC X(16)   VALUE SPACES.
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  BATCH-STATUS                   PIC X(02).
       01  RPT-STATUS                     PIC X(02).
       01  CARD-FUND-STATUS               PIC X(02).
           88 CARD-FUND-NOT-PRESENT                   VALUE "35".
       01  OB-SALE-STATUS                 PIC X(02).
           88 OB-SALE-NOT-PRESENT                     VALUE "35".
       01  OB-SALE-EOF-SWITCH             PIC 9       VALUE 0.
           88 OB-SALE-AT-END                          VALUE 1.
           88 OB-SALE-NOT-AT-END                      VALUE 0.
       01  ONBOARD-ITEM-COUNT             PIC 9(05)   VALUE 0.
       01  FLIGHT-PASS-STATUS             PIC X(02).
           88 FLIGHT-PASS-NOT-PRESENT                 VALUE "35".
       01  PASS-EOF-SWITCH                PIC 9       VALUE 0.
           88 PASS-AT-END                             VALUE 1.
           88 PASS-NOT-AT-END                         VALUE 0.
       01  PASS-ITEM-COUNT                PIC 9(05)   VALUE 0.
       01  COLL-ITEM-STATUS               PIC X(02).
           88 COLL-ITEM-NOT-PRESENT                   VALUE "35".
       01  COLL-ITEM-EOF-SWITCH           PIC 9       VALUE 0.
           88 COLL-ITEM-AT-END                        VALUE 1.
           88 COLL-ITEM-NOT-AT-END                    VALUE 0.
       01  COLL-ITEM-FILE-SWITCH          PIC 9       VALUE 0.
           88 COLL-ITEM-FILE-OPEN                     VALUE 1.
           88 COLL-ITEM-FILE-MISSING                  VALUE 0.
       01  COLLECTION-ITEM-COUNT          PIC 9(05)   VALUE 0.
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
       01  TODAY-DATE.
           03 TODAY-YY                    PIC 9(04).
           03 TODAY-MM                    PIC 9(02).
       MAIN-LOGIC.
           PERFORM INITIALIZE-SETTLEMENT.
           PERFORM UNTIL CUSTOMER-AT-END
              IF NOT AWARD-BOOKING
                 PERFORM SETTLE-ONE-RESERVATION
              END-IF
              PERFORM READ-CUSTOMER-REC
           END-PERFORM.
           PERFORM SETTLE-ONBOARD-SALES.
           PERFORM SETTLE-FLIGHT-PASS-SALES.
           PERFORM TERMINATE-SETTLEMENT.
           STOP RUN.

              DISPLAY "SETLBAT - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           MOVE WS-SETTLE-DATE             TO  JRNL-RUN-DATE.
           PERFORM POSITION-BOOKING-JOURNAL.
           OPEN OUTPUT SETTLE-BATCH.
           OPEN I-O COLLECTION-ITEM.
           IF COLL-ITEM-NOT-PRESENT
              CLOSE COLLECTION-ITEM
           ELSE
              SET COLL-ITEM-FILE-OPEN      TO  TRUE
           END-IF.
           OPEN I-O CARD-FUNDING.
           IF CARD-FUND-NOT-PRESENT
              CLOSE CARD-FUNDING
              OPEN OUTPUT CARD-FUNDING
              CLOSE CARD-FUNDING
              OPEN I-O CARD-FUNDING
           END-IF.
           OPEN OUTPUT SETTLE-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "CARD SETTLEMENT BATCH - " WS-SETTLE-DATE
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
              DISPLAY "SETLBAT - READING BOOKING JOURNAL FOR "
                      JRNL-RUN-DATE
           ELSE
              DISPLAY "SETLBAT - NO BOOKING JOURNAL FOR " JRNL-RUN-DATE
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

       SETTLE-ONE-RESERVATION.
      *    THE BOOKING'S OWN PAYMENT LINES GO ON ITS BOOKING DATE, ONCE;
      *    ANY CARD ITEM COLLECTED ON THE RESERVATION ON THE SETTLEMENT
      *    DATE GOES WITH IT.
           MOVE 0                          TO  CARD-LINE-COUNT.
           IF ADD-DATE = WS-SETTLE-DATE AND NOT PAYMENT-SETTLED
              PERFORM SETTLE-BOOKING-LINES
           END-IF.
           IF COLL-ITEM-FILE-OPEN
              PERFORM SETTLE-COLLECTION-ITEMS
           END-IF.

       SETTLE-BOOKING-LINES.
      *    A RESERVATION MAY CARRY UP TO THREE PAYMENT LINES - ONLY
      *    THE CARD LINES ARE SUBMITTED.  A RESERVATION WITH NO CARD
      *    LINE AT ALL (CHK ONLY) IS LEFT UNMARKED SO IT NEVER CLOGS
           ELSE
              MOVE 1                       TO  LINE-COUNT-W
           END-IF.
           PERFORM VARYING PAY-IDX FROM 1 BY 1
                    UNTIL PAY-IDX > LINE-COUNT-W
              IF PL-PAYMENT-TYPE(PAY-IDX) = "MST" OR
           MOVE PAYMENT-CURRENCY           TO  SB-CURRENCY.
           MOVE TODAY-DATE-NUM             TO  SB-SETTLE-DATE.
           WRITE SETTLE-BATCH-RECORD.
           PERFORM OPEN-FUNDING-ITEM.
           ADD 1                           TO  BATCH-ITEM-COUNT.
           ADD PL-PAYMENT-AMT(PAY-IDX)     TO  BATCH-TOTAL-AMT.

       SETTLE-COLLECTION-ITEMS.
      *    AN ITEM ALREADY PRESENTED (A RERUN OF THE DATE) CARRIES ITS
      *    SETTLEMENT DATE AND IS NOT SENT AGAIN.  ITEMS TAKEN AT THE
      *    COUNTER HAVE NO CARD TYPE AND NEVER REACH THE NETWORK.
           MOVE JRNL-RUN-DATE              TO  DC-COLLECT-DATE.
           MOVE CUST-RES-ID                TO  DC-CUST-RES-ID.
           MOVE 0                          TO  DC-SEQ.
           SET COLL-ITEM-NOT-AT-END        TO  TRUE.
           START COLLECTION-ITEM KEY NOT < DC-KEY
                 INVALID KEY
                    SET COLL-ITEM-AT-END   TO  TRUE
           END-START.
           PERFORM UNTIL COLL-ITEM-AT-END
              READ COLLECTION-ITEM NEXT
                   AT END
                      SET COLL-ITEM-AT-END  TO  TRUE
                   NOT AT END
                      IF DC-COLLECT-DATE NOT = JRNL-RUN-DATE OR
                         DC-CUST-RES-ID NOT = CUST-RES-ID
                         SET COLL-ITEM-AT-END TO TRUE
                      ELSE
                         IF DC-CARD-PAYMENT AND DC-SETTLE-DATE = 0
                            PERFORM SETTLE-ONE-COLLECTION-ITEM
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.

       SETTLE-ONE-COLLECTION-ITEM.
      *    THE FUNDING SEQUENCE FOLLOWS ON FROM ANY BOOKING LINES
      *    PRESENTED FOR THE RESERVATION TONIGHT.
           ADD 1                           TO  CARD-LINE-COUNT.
           MOVE CUST-RES-ID                TO  SB-CUST-RES-ID.
           MOVE DC-PAYMENT-TYPE            TO  SB-CARD-TYPE.
           MOVE "D"                        TO  CVT-FUNC.
           MOVE DC-CARD-TOKEN              TO  CVT-TOKEN.
           MOVE SPACES                     TO  CVT-CARD-NO.
           CALL "CARDVLT" USING CVT-FUNC, CVT-CARD-NO, CVT-TOKEN,
                CVT-RESULT.
           MOVE CVT-CARD-NO                TO  SB-CARD-ACCT-NO.
           MOVE DC-AMOUNT                  TO  SB-AMOUNT.
           MOVE DC-CURRENCY                TO  SB-CURRENCY.
           MOVE TODAY-DATE-NUM             TO  SB-SETTLE-DATE.
           WRITE SETTLE-BATCH-RECORD.
           PERFORM OPEN-FUNDING-ITEM.
           ADD 1                           TO  BATCH-ITEM-COUNT
                                               COLLECTION-ITEM-COUNT.
           ADD DC-AMOUNT                   TO  BATCH-TOTAL-AMT.
           MOVE TODAY-DATE-NUM             TO  DC-SETTLE-DATE.
           REWRITE COLLECTION-ITEM-RECORD.

       OPEN-FUNDING-ITEM.
           MOVE SB-SETTLE-DATE             TO  SF-SETTLE-DATE.
           MOVE SB-CUST-RES-ID             TO  SF-CUST-RES-ID.
           MOVE CARD-LINE-COUNT            TO  SF-SEQ.
           MOVE SB-CARD-TYPE               TO  SF-CARD-TYPE.
           MOVE SB-AMOUNT                  TO  SF-AMOUNT.
           MOVE SB-CURRENCY                TO  SF-CURRENCY.
           SET SF-EXPECTED                 TO  TRUE.
           MOVE 0                          TO  SF-FUNDED-AMT
                                                SF-FEE-AMT
                                                SF-FUNDED-DATE.
           MOVE SPACES                     TO  SF-DEPOSIT-REF.
           WRITE CARD-FUNDING-RECORD
                 INVALID KEY
                    CONTINUE
           END-WRITE.

       SETTLE-ONBOARD-SALES.
      *    ONBOARD CASH NEVER REACHES THE NETWORK - OBSALES LOADS CASH
      *    LINES ALREADY MARKED SETTLED, SO ONLY CARD LINES QUALIFY.
           OPEN I-O ONBOARD-SALE.
           IF OB-SALE-NOT-PRESENT
              CLOSE ONBOARD-SALE
              EXIT PARAGRAPH
           END-IF.
           SET OB-SALE-NOT-AT-END          TO  TRUE.
           PERFORM UNTIL OB-SALE-AT-END
              READ ONBOARD-SALE NEXT
                   AT END
                      SET OB-SALE-AT-END    TO  TRUE
                   NOT AT END
                      IF OL-LOAD-DATE = WS-SETTLE-DATE AND
                         OL-CARD AND OL-NOT-SETTLED
                         PERFORM SETTLE-ONE-ONBOARD-SALE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ONBOARD-SALE.

       SETTLE-ONE-ONBOARD-SALE.
           MOVE OL-KEY                     TO  SB-CUST-RES-ID.
           MOVE OL-PAYMENT-TYPE            TO  SB-CARD-TYPE.
           MOVE "D"                        TO  CVT-FUNC.
           MOVE OL-CARD-ACCT-NO            TO  CVT-TOKEN.
           MOVE SPACES                     TO  CVT-CARD-NO.
           CALL "CARDVLT" USING CVT-FUNC, CVT-CARD-NO, CVT-TOKEN,
                CVT-RESULT.
           MOVE CVT-CARD-NO                TO  SB-CARD-ACCT-NO.
           MOVE OL-AMOUNT                  TO  SB-AMOUNT.
           MOVE "USD"                      TO  SB-CURRENCY.
           MOVE TODAY-DATE-NUM             TO  SB-SETTLE-DATE.
           WRITE SETTLE-BATCH-RECORD.
           MOVE 1                          TO  CARD-LINE-COUNT.
           PERFORM OPEN-FUNDING-ITEM.
           ADD 1                           TO  BATCH-ITEM-COUNT
                                               ONBOARD-ITEM-COUNT.
           ADD OL-AMOUNT                   TO  BATCH-TOTAL-AMT.
           SET OL-SETTLED                  TO  TRUE.
           MOVE TODAY-DATE-NUM             TO  OL-SETTLE-DATE.
           REWRITE ONBOARD-SALE-RECORD.

       SETTLE-FLIGHT-PASS-SALES.
      *    A FLIGHT PASS IS PAID IN FULL WHEN SOLD, SO A CARD SALE IS
      *    PRESENTED ONCE, ON ITS SALE DATE, LIKE AN ONBOARD SALE.
           OPEN I-O FLIGHT-PASS.
           IF FLIGHT-PASS-NOT-PRESENT
              CLOSE FLIGHT-PASS
              EXIT PARAGRAPH
           END-IF.
           SET PASS-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL PASS-AT-END
              READ FLIGHT-PASS NEXT
                   AT END
                      SET PASS-AT-END       TO  TRUE
                   NOT AT END
                      IF FPS-SALE-DATE = WS-SETTLE-DATE AND
                         (FPS-PAYMENT-TYPE = "MST" OR
                          FPS-PAYMENT-TYPE = "VSA") AND
                         FPS-SETTLE-DATE = 0
                         PERFORM SETTLE-ONE-FLIGHT-PASS
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE FLIGHT-PASS.

       SETTLE-ONE-FLIGHT-PASS.
           MOVE SPACES                     TO  SB-CUST-RES-ID.
           MOVE FPS-PASS-NO                TO  SB-CUST-RES-ID.
           MOVE FPS-PAYMENT-TYPE           TO  SB-CARD-TYPE.
           MOVE "D"                        TO  CVT-FUNC.
           MOVE FPS-CARD-ACCT-NO           TO  CVT-TOKEN.
           MOVE SPACES                     TO  CVT-CARD-NO.
           CALL "CARDVLT" USING CVT-FUNC, CVT-CARD-NO, CVT-TOKEN,
                CVT-RESULT.
           MOVE CVT-CARD-NO                TO  SB-CARD-ACCT-NO.
           MOVE FPS-PRICE-PAID             TO  SB-AMOUNT.
           MOVE "USD"                      TO  SB-CURRENCY.
           MOVE TODAY-DATE-NUM             TO  SB-SETTLE-DATE.
           WRITE SETTLE-BATCH-RECORD.
           MOVE 1                          TO  CARD-LINE-COUNT.
           PERFORM OPEN-FUNDING-ITEM.
           ADD 1                           TO  BATCH-ITEM-COUNT
                                               PASS-ITEM-COUNT.
           ADD FPS-PRICE-PAID              TO  BATCH-TOTAL-AMT.
           MOVE TODAY-DATE-NUM             TO  FPS-SETTLE-DATE.
           REWRITE FLIGHT-PASS-RECORD.

       TERMINATE-SETTLEMENT.
           MOVE BATCH-ITEM-COUNT           TO  RPT-CNT.
           MOVE BATCH-TOTAL-AMT            TO  RPT-AMT.
           MOVE RPT-CNT                    TO  RPT-RECORD(30:5).
           MOVE RPT-AMT                    TO  RPT-RECORD(40:13).
           WRITE RPT-RECORD.
           MOVE ONBOARD-ITEM-COUNT         TO  RPT-CNT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  OF WHICH ONBOARD SALES " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE PASS-ITEM-COUNT            TO  RPT-CNT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  OF WHICH FLIGHT PASSES " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE COLLECTION-ITEM-COUNT      TO  RPT-CNT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  OF WHICH INSTALLMENTS  " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           PERFORM CLOSE-BOOKING-JOURNAL.
           CLOSE CUSTOMER.
           CLOSE SETTLE-BATCH.
           IF COLL-ITEM-FILE-OPEN
              CLOSE COLLECTION-ITEM
           END-IF.
           CLOSE CARD-FUNDING.
           CLOSE SETTLE-RPT.
           MOVE "SETLRPT"                  TO  RPG-REPORT-ID.
           MOVE "setlrpt"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "SETLBAT"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "SETLBAT - " BATCH-ITEM-COUNT " ITEM(S), "
                   RES-SETTLED-COUNT " RESERVATION(S) SETTLED, TOTAL "
                   RPT-AMT " - SEE setlbat/setlrpt".
