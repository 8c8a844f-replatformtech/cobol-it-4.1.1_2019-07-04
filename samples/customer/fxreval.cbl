       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      FXREVAL.

      ******************************************************************
      *    FXREVAL.CBL
      *    MONTH-END FOREIGN-CURRENCY REVALUATION - RUN FOR A MONTH
      *    AFTER FINANCE HAS CLOSED IT THROUGH PERDCTL (AN OPEN PERIOD
      *    IS REFUSED).  EVERY ITEM STILL OPEN AT THE LAST DAY OF THE
      *    MONTH AND HELD IN A CURRENCY OTHER THAN USD IS RESTATED AT
      *    THE PERIOD-END RATE:
      *      - ON-ACCOUNT RECEIVABLES ("recvledg"), IN THE PASSENGER'S
      *        PAYMENT-CURRENCY, BOOKED AT THE RESERVATION'S EXCH-RATE;
      *      - ACCEPTED PARTNER COUPONS NOT YET SETTLED ("intlbpd"),
      *        IN IP-CURRENCY, BOOKED AT IP-BOOKED-RATE.
      *    THE PERIOD-END RATE FOR EACH CURRENCY COMES FROM THE
      *    "ratehist" RATE HISTORY - A CLOSING RATE ALREADY FIXED FOR
      *    THAT DATE IS REUSED AS IS, SO A RERUN GIVES THE SAME
      *    ANSWER; OTHERWISE THE LATEST RATE RECORDED ON OR BEFORE THE
      *    PERIOD END (OR, FAILING THAT, "currrate" IF ITS RATE IS NOT
      *    DATED AFTER IT) IS FIXED AS THE CLOSING RATE AND WRITTEN
      *    BACK TO "ratehist".  THE UNREALIZED DIFFERENCE IS
      *    JOURNALLED TO "fxreval" IN THE "glextr" RECORD FORMAT, ONE
      *    PAIR PER CURRENCY AND SIDE, DATED THE PERIOD END:
      *      RECEIVABLES:  GAIN DR 1100 RECEIVABLE FX ADJUSTMENT /
      *        CR 7800 UNREALIZED FX GAIN/LOSS;  LOSS THE OTHER WAY.
      *      PARTNER PAYABLES:  LOSS DR 7800 / CR 2300 INTERLINE
      *        PAYABLE;  GAIN THE OTHER WAY.
      *    EACH PAIR IS REVERSED BY AN OPPOSITE PAIR DATED THE FIRST
      *    DAY OF THE NEXT PERIOD (SOURCE "FXRR-" IN PLACE OF
      *    "FXRV-"), SO THE NEXT MONTH-END STARTS AGAIN FROM THE
      *    BOOKED RATES.  THE RATES USED, EVERY ITEM REVALUED, ITEMS
      *    THAT COULD NOT BE AND THE JOURNAL TOTALS GO TO "fxrvrpt".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-PERIOD
                  ASSIGN TO DISK "acctperd"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AP-PERIOD
                  FILE STATUS IS ACCT-PERIOD-STATUS.

           SELECT RECEIVABLE-LEDGER
                  ASSIGN TO DISK "recvledg"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RV-KEY
                  FILE STATUS IS RECV-LEDGER-STATUS.

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

           SELECT PAID-COUPON
                  ASSIGN TO DISK "intlbpd"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IP-KEY
                  FILE STATUS IS PAID-COUPON-STATUS.

           SELECT RATE-HISTORY
                  ASSIGN TO DISK "ratehist"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RH-KEY
                  FILE STATUS IS RATE-HIST-STATUS.

           SELECT CURRENCY-RATE
                  ASSIGN TO DISK "currrate"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CR-CURRENCY
                  FILE STATUS IS CURR-RATE-STATUS.

           SELECT REVAL-JOURNAL
                  ASSIGN TO DISK "fxreval"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-STATUS.

           SELECT REVAL-RPT
                  ASSIGN TO DISK "fxrvrpt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-PERIOD.
       COPY acctperd.

       FD  RECEIVABLE-LEDGER.
       COPY recvledg.

       FD  CUSTOMER.
       COPY custrec.

       FD  PAID-COUPON.
       COPY intlbpd.

       FD  RATE-HISTORY.
       COPY ratehist.

       FD  CURRENCY-RATE.
       COPY currrate.

       FD  REVAL-JOURNAL.
       01  JOURNAL-RECORD.
           03 JR-ACCOUNT                  PIC X(04).
           03 JR-DEBIT-AMT                PIC 9(09)V99.
           03 JR-CREDIT-AMT               PIC 9(09)V99.
           03 JR-SOURCE-ID                PIC X(11).
           03 JR-POST-DATE                PIC X(08).

       FD  REVAL-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  ACCT-PERIOD-STATUS             PIC X(02).
           88 ACCT-PERIOD-NOT-PRESENT                 VALUE "35".
       01  RECV-LEDGER-STATUS             PIC X(02).
           88 RECV-LEDGER-NOT-PRESENT                 VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  PAID-COUPON-STATUS             PIC X(02).
           88 PAID-COUPON-NOT-PRESENT                 VALUE "35".
       01  RATE-HIST-STATUS               PIC X(02).
           88 RATE-HIST-NOT-PRESENT                   VALUE "35".
       01  CURR-RATE-STATUS               PIC X(02).
           88 CURR-RATE-NOT-FOUND                     VALUE "23" "35".
       01  JOURNAL-STATUS                 PIC X(02).
       01  RPT-STATUS                     PIC X(02).
       01  LEDGER-EOF-SWITCH              PIC 9       VALUE 0.
           88 LEDGER-AT-END                           VALUE 1.
           88 LEDGER-NOT-AT-END                       VALUE 0.
       01  COUPON-EOF-SWITCH              PIC 9       VALUE 0.
           88 COUPON-AT-END                           VALUE 1.
           88 COUPON-NOT-AT-END                       VALUE 0.
       01  HIST-SCAN-SWITCH               PIC 9       VALUE 0.
           88 HIST-SCAN-DONE                          VALUE 1.
           88 HIST-SCAN-MORE                          VALUE 0.
       01  RATE-FOUND-SWITCH              PIC 9       VALUE 0.
           88 PERIOD-RATE-FOUND                       VALUE 1.
           88 PERIOD-RATE-MISSING                     VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  WS-OPERATOR-ID                 PIC X(05)   VALUE SPACES.
       01  WS-PERIOD                      PIC X(06)   VALUE SPACES.
       01  WS-PERIOD-N REDEFINES WS-PERIOD.
           03 WS-PERIOD-YY                PIC 9(04).
           03 WS-PERIOD-MM                PIC 9(02).
       01  NEXT-PERIOD-START.
           03 NEXT-PERIOD-YY              PIC 9(04).
           03 NEXT-PERIOD-MM              PIC 9(02).
           03 NEXT-PERIOD-DD              PIC 9(02).
       01  NEXT-PERIOD-START-NUM REDEFINES NEXT-PERIOD-START
                                           PIC 9(08).
       01  PERIOD-END-DATE                PIC 9(08)   VALUE 0.
       01  W-CURRENCY                     PIC X(03)   VALUE SPACES.
       01  W-REF                          PIC X(13)   VALUE SPACES.
       01  W-RES-ID                       PIC X(11)   VALUE SPACES.
       01  W-SIDE                         PIC X(02)   VALUE SPACES.
       01  W-AMOUNT                       PIC 9(07)V99 VALUE 0.
       01  W-BOOKED-RATE                  PIC 9(03)V9(06) VALUE 0.
       01  W-BOOKED-VALUE                 PIC S9(09)V99 VALUE 0.
       01  W-PERIOD-VALUE                 PIC S9(09)V99 VALUE 0.
       01  W-GAIN-LOSS                    PIC S9(09)V99 VALUE 0.
       01  W-EXCEPTION-TEXT               PIC X(30)   VALUE SPACES.
       01  W-HIST-RATE                    PIC 9(03)V9(06) VALUE 0.
       01  W-HIST-DATE                    PIC 9(08)   VALUE 0.
       01  W-DR-ACCOUNT                   PIC X(04)   VALUE SPACES.
       01  W-CR-ACCOUNT                   PIC X(04)   VALUE SPACES.
       01  W-JOURNAL-AMT                  PIC 9(09)V99 VALUE 0.
       01  W-SOURCE-ID                    PIC X(11)   VALUE SPACES.
       01  W-POST-DATE                    PIC 9(08)   VALUE 0.
       01  RATE-IDX                       PIC 9(02)   VALUE 0.
       01  RATE-COUNT                     PIC 9(02)   VALUE 0.
       01  RATE-MAX                       PIC 9(02)   VALUE 20.
       01  RATE-TABLE.
           03 RATE-ENTRY OCCURS 20 TIMES.
              05 RT-CURRENCY              PIC X(03).
              05 RT-RATE                  PIC 9(03)V9(06).
              05 RT-RATE-DATE             PIC 9(08).
              05 RT-SOURCE                PIC X(01).
                 88 RT-NO-RATE                    VALUE " ".
                 88 RT-CLOSING-REUSED             VALUE "R".
                 88 RT-FIXED-FROM-HISTORY         VALUE "H".
                 88 RT-FIXED-FROM-CURRRATE        VALUE "C".
              05 RT-AR-ITEMS              PIC 9(05).
              05 RT-AR-GAIN-LOSS          PIC S9(09)V99.
              05 RT-AP-ITEMS              PIC 9(05).
              05 RT-AP-GAIN-LOSS          PIC S9(09)V99.
       01  AR-ITEM-COUNT                  PIC 9(05)   VALUE 0.
       01  AP-ITEM-COUNT                  PIC 9(05)   VALUE 0.
       01  EXCEPTION-COUNT                PIC 9(05)   VALUE 0.
       01  JOURNAL-COUNT                  PIC 9(05)   VALUE 0.
       01  TOTAL-DEBITS                   PIC 9(11)V99 VALUE 0.
       01  TOTAL-CREDITS                  PIC 9(11)V99 VALUE 0.
       01  RPT-AMT                        PIC ZZZZZZZ9.99.
       01  RPT-SIGNED-AMT                 PIC -ZZZZZZZ9.99.
       01  RPT-RATE                       PIC ZZ9.999999.
       01  RPT-TOTAL                      PIC ZZZZZZZZZZ9.99.
       01  RPT-CNT                        PIC ZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REVALUATION.
           PERFORM REVALUE-RECEIVABLES.
           PERFORM REVALUE-PAYABLES.
           PERFORM WRITE-REVAL-JOURNAL.
           PERFORM TERMINATE-REVALUATION.
           STOP RUN.

       INITIALIZE-REVALUATION.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "FXREVAL - ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "FXREVAL - ENTER PERIOD TO REVALUE (YYYYMM):".
           ACCEPT WS-PERIOD.
           IF WS-PERIOD NOT NUMERIC OR WS-PERIOD-MM < 1 OR
              WS-PERIOD-MM > 12
              DISPLAY "FXREVAL - INVALID PERIOD " WS-PERIOD
              STOP RUN
           END-IF.
           OPEN INPUT ACCT-PERIOD.
           IF ACCT-PERIOD-NOT-PRESENT
              DISPLAY "FXREVAL - PERIOD " WS-PERIOD " IS NOT CLOSED - "
                      "CLOSE IT THROUGH PERDCTL FIRST"
              STOP RUN
           END-IF.
           MOVE WS-PERIOD                  TO  AP-PERIOD.
           READ ACCT-PERIOD
                INVALID KEY
                   SET AP-OPEN             TO  TRUE
           END-READ.
           CLOSE ACCT-PERIOD.
           IF NOT AP-CLOSED
              DISPLAY "FXREVAL - PERIOD " WS-PERIOD " IS NOT CLOSED - "
                      "CLOSE IT THROUGH PERDCTL FIRST"
              STOP RUN
           END-IF.
           MOVE WS-PERIOD-YY               TO  NEXT-PERIOD-YY.
           MOVE WS-PERIOD-MM               TO  NEXT-PERIOD-MM.
           MOVE 1                          TO  NEXT-PERIOD-DD.
           IF NEXT-PERIOD-MM = 12
              ADD 1                        TO  NEXT-PERIOD-YY
              MOVE 1                       TO  NEXT-PERIOD-MM
           ELSE
              ADD 1                        TO  NEXT-PERIOD-MM
           END-IF.
           COMPUTE PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(NEXT-PERIOD-START-NUM) - 1).
           INITIALIZE RATE-TABLE.
           OPEN I-O RATE-HISTORY.
           IF RATE-HIST-NOT-PRESENT
              CLOSE RATE-HISTORY
              OPEN OUTPUT RATE-HISTORY
              CLOSE RATE-HISTORY
              OPEN I-O RATE-HISTORY
           END-IF.
           OPEN OUTPUT REVAL-JOURNAL.
           OPEN OUTPUT REVAL-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "FOREIGN-CURRENCY REVALUATION - PERIOD " WS-PERIOD
                  " AT " PERIOD-END-DATE "  RUN " TODAY-DATE
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "SD"                       TO  RPT-RECORD(1:2).
           MOVE "RES-ID"                   TO  RPT-RECORD(4:6).
           MOVE "REFERENCE"                TO  RPT-RECORD(16:9).
           MOVE "CUR"                      TO  RPT-RECORD(30:3).
           MOVE "AMOUNT"                   TO  RPT-RECORD(40:6).
           MOVE "BOOKED"                   TO  RPT-RECORD(51:6).
           MOVE "PERIOD"                   TO  RPT-RECORD(62:6).
           MOVE "GAIN/LOSS"                TO  RPT-RECORD(72:9).
           WRITE RPT-RECORD.

      *****************************************************************
      *    RECEIVABLES - AN ITEM INVOICED BY THE PERIOD END COUNTS IF
      *    IT IS STILL OPEN OR WAS SETTLED OR WRITTEN OFF AFTER IT.
      *    AGENCY DEBIT MEMOS (ADMREV) ARE RAISED IN USD.
      *****************************************************************
       REVALUE-RECEIVABLES.
           OPEN INPUT RECEIVABLE-LEDGER.
           IF RECV-LEDGER-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER.
           PERFORM UNTIL LEDGER-AT-END
              READ RECEIVABLE-LEDGER NEXT
                   AT END
                      SET LEDGER-AT-END     TO  TRUE
                   NOT AT END
                      PERFORM REVALUE-ONE-RECEIVABLE
              END-READ
           END-PERFORM.
           CLOSE RECEIVABLE-LEDGER.
           IF NOT CUSTOMER-NOT-PRESENT
              CLOSE CUSTOMER
           END-IF.

       REVALUE-ONE-RECEIVABLE.
           IF RV-INVOICE-DATE > PERIOD-END-DATE
              EXIT PARAGRAPH
           END-IF.
           IF NOT RV-OPEN AND RV-PAID-DATE NOT > PERIOD-END-DATE
              EXIT PARAGRAPH
           END-IF.
           IF RV-CUST-RES-ID(1:3) = "ADM"
              EXIT PARAGRAPH
           END-IF.
           MOVE "AR"                       TO  W-SIDE.
           MOVE RV-CUST-RES-ID             TO  W-RES-ID.
           MOVE RV-ACCT-ID                 TO  W-REF.
           MOVE RV-AMOUNT                  TO  W-AMOUNT.
           MOVE SPACES                     TO  W-CURRENCY.
           MOVE 0                          TO  W-BOOKED-RATE.
           IF CUSTOMER-NOT-PRESENT
              MOVE "RESERVATION NOT FOUND"  TO  W-EXCEPTION-TEXT
              PERFORM WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF.
           MOVE RV-CUST-RES-ID             TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   MOVE "RESERVATION NOT FOUND"
                                           TO  W-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ.
           IF PAYMENT-CURRENCY = "USD" OR PAYMENT-CURRENCY = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE PAYMENT-CURRENCY           TO  W-CURRENCY.
           IF EXCH-RATE NOT NUMERIC OR EXCH-RATE = 0
              MOVE "NO BOOKED RATE ON RESERVATION"
                                           TO  W-EXCEPTION-TEXT
              PERFORM WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF.
           MOVE EXCH-RATE                  TO  W-BOOKED-RATE.
           PERFORM FIND-PERIOD-RATE.
           IF PERIOD-RATE-MISSING
              MOVE "NO PERIOD-END RATE"     TO  W-EXCEPTION-TEXT
              PERFORM WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-GAIN-LOSS.
           ADD 1                           TO  RT-AR-ITEMS(RATE-IDX).
           ADD W-GAIN-LOSS             TO  RT-AR-GAIN-LOSS(RATE-IDX).
           ADD 1                           TO  AR-ITEM-COUNT.
           PERFORM WRITE-ITEM-LINE.

      *****************************************************************
      *    PARTNER PAYABLES - A COUPON ACCEPTED BY THE PERIOD END
      *    COUNTS IF IT IS STILL PAYABLE OR WAS SETTLED AFTER IT.
      *****************************************************************
       REVALUE-PAYABLES.
           OPEN INPUT PAID-COUPON.
           IF PAID-COUPON-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL COUPON-AT-END
              READ PAID-COUPON NEXT
                   AT END
                      SET COUPON-AT-END     TO  TRUE
                   NOT AT END
                      PERFORM REVALUE-ONE-PAYABLE
              END-READ
           END-PERFORM.
           CLOSE PAID-COUPON.

       REVALUE-ONE-PAYABLE.
           IF IP-ACCEPTED-DATE > PERIOD-END-DATE
              EXIT PARAGRAPH
           END-IF.
           IF IP-SETTLED AND IP-SETTLED-DATE NOT > PERIOD-END-DATE
              EXIT PARAGRAPH
           END-IF.
           IF IP-CURRENCY = "USD" OR IP-CURRENCY = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE "AP"                       TO  W-SIDE.
           MOVE IP-CUST-RES-ID             TO  W-RES-ID.
           MOVE IP-TICKET-NO               TO  W-REF.
           MOVE IP-PAID-AMT                TO  W-AMOUNT.
           MOVE IP-CURRENCY                TO  W-CURRENCY.
           MOVE 0                          TO  W-BOOKED-RATE.
           IF IP-BOOKED-RATE NOT NUMERIC OR IP-BOOKED-RATE = 0
              MOVE "NO BOOKED RATE ON COUPON" TO  W-EXCEPTION-TEXT
              PERFORM WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF.
           MOVE IP-BOOKED-RATE             TO  W-BOOKED-RATE.
           PERFORM FIND-PERIOD-RATE.
           IF PERIOD-RATE-MISSING
              MOVE "NO PERIOD-END RATE"     TO  W-EXCEPTION-TEXT
              PERFORM WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-GAIN-LOSS.
      *    A PAYABLE THAT NOW COSTS MORE IN USD IS A LOSS TO US.
           COMPUTE W-GAIN-LOSS = 0 - W-GAIN-LOSS.
           ADD 1                           TO  RT-AP-ITEMS(RATE-IDX).
           ADD W-GAIN-LOSS             TO  RT-AP-GAIN-LOSS(RATE-IDX).
           ADD 1                           TO  AP-ITEM-COUNT.
           PERFORM WRITE-ITEM-LINE.

       COMPUTE-GAIN-LOSS.
           COMPUTE W-BOOKED-VALUE ROUNDED = W-AMOUNT * W-BOOKED-RATE.
           COMPUTE W-PERIOD-VALUE ROUNDED =
                   W-AMOUNT * RT-RATE(RATE-IDX).
           COMPUTE W-GAIN-LOSS = W-PERIOD-VALUE - W-BOOKED-VALUE.

      *****************************************************************
      *    PERIOD-END RATE - LOOKED UP ONCE PER CURRENCY AND KEPT IN
      *    RATE-TABLE.  A CURRENCY THAT WILL NOT FIT COMES BACK WITH NO
      *    RATE AND ITS ITEMS ARE LISTED AS EXCEPTIONS.
      *****************************************************************
       FIND-PERIOD-RATE.
           SET PERIOD-RATE-MISSING         TO  TRUE.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
              IF RT-CURRENCY(RATE-IDX) = W-CURRENCY
                 IF NOT RT-NO-RATE(RATE-IDX)
                    SET PERIOD-RATE-FOUND  TO  TRUE
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF RATE-COUNT NOT < RATE-MAX
              DISPLAY "FXREVAL - MORE THAN " RATE-MAX
                      " CURRENCIES, " W-CURRENCY " NOT REVALUED"
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  RATE-COUNT.
           MOVE RATE-COUNT                 TO  RATE-IDX.
           MOVE W-CURRENCY                 TO  RT-CURRENCY(RATE-IDX).
           PERFORM LOAD-PERIOD-RATE.
           IF NOT RT-NO-RATE(RATE-IDX)
              SET PERIOD-RATE-FOUND        TO  TRUE
           END-IF.

       LOAD-PERIOD-RATE.
           MOVE W-CURRENCY                 TO  RH-CURRENCY.
           MOVE PERIOD-END-DATE            TO  RH-RATE-DATE.
           READ RATE-HISTORY
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF RH-PERIOD-END-RATE AND RH-RATE > 0
                      MOVE RH-RATE         TO  RT-RATE(RATE-IDX)
                      MOVE RH-RATE-DATE    TO  RT-RATE-DATE(RATE-IDX)
                      SET RT-CLOSING-REUSED(RATE-IDX) TO TRUE
                      EXIT PARAGRAPH
                   END-IF
           END-READ.
      *    NO CLOSING RATE YET - TAKE THE LATEST RATE KEYED ON OR
      *    BEFORE THE PERIOD END.
           MOVE 0                          TO  W-HIST-RATE.
           MOVE 0                          TO  W-HIST-DATE.
           MOVE W-CURRENCY                 TO  RH-CURRENCY.
           MOVE 0                          TO  RH-RATE-DATE.
           SET HIST-SCAN-MORE              TO  TRUE.
           START RATE-HISTORY KEY IS NOT < RH-KEY
                 INVALID KEY
                    SET HIST-SCAN-DONE     TO  TRUE
           END-START.
           PERFORM UNTIL HIST-SCAN-DONE
              READ RATE-HISTORY NEXT
                   AT END
                      SET HIST-SCAN-DONE    TO  TRUE
                   NOT AT END
                      IF RH-CURRENCY NOT = W-CURRENCY OR
                         RH-RATE-DATE > PERIOD-END-DATE
                         SET HIST-SCAN-DONE TO  TRUE
                      ELSE
                         IF RH-RATE > 0
                            MOVE RH-RATE    TO  W-HIST-RATE
                            MOVE RH-RATE-DATE
                                            TO  W-HIST-DATE
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           IF W-HIST-RATE > 0
              SET RT-FIXED-FROM-HISTORY(RATE-IDX) TO TRUE
           ELSE
              PERFORM READ-CURRENT-RATE
           END-IF.
           IF W-HIST-RATE = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE W-HIST-RATE                TO  RT-RATE(RATE-IDX).
           MOVE W-HIST-DATE                TO  RT-RATE-DATE(RATE-IDX).
           PERFORM FIX-CLOSING-RATE.

       READ-CURRENT-RATE.
      *    NOTHING IN THE HISTORY - "currrate" WILL DO IF ITS RATE WAS
      *    ALREADY IN FORCE AT THE PERIOD END.
           OPEN INPUT CURRENCY-RATE.
           IF CURR-RATE-NOT-FOUND
              CLOSE CURRENCY-RATE
              EXIT PARAGRAPH
           END-IF.
           MOVE W-CURRENCY                 TO  CR-CURRENCY.
           READ CURRENCY-RATE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF CR-RATE > 0 AND
                      CR-RATE-DATE NOT > PERIOD-END-DATE
                      MOVE CR-RATE         TO  W-HIST-RATE
                      MOVE CR-RATE-DATE    TO  W-HIST-DATE
                      SET RT-FIXED-FROM-CURRRATE(RATE-IDX) TO TRUE
                   END-IF
           END-READ.
           CLOSE CURRENCY-RATE.

       FIX-CLOSING-RATE.
      *    RECORD THE RATE AS THE CLOSING RATE FOR THE PERIOD-END
      *    DATE SO A RERUN USES EXACTLY THE SAME FIGURE.
           MOVE W-CURRENCY                 TO  RH-CURRENCY.
           MOVE PERIOD-END-DATE            TO  RH-RATE-DATE.
           MOVE W-HIST-RATE                TO  RH-RATE.
           SET RH-PERIOD-END-RATE          TO  TRUE.
           MOVE TODAY-DATE                 TO  RH-RECORDED-DATE.
           MOVE WS-OPERATOR-ID             TO  RH-RECORDED-BY.
           WRITE RATE-HISTORY-RECORD
                 INVALID KEY
                    REWRITE RATE-HISTORY-RECORD
           END-WRITE.

       WRITE-ITEM-LINE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE W-SIDE                     TO  RPT-RECORD(1:2).
           MOVE W-RES-ID                   TO  RPT-RECORD(4:11).
           MOVE W-REF                      TO  RPT-RECORD(16:13).
           MOVE W-CURRENCY                 TO  RPT-RECORD(30:3).
           MOVE W-AMOUNT                   TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(34:11).
           MOVE W-BOOKED-RATE              TO  RPT-RATE.
           MOVE RPT-RATE                   TO  RPT-RECORD(47:10).
           MOVE RT-RATE(RATE-IDX)          TO  RPT-RATE.
           MOVE RPT-RATE                   TO  RPT-RECORD(58:10).
           MOVE W-GAIN-LOSS                TO  RPT-SIGNED-AMT.
           MOVE RPT-SIGNED-AMT             TO  RPT-RECORD(69:12).
           WRITE RPT-RECORD.

       WRITE-EXCEPTION.
           ADD 1                           TO  EXCEPTION-COUNT.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE W-SIDE                     TO  RPT-RECORD(1:2).
           MOVE W-RES-ID                   TO  RPT-RECORD(4:11).
           MOVE W-REF                      TO  RPT-RECORD(16:13).
           MOVE W-CURRENCY                 TO  RPT-RECORD(30:3).
           MOVE W-AMOUNT                   TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(34:11).
           MOVE "** "                      TO  RPT-RECORD(47:3).
           MOVE W-EXCEPTION-TEXT           TO  RPT-RECORD(50:30).
           WRITE RPT-RECORD.

      *****************************************************************
      *    JOURNAL - ONE BALANCED PAIR PER CURRENCY AND SIDE AT THE
      *    PERIOD END, AND ITS REVERSAL ON THE FIRST OF THE NEXT.
      *****************************************************************
       WRITE-REVAL-JOURNAL.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
              PERFORM JOURNAL-ONE-CURRENCY
           END-PERFORM.

       JOURNAL-ONE-CURRENCY.
           IF RT-AR-GAIN-LOSS(RATE-IDX) NOT = 0
              IF RT-AR-GAIN-LOSS(RATE-IDX) > 0
                 MOVE "1100"               TO  W-DR-ACCOUNT
                 MOVE "7800"               TO  W-CR-ACCOUNT
                 MOVE RT-AR-GAIN-LOSS(RATE-IDX) TO W-JOURNAL-AMT
              ELSE
                 MOVE "7800"               TO  W-DR-ACCOUNT
                 MOVE "1100"               TO  W-CR-ACCOUNT
                 COMPUTE W-JOURNAL-AMT = 0 - RT-AR-GAIN-LOSS(RATE-IDX)
              END-IF
              MOVE "AR"                    TO  W-SIDE
              PERFORM WRITE-REVAL-PAIR
           END-IF.
           IF RT-AP-GAIN-LOSS(RATE-IDX) NOT = 0
              IF RT-AP-GAIN-LOSS(RATE-IDX) > 0
                 MOVE "2300"               TO  W-DR-ACCOUNT
                 MOVE "7800"               TO  W-CR-ACCOUNT
                 MOVE RT-AP-GAIN-LOSS(RATE-IDX) TO W-JOURNAL-AMT
              ELSE
                 MOVE "7800"               TO  W-DR-ACCOUNT
                 MOVE "2300"               TO  W-CR-ACCOUNT
                 COMPUTE W-JOURNAL-AMT = 0 - RT-AP-GAIN-LOSS(RATE-IDX)
              END-IF
              MOVE "AP"                    TO  W-SIDE
              PERFORM WRITE-REVAL-PAIR
           END-IF.

       WRITE-REVAL-PAIR.
           MOVE SPACES                     TO  W-SOURCE-ID.
           STRING "FXRV-" RT-CURRENCY(RATE-IDX) "-" W-SIDE
                                            DELIMITED BY SIZE
                  INTO W-SOURCE-ID
           END-STRING.
           MOVE PERIOD-END-DATE            TO  W-POST-DATE.
           MOVE W-DR-ACCOUNT               TO  JR-ACCOUNT.
           PERFORM WRITE-DEBIT-LINE.
           MOVE W-CR-ACCOUNT               TO  JR-ACCOUNT.
           PERFORM WRITE-CREDIT-LINE.
           MOVE "FXRR"                     TO  W-SOURCE-ID(1:4).
           MOVE NEXT-PERIOD-START-NUM      TO  W-POST-DATE.
           MOVE W-CR-ACCOUNT               TO  JR-ACCOUNT.
           PERFORM WRITE-DEBIT-LINE.
           MOVE W-DR-ACCOUNT               TO  JR-ACCOUNT.
           PERFORM WRITE-CREDIT-LINE.

       WRITE-DEBIT-LINE.
           MOVE W-JOURNAL-AMT              TO  JR-DEBIT-AMT.
           MOVE 0                          TO  JR-CREDIT-AMT.
           MOVE W-SOURCE-ID                TO  JR-SOURCE-ID.
           MOVE W-POST-DATE                TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.
           ADD 1                           TO  JOURNAL-COUNT.
           ADD W-JOURNAL-AMT               TO  TOTAL-DEBITS.

       WRITE-CREDIT-LINE.
           MOVE 0                          TO  JR-DEBIT-AMT.
           MOVE W-JOURNAL-AMT              TO  JR-CREDIT-AMT.
           MOVE W-SOURCE-ID                TO  JR-SOURCE-ID.
           MOVE W-POST-DATE                TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.
           ADD 1                           TO  JOURNAL-COUNT.
           ADD W-JOURNAL-AMT               TO  TOTAL-CREDITS.

       TERMINATE-REVALUATION.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "RATES USED AT PERIOD END" TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "CUR"                      TO  RPT-RECORD(1:3).
           MOVE "RATE"                     TO  RPT-RECORD(8:4).
           MOVE "AS OF"                    TO  RPT-RECORD(17:5).
           MOVE "SOURCE"                   TO  RPT-RECORD(27:6).
           MOVE "AR GAIN/LOSS"             TO  RPT-RECORD(44:12).
           MOVE "AP GAIN/LOSS"             TO  RPT-RECORD(62:12).
           WRITE RPT-RECORD.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
              PERFORM WRITE-RATE-LINE
           END-PERFORM.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "RECEIVABLES REVALUED"     TO  RPT-RECORD(1:20).
           MOVE AR-ITEM-COUNT              TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(30:5).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "PARTNER PAYABLES REVALUED" TO RPT-RECORD(1:25).
           MOVE AP-ITEM-COUNT              TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(30:5).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "EXCEPTIONS (NOT REVALUED)" TO RPT-RECORD(1:25).
           MOVE EXCEPTION-COUNT            TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(30:5).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "JOURNAL RECORDS"          TO  RPT-RECORD(1:15).
           MOVE JOURNAL-COUNT              TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(30:5).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "TOTAL DEBITS"             TO  RPT-RECORD(1:12).
           MOVE TOTAL-DEBITS               TO  RPT-TOTAL.
           MOVE RPT-TOTAL                  TO  RPT-RECORD(30:14).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "TOTAL CREDITS"            TO  RPT-RECORD(1:13).
           MOVE TOTAL-CREDITS              TO  RPT-TOTAL.
           MOVE RPT-TOTAL                  TO  RPT-RECORD(30:14).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           IF TOTAL-DEBITS = TOTAL-CREDITS
              MOVE "JOURNAL IN BALANCE"    TO  RPT-RECORD
           ELSE
              MOVE "*** JOURNAL OUT OF BALANCE ***"
                                           TO  RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.
           CLOSE RATE-HISTORY.
           CLOSE REVAL-JOURNAL.
           CLOSE REVAL-RPT.
           MOVE "FXREVAL"                  TO  RPG-REPORT-ID.
           MOVE "fxrvrpt"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "FXREVAL"                  TO  RPG-PROGRAM.
           MOVE WS-OPERATOR-ID             TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "FXREVAL - PERIOD " WS-PERIOD " REVALUED, "
                   JOURNAL-COUNT " JOURNAL RECORD(S) ON fxreval, "
                   EXCEPTION-COUNT " EXCEPTION(S) - SEE fxrvrpt".

       WRITE-RATE-LINE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE RT-CURRENCY(RATE-IDX)      TO  RPT-RECORD(1:3).
           EVALUATE TRUE
              WHEN RT-NO-RATE(RATE-IDX)
                 MOVE "NO RATE - ITEMS NOT REVALUED"
                                           TO  RPT-RECORD(8:28)
                 WRITE RPT-RECORD
                 EXIT PARAGRAPH
              WHEN RT-CLOSING-REUSED(RATE-IDX)
                 MOVE "CLOSING RATE"       TO  RPT-RECORD(27:14)
              WHEN RT-FIXED-FROM-HISTORY(RATE-IDX)
                 MOVE "RATE HISTORY"       TO  RPT-RECORD(27:14)
              WHEN RT-FIXED-FROM-CURRRATE(RATE-IDX)
                 MOVE "CURRENT RATE"       TO  RPT-RECORD(27:14)
           END-EVALUATE.
           MOVE RT-RATE(RATE-IDX)          TO  RPT-RATE.
           MOVE RPT-RATE                   TO  RPT-RECORD(5:10).
           MOVE RT-RATE-DATE(RATE-IDX)     TO  RPT-RECORD(17:8).
           MOVE RT-AR-GAIN-LOSS(RATE-IDX)  TO  RPT-SIGNED-AMT.
           MOVE RPT-SIGNED-AMT             TO  RPT-RECORD(44:12).
           MOVE RT-AP-GAIN-LOSS(RATE-IDX)  TO  RPT-SIGNED-AMT.
           MOVE RPT-SIGNED-AMT             TO  RPT-RECORD(62:12).
           WRITE RPT-RECORD.
