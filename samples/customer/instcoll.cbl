       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      INSTCOLL.

      ******************************************************************
      *    INSTCOLL.CBL
      *    NIGHTLY PAY-LATER INSTALLMENT COLLECTION - WORKS EVERY
      *    ACTIVE PLAN ON "instplan" (WRITTEN BY CUSTOMER0 WHEN A
      *    PASSENGER PUTS DOWN A DEPOSIT AND SCHEDULES THE BALANCE).
      *    FOR EACH PLAN, AGAINST ITS NEXT UNPAID INSTALLMENT:
      *      - IC-REMIND-DAYS BEFORE THE DUE DATE A REMINDER GOES OUT
      *        THROUGH MAILSEND (CLASS "R"), ONCE PER INSTALLMENT;
      *      - ON OR AFTER THE DUE DATE THE STORED CARD TOKEN IS
      *        DETOKENIZED (CARDVLT) AND THE PAYMENT AUTHORIZED
      *        THROUGH PAYAUTH.  AN EARLIER INSTALLMENT THAT DECLINES
      *        IS TRIED AGAIN EACH NIGHT AND THE PASSENGER IS TOLD
      *        (CLASS "D") ON THE FIRST DECLINE;
      *      - THE FINAL INSTALLMENT TAKES WHATEVER IS STILL OWED.
      *        IF IT DECLINES THE BOOKING IS CANCELLED UNDER THE
      *        PUBLISHED "IP" FORFEIT RULE IN "feesched" (NO RULE ON
      *        FILE: THE DEPOSIT IS FORFEIT AND INSTALLMENTS PAID COME
      *        BACK) - PASSENGER TOLD (CLASS "X") WHILE THE RECORD
      *        STILL EXISTS, RESERVATION DELETED, fltinv SEAT
      *        RELEASED, REFUND WRITTEN TO "refundlg" FOR REFDISB;
      *      - ONCE THE FARE IS PAID IN FULL THE HOLD IS LIFTED, THE
      *        E-TICKET IS ISSUED FROM THE SAME "tktctr" SERIES THE
      *        BOOKING SCREEN USES, MILES POST AND THE CONFIRMATION
      *        GOES OUT - NO TICKET IS EVER ISSUED BEFORE THAT.
      *    A PLAN WHOSE RESERVATION HAS BEEN CANCELLED OR IS NO LONGER
      *    ON A PAY-LATER HOLD IS VOIDED.  INSTALLMENTS TAKEN ARE
      *    ADDED TO THE RESERVATION'S TOTAL-COLLECTED-AMT, AND EACH IS
      *    WRITTEN TO "collitem" AS A DATED COLLECTION ITEM AND
      *    JOURNALED AS A PAYMENT, SO THE SAME NIGHT'S SETLBAT PRESENTS
      *    IT FOR CAPTURE AND GLEXTR POSTS IT.  EVERY ACTION GOES TO
      *    THE "instcoll" REPORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALLMENT-PLAN
                  ASSIGN TO DISK "instplan"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IP-CUST-RES-ID
                  FILE STATUS IS INST-PLAN-STATUS.

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

           SELECT FEE-SCHEDULE
                  ASSIGN TO DISK "feesched"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FS-KEY
                  FILE STATUS IS FEE-SCHED-STATUS.

           SELECT REFUND-LOG
                  ASSIGN TO DISK "refundlg"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REFUND-LOG-STATUS.

           SELECT TICKET-LEDGER
                  ASSIGN TO DISK "tktledgr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TL-TICKET-NO
                  FILE STATUS IS TKT-LEDGER-STATUS.

           SELECT TICKET-COUNTER
                  ASSIGN TO DISK "tktctr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TC-KEY
                  FILE STATUS IS TKT-CTR-STATUS.

           SELECT FFP-MEMBER
                  ASSIGN TO DISK "ffpmem"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FFP-NAME-KEY
                  FILE STATUS IS FFP-STATUS.

           SELECT COLLECTION-ITEM
                  ASSIGN TO DISK "collitem"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS DC-KEY
                  ALTERNATE RECORD KEY IS DC-CUST-RES-ID
                                          WITH DUPLICATES
                  FILE STATUS IS COLL-ITEM-STATUS.

           SELECT COLLECT-RPT
                  ASSIGN TO DISK "instcoll"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  INSTALLMENT-PLAN.
       COPY instplan.

       FD  CUSTOMER.
       COPY custrec.

       FD  FEE-SCHEDULE.
       COPY feesched.

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

       FD  TICKET-LEDGER.
       COPY tktledgr.

       FD  TICKET-COUNTER.
       COPY tktctr.

       FD  FFP-MEMBER.
       COPY ffpmem.

       FD  COLLECTION-ITEM.
       COPY collitem.

       FD  COLLECT-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  INST-PLAN-STATUS               PIC X(02).
           88 INST-PLAN-NOT-PRESENT                   VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  FEE-SCHED-STATUS               PIC X(02).
           88 FEE-SCHED-NOT-FOUND                     VALUE "35".
       01  REFUND-LOG-STATUS              PIC X(02).
           88 REFUND-LOG-NOT-PRESENT                  VALUE "35".
       01  TKT-LEDGER-STATUS              PIC X(02).
           88 TKT-LEDGER-NOT-PRESENT                  VALUE "35".
       01  TKT-CTR-STATUS                 PIC X(02).
           88 TKT-CTR-NOT-PRESENT                     VALUE "35".
       01  FFP-STATUS                     PIC X(02).
           88 FFP-NOT-PRESENT                         VALUE "35".
       01  COLL-ITEM-STATUS               PIC X(02).
           88 COLL-ITEM-NOT-PRESENT                   VALUE "35".
       01  COLL-ITEM-SWITCH               PIC 9       VALUE 0.
           88 COLL-ITEM-WRITTEN                       VALUE 1.
           88 COLL-ITEM-NOT-WRITTEN                   VALUE 0.
       01  RPT-STATUS                     PIC X(02).
       01  PLAN-EOF-SWITCH                PIC 9       VALUE 0.
           88 PLAN-AT-END                             VALUE 1.
           88 PLAN-NOT-AT-END                         VALUE 0.
       01  TODAY-DATE.
           03 TODAY-YY                    PIC 9(04).
           03 TODAY-MM                    PIC 9(02).
           03 TODAY-DD                    PIC 9(02).
       01  TODAY-DATE-NUM REDEFINES TODAY-DATE
                                           PIC 9(08).
       01  IC-REMIND-DAYS                 PIC 9(02)   VALUE 7.
       01  IC-TODAY-INT                   PIC 9(07)   VALUE 0.
       01  IC-DAYS-LEFT                   PIC S9(05)  VALUE 0.
       01  IC-NEXT                        PIC 9(01)   VALUE 0.
       01  IC-IDX                         PIC 9(01)   VALUE 0.
       01  IC-CHARGE-AMT                  PIC 9(07)V99 VALUE 0.
       01  IC-REFUND-AMT                  PIC 9(07)V99 VALUE 0.
       01  IC-REFUND-PCT                  PIC 9V99    VALUE 0.
       01  IC-AMT-DISPLAY                 PIC ZZZZZZ9.99.
       01  IC-REFUND-DISPLAY              PIC ZZZZZZ9.99.
       01  IC-FINAL-SWITCH                PIC 9       VALUE 0.
           88 IC-FINAL-INSTALLMENT                    VALUE 1.
           88 IC-EARLIER-INSTALLMENT                  VALUE 0.
       01  FS-BRACKET-SWITCH              PIC 9       VALUE 0.
           88 FS-BRACKET-FOUND                        VALUE 1.
           88 FS-BRACKET-NOT-FOUND                    VALUE 0.
       01  FS-BEST-REFUND-PCT             PIC 9V99    VALUE 0.
       01  REMINDED-COUNT                 PIC 9(05)   VALUE 0.
       01  COLLECTED-COUNT                PIC 9(05)   VALUE 0.
       01  DECLINED-COUNT                 PIC 9(05)   VALUE 0.
       01  TICKETED-COUNT                 PIC 9(05)   VALUE 0.
       01  LAPSED-COUNT                   PIC 9(05)   VALUE 0.
       01  VOIDED-COUNT                   PIC 9(05)   VALUE 0.
       01  COLLECTED-TOTAL-AMT            PIC 9(09)V99 VALUE 0.
       01  TOTAL-AMT-DISPLAY              PIC ZZZZZZZZ9.99.
       01  W-TKT-CNTR                     PIC 9(09)   VALUE 0.
       01  MAIL-RESULT                    PIC X(01)   VALUE SPACES.
       01  MAIL-LANG                      PIC X(01)   VALUE "E".
       01  MAIL-CLASS                     PIC X(01)   VALUE "O".
       01  MAIL-OPTIN                     PIC X(01)   VALUE "Y".
       01  CVT-FUNC                       PIC X(01)   VALUE SPACES.
       01  CVT-CARD-NO                    PIC X(16)   VALUE SPACES.
       01  CVT-TOKEN                      PIC X(16)   VALUE SPACES.
       01  CVT-RESULT                     PIC X(01)   VALUE SPACES.
       01  AUTH-RESULT                    PIC X(01)   VALUE SPACES.
           88 AUTH-DECLINED                           VALUE "D".
       01  FLP-TYPE                       PIC X(02)   VALUE "AC".
       01  FLP-MILES                      PIC S9(07)  VALUE 0.
       01  FLP-REF                        PIC X(13)   VALUE SPACES.
       01  FLP-OP-ID                      PIC X(05)   VALUE "BATCH".
       01  FLP-RESULT                     PIC X(01)   VALUE SPACES.
       01  FI-ADJ-FLIGHT                  PIC X(07)   VALUE SPACES.
       01  FI-ADJ-TYPE                    PIC X(02)   VALUE SPACES.
       01  FI-ADJUSTMENT                  PIC S9(03)  VALUE 0.
       01  FI-CALL-RESULT                 PIC X(01)   VALUE SPACES.
       COPY bkjparm.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-COLLECTION.
           PERFORM UNTIL PLAN-AT-END
              READ INSTALLMENT-PLAN NEXT
                   AT END
                      SET PLAN-AT-END       TO  TRUE
                   NOT AT END
                      IF IP-ACTIVE
                         PERFORM WORK-ONE-PLAN
                      END-IF
              END-READ
           END-PERFORM.
           PERFORM TERMINATE-COLLECTION.
           STOP RUN.

       INITIALIZE-COLLECTION.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           COMPUTE IC-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM).
           OPEN I-O INSTALLMENT-PLAN.
           IF INST-PLAN-NOT-PRESENT
              CLOSE INSTALLMENT-PLAN
              OPEN OUTPUT INSTALLMENT-PLAN
              CLOSE INSTALLMENT-PLAN
              OPEN I-O INSTALLMENT-PLAN
           END-IF.
           OPEN I-O CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "INSTCOLL - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN I-O COLLECTION-ITEM.
           IF COLL-ITEM-NOT-PRESENT
              CLOSE COLLECTION-ITEM
              OPEN OUTPUT COLLECTION-ITEM
              CLOSE COLLECTION-ITEM
              OPEN I-O COLLECTION-ITEM
           END-IF.
           OPEN OUTPUT COLLECT-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "PAY-LATER INSTALLMENT COLLECTION - "
                  TODAY-MM "/" TODAY-DD "/" TODAY-YY
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       WORK-ONE-PLAN.
           MOVE IP-CUST-RES-ID              TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   PERFORM VOID-PLAN
                   EXIT PARAGRAPH
           END-READ.
           IF NOT (RES-HELD AND HOLD-INSTALLMENT-PLAN)
              PERFORM VOID-PLAN
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-NEXT-INSTALLMENT.
           IF IC-NEXT = 0 OR IP-PAID-AMT NOT < IP-FARE-AMT
              PERFORM FINISH-PAID-PLAN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE IC-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(IP-DUE-DATE(IC-NEXT))
                 - IC-TODAY-INT.
           IF IC-DAYS-LEFT > 0
              IF IC-DAYS-LEFT NOT > IC-REMIND-DAYS AND
                 IP-REMIND-DATE(IC-NEXT) = 0
                 PERFORM SEND-REMINDER
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM COLLECT-INSTALLMENT.

       FIND-NEXT-INSTALLMENT.
      *    THE EARLIEST INSTALLMENT STILL OPEN; ZERO WHEN ALL ARE PAID.
      *    IT IS THE FINAL PAYMENT WHEN IT IS THE LAST IN THE PLAN OR
      *    THE LAST DUE DATE HAS COME WITH AN EARLIER ONE STILL UNPAID.
           MOVE 0                           TO  IC-NEXT.
           PERFORM VARYING IC-IDX FROM 1 BY 1
                   UNTIL IC-IDX > IP-INST-COUNT OR IC-NEXT NOT = 0
              IF IP-INST-OPEN(IC-IDX)
                 MOVE IC-IDX                TO  IC-NEXT
              END-IF
           END-PERFORM.
           IF IC-NEXT = IP-INST-COUNT OR
              IP-DUE-DATE(IP-INST-COUNT) NOT > TODAY-DATE-NUM
              SET IC-FINAL-INSTALLMENT      TO  TRUE
           ELSE
              SET IC-EARLIER-INSTALLMENT    TO  TRUE
           END-IF.

       SEND-REMINDER.
           MOVE "R"                         TO  MAIL-CLASS.
           CALL "MAILSEND" USING CUST-EMAIL, CUST-FNAME,
                CUST-LNAME, FLIGHT-ID, SEAT-NUMBER, MAIL-RESULT,
                MAIL-LANG,
                MAIL-CLASS, MAIL-OPTIN, CUST-RES-ID.
           MOVE TODAY-DATE-NUM              TO  IP-REMIND-DATE(IC-NEXT).
           REWRITE INSTALLMENT-PLAN-RECORD.
           ADD 1                            TO  REMINDED-COUNT.
           MOVE IP-DUE-AMT(IC-NEXT)         TO  IC-AMT-DISPLAY.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING "REMINDED " CUST-RES-ID " "
                  CUST-FNAME(1:12) " " CUST-LNAME(1:15)
                  " DUE " IP-DUE-DATE(IC-NEXT) " " IC-AMT-DISPLAY
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       COLLECT-INSTALLMENT.
      *    THE FINAL PAYMENT SWEEPS UP ANYTHING STILL OWED, SO AN
      *    EARLIER INSTALLMENT LEFT DECLINED IS NOT LOST.
           IF IC-FINAL-INSTALLMENT
              COMPUTE IC-CHARGE-AMT = IP-FARE-AMT - IP-PAID-AMT
           ELSE
              MOVE IP-DUE-AMT(IC-NEXT)      TO  IC-CHARGE-AMT
           END-IF.
           MOVE IC-CHARGE-AMT               TO  IC-AMT-DISPLAY.
      *    THE NETWORK NEEDS THE REAL NUMBER, SO DETOKENIZE ONLY FOR
      *    THE AUTHORIZATION CALL.
           MOVE "D"                         TO  CVT-FUNC.
           MOVE IP-CARD-TOKEN               TO  CVT-TOKEN.
           MOVE SPACES                      TO  CVT-CARD-NO.
           CALL "CARDVLT" USING CVT-FUNC, CVT-CARD-NO, CVT-TOKEN,
                CVT-RESULT.
           CALL "PAYAUTH" USING IP-PAYMENT-TYPE, IC-CHARGE-AMT,
                                 CVT-CARD-NO, AUTH-RESULT.
           MOVE SPACES                      TO  CVT-CARD-NO.
           IF AUTH-DECLINED
              ADD 1                         TO  IP-TRIES(IC-NEXT)
              IF IC-FINAL-INSTALLMENT
                 PERFORM CANCEL-LAPSED-PLAN
              ELSE
                 PERFORM RECORD-DECLINE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF IC-FINAL-INSTALLMENT
              PERFORM VARYING IC-IDX FROM 1 BY 1
                      UNTIL IC-IDX > IP-INST-COUNT
                 IF IP-INST-OPEN(IC-IDX)
                    SET IP-INST-PAID(IC-IDX) TO  TRUE
                    MOVE TODAY-DATE-NUM     TO  IP-PAID-DATE(IC-IDX)
                 END-IF
              END-PERFORM
           ELSE
              SET IP-INST-PAID(IC-NEXT)     TO  TRUE
              MOVE TODAY-DATE-NUM           TO  IP-PAID-DATE(IC-NEXT)
           END-IF.
           ADD IC-CHARGE-AMT                TO  IP-PAID-AMT.
           MOVE TODAY-DATE-NUM              TO  IP-STATUS-DATE.
           REWRITE INSTALLMENT-PLAN-RECORD.
           ADD IC-CHARGE-AMT                TO  TOTAL-COLLECTED-AMT.
           REWRITE CUSTOMER-RECORD.
           PERFORM WRITE-COLLECTION-ITEM.
           INITIALIZE BKJRNL-PARMS.
           SET BKJ-PAYMENT                  TO  TRUE.
           MOVE "INSTALMENT"                TO  BKJ-DETAIL.
           PERFORM WRITE-BOOKING-JOURNAL.
           ADD 1                            TO  COLLECTED-COUNT.
           ADD IC-CHARGE-AMT                TO  COLLECTED-TOTAL-AMT.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING "COLLECTD " CUST-RES-ID " "
                  CUST-FNAME(1:12) " " CUST-LNAME(1:15)
                  " INST " IC-NEXT " OF " IP-INST-COUNT " "
                  IC-AMT-DISPLAY
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF IP-PAID-AMT NOT < IP-FARE-AMT
              PERFORM FINISH-PAID-PLAN
           END-IF.

       WRITE-COLLECTION-ITEM.
      *    THE AUTHORIZATION IS NOT MONEY - THIS ITEM IS WHAT SETLBAT
      *    PRESENTS FOR CAPTURE TONIGHT AND WHAT GLEXTR POSTS.  A
      *    SECOND ITEM FOR THE RESERVATION ON THE SAME DATE TAKES THE
      *    NEXT FREE SEQUENCE.
           MOVE SPACES                      TO  COLLECTION-ITEM-RECORD.
           MOVE TODAY-DATE-NUM              TO  DC-COLLECT-DATE.
           MOVE CUST-RES-ID                 TO  DC-CUST-RES-ID.
           SET DC-INSTALLMENT               TO  TRUE.
           MOVE IP-PAYMENT-TYPE             TO  DC-PAYMENT-TYPE.
           MOVE IP-CARD-TOKEN               TO  DC-CARD-TOKEN.
           MOVE IC-CHARGE-AMT               TO  DC-AMOUNT.
           MOVE IP-CURRENCY                 TO  DC-CURRENCY.
           MOVE "INSTCOLL"                  TO  DC-PROGRAM.
           MOVE FLP-OP-ID                   TO  DC-OP-ID.
           MOVE 0                           TO  DC-SETTLE-DATE.
           SET COLL-ITEM-NOT-WRITTEN        TO  TRUE.
           PERFORM VARYING DC-SEQ FROM 1 BY 1
                    UNTIL COLL-ITEM-WRITTEN OR DC-SEQ = 99
              WRITE COLLECTION-ITEM-RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET COLL-ITEM-WRITTEN TO TRUE
              END-WRITE
           END-PERFORM.

       RECORD-DECLINE.
      *    THE PASSENGER HEARS ABOUT THE FIRST DECLINE; AFTER THAT THE
      *    CARD IS SIMPLY TRIED AGAIN EACH NIGHT.
           REWRITE INSTALLMENT-PLAN-RECORD.
           ADD 1                            TO  DECLINED-COUNT.
           IF IP-TRIES(IC-NEXT) = 1
              MOVE "D"                      TO  MAIL-CLASS
              CALL "MAILSEND" USING CUST-EMAIL, CUST-FNAME,
                   CUST-LNAME, FLIGHT-ID, SEAT-NUMBER, MAIL-RESULT,
                   MAIL-LANG,
                   MAIL-CLASS, MAIL-OPTIN, CUST-RES-ID
           END-IF.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING "DECLINED " CUST-RES-ID " "
                  CUST-FNAME(1:12) " " CUST-LNAME(1:15)
                  " INST " IC-NEXT " " IC-AMT-DISPLAY
                  " TRY " IP-TRIES(IC-NEXT)
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       FINISH-PAID-PLAN.
           SET RES-BOOKED                   TO  TRUE.
           MOVE SPACES                      TO  HOLD-REASON.
           MOVE 0                           TO  HOLD-PLACED-DATE.
           MOVE 0                           TO  HOLD-EXPIRE-DATE.
           IF TICKET-NO = SPACES
              PERFORM ISSUE-TICKET-NUMBER
           END-IF.
           REWRITE CUSTOMER-RECORD.
           INITIALIZE BKJRNL-PARMS.
           SET BKJ-CHANGE                   TO  TRUE.
           MOVE "PAID IN FULL"              TO  BKJ-DETAIL.
           PERFORM WRITE-BOOKING-JOURNAL.
           PERFORM WRITE-TICKET-LEDGER.
           PERFORM POST-FFP-MILES.
           MOVE "O"                         TO  MAIL-CLASS.
           CALL "MAILSEND" USING CUST-EMAIL, CUST-FNAME,
                CUST-LNAME, FLIGHT-ID, SEAT-NUMBER, MAIL-RESULT,
                MAIL-LANG,
                MAIL-CLASS, MAIL-OPTIN, CUST-RES-ID.
           SET IP-PAID-IN-FULL              TO  TRUE.
           MOVE TODAY-DATE-NUM              TO  IP-STATUS-DATE.
           MOVE TICKET-NO                   TO  IP-TICKET-NO.
           REWRITE INSTALLMENT-PLAN-RECORD.
           ADD 1                            TO  TICKETED-COUNT.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING "TICKETED " CUST-RES-ID " "
                  CUST-FNAME(1:12) " " CUST-LNAME(1:15)
                  " PAID IN FULL - TICKET " TICKET-NO
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       CANCEL-LAPSED-PLAN.
           PERFORM FIGURE-FORFEIT.
      *    THE CANCELLATION NOTICE GOES OUT WHILE THE RECORD STILL
      *    EXISTS.
           MOVE "X"                         TO  MAIL-CLASS.
           CALL "MAILSEND" USING CUST-EMAIL, CUST-FNAME,
                CUST-LNAME, FLIGHT-ID, SEAT-NUMBER, MAIL-RESULT,
                MAIL-LANG,
                MAIL-CLASS, MAIL-OPTIN, CUST-RES-ID.
           PERFORM WRITE-REFUND-LOG-RECORD.
           DELETE CUSTOMER.
           INITIALIZE BKJRNL-PARMS.
           SET BKJ-CANCEL                   TO  TRUE.
           MOVE "PLAN LAPSED"               TO  BKJ-DETAIL.
           PERFORM WRITE-BOOKING-JOURNAL.
           MOVE FLIGHT-ID                   TO  FI-ADJ-FLIGHT.
           MOVE SEAT-TYPE                   TO  FI-ADJ-TYPE.
           MOVE -1                          TO  FI-ADJUSTMENT.
           CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                FI-ADJUSTMENT, FI-CALL-RESULT.
      *    AN EXTRA SEAT BOUGHT BESIDE THE PASSENGER GOES WITH IT.
           IF EXTRA-SEAT-HELD
              CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                   FI-ADJUSTMENT, FI-CALL-RESULT
           END-IF.
           SET IP-LAPSED                    TO  TRUE.
           MOVE TODAY-DATE-NUM              TO  IP-STATUS-DATE.
           MOVE IC-REFUND-AMT               TO  IP-REFUND-AMT.
           REWRITE INSTALLMENT-PLAN-RECORD.
           ADD 1                            TO  LAPSED-COUNT.
           MOVE IP-PAID-AMT                 TO  IC-AMT-DISPLAY.
           MOVE IC-REFUND-AMT               TO  IC-REFUND-DISPLAY.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING "CANCELLD " CUST-RES-ID " "
                  CUST-FNAME(1:12) " " CUST-LNAME(1:15)
                  " PAID " IC-AMT-DISPLAY " REFUND " IC-REFUND-DISPLAY
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       FIGURE-FORFEIT.
      *    SAME RULE THE BOOKING SCREEN APPLIES WHEN AN AGENT CANCELS
      *    A PAY-LATER BOOKING: THE "IP" BRACKET FOR THE DAYS LEFT TO
      *    DEPARTURE GIVES THE SHARE OF WHAT WAS PAID THAT COMES BACK;
      *    WITH NO "IP" RULE THE DEPOSIT IS FORFEIT.
           COMPUTE IC-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(IP-TRAVEL-DATE)
                 - IC-TODAY-INT.
           PERFORM SCAN-FORFEIT-BRACKET.
           IF FS-BRACKET-FOUND
              MOVE FS-BEST-REFUND-PCT       TO  IC-REFUND-PCT
              COMPUTE IC-REFUND-AMT ROUNDED =
                      IP-PAID-AMT * IC-REFUND-PCT
           ELSE
              IF IP-PAID-AMT > IP-DEPOSIT-AMT
                 COMPUTE IC-REFUND-AMT = IP-PAID-AMT - IP-DEPOSIT-AMT
              ELSE
                 MOVE 0                     TO  IC-REFUND-AMT
              END-IF
              IF IP-PAID-AMT > 0
                 COMPUTE IC-REFUND-PCT ROUNDED =
                         IC-REFUND-AMT / IP-PAID-AMT
              ELSE
                 MOVE 0                     TO  IC-REFUND-PCT
              END-IF
           END-IF.

       SCAN-FORFEIT-BRACKET.
           SET FS-BRACKET-NOT-FOUND         TO  TRUE.
           MOVE 0                           TO  FS-BEST-REFUND-PCT.
           OPEN INPUT FEE-SCHEDULE.
           IF FEE-SCHED-NOT-FOUND
              CLOSE FEE-SCHEDULE
              EXIT PARAGRAPH
           END-IF.
           MOVE "IP"                        TO  FS-SEAT-TYPE.
           MOVE 0                           TO  FS-MIN-DAYS.
           START FEE-SCHEDULE KEY IS >= FS-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ FEE-SCHEDULE NEXT
                         AT END MOVE HIGH-VALUES TO FS-SEAT-TYPE
                    END-READ
                    PERFORM UNTIL FS-SEAT-TYPE NOT = "IP"
                       IF FS-MIN-DAYS <= IC-DAYS-LEFT
                          MOVE FS-REFUND-PCT TO FS-BEST-REFUND-PCT
                          SET FS-BRACKET-FOUND TO TRUE
                       END-IF
                       READ FEE-SCHEDULE NEXT
                            AT END MOVE HIGH-VALUES TO FS-SEAT-TYPE
                       END-READ
                    END-PERFORM
           END-START.
           CLOSE FEE-SCHEDULE.

       WRITE-REFUND-LOG-RECORD.
           OPEN EXTEND REFUND-LOG.
           IF REFUND-LOG-NOT-PRESENT
              CLOSE REFUND-LOG
              OPEN OUTPUT REFUND-LOG
           END-IF.
           MOVE CUST-RES-ID                 TO  RL-CUST-RES-ID.
           MOVE FLIGHT-ID                   TO  RL-FLIGHT-ID.
           MOVE IP-PAID-AMT                 TO  RL-PAYMENT-AMT.
           MOVE IC-REFUND-PCT               TO  RL-REFUND-PCT.
           MOVE IC-REFUND-AMT               TO  RL-REFUND-AMT.
           MOVE TODAY-YY                    TO  RL-YY.
           MOVE TODAY-MM                    TO  RL-MM.
           MOVE TODAY-DD                    TO  RL-DD.
           MOVE 0                           TO  RL-PID.
           MOVE FLP-OP-ID                   TO  RL-OP-ID.
           MOVE IP-PAYMENT-TYPE             TO  RL-PAYMENT-TYPE.
           WRITE REFUND-LOG-RECORD.
           CLOSE REFUND-LOG.

       WRITE-BOOKING-JOURNAL.
      *    THE CALLER HAS SET THE EVENT TYPE AND DETAIL.
           MOVE CUST-RES-ID                 TO  BKJ-CUST-RES-ID.
           IF TOTAL-COLLECTED-AMT NUMERIC
              MOVE TOTAL-COLLECTED-AMT      TO  BKJ-AMOUNT
           END-IF.
           MOVE "INSTCOLL"                  TO  BKJ-PROGRAM.
           MOVE FLP-OP-ID                   TO  BKJ-OP-ID.
           CALL "BKJRNL" USING BKJRNL-PARMS.

       VOID-PLAN.
           SET IP-VOID                      TO  TRUE.
           MOVE TODAY-DATE-NUM              TO  IP-STATUS-DATE.
           REWRITE INSTALLMENT-PLAN-RECORD.
           ADD 1                            TO  VOIDED-COUNT.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING "VOIDED   " IP-CUST-RES-ID
                  " RESERVATION CANCELLED OR NO LONGER PAY-LATER"
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       ISSUE-TICKET-NUMBER.
      *    SAME SERIES AND FORMAT THE BOOKING SCREEN ISSUES FROM.
           OPEN I-O TICKET-COUNTER.
           IF TKT-CTR-NOT-PRESENT
              CLOSE TICKET-COUNTER
              OPEN OUTPUT TICKET-COUNTER
              CLOSE TICKET-COUNTER
              OPEN I-O TICKET-COUNTER
           END-IF.
           MOVE "T"                        TO  TC-KEY.
           READ TICKET-COUNTER WITH LOCK
                INVALID KEY
                   MOVE "T"                TO  TC-KEY
                   MOVE 2                  TO  TC-NEXT-NO
                   WRITE TICKET-COUNTER-RECORD
                   MOVE 1                  TO  W-TKT-CNTR
                NOT INVALID KEY
                   MOVE TC-NEXT-NO         TO  W-TKT-CNTR
                   ADD 1                   TO  TC-NEXT-NO
                   REWRITE TICKET-COUNTER-RECORD
           END-READ.
           CLOSE TICKET-COUNTER.
           MOVE SPACES                     TO  TICKET-NO.
           MOVE "0001"                     TO  TICKET-NO(1:4).
           MOVE W-TKT-CNTR                 TO  TICKET-NO(5:9).

       WRITE-TICKET-LEDGER.
           OPEN I-O TICKET-LEDGER.
           IF TKT-LEDGER-NOT-PRESENT
              CLOSE TICKET-LEDGER
              OPEN OUTPUT TICKET-LEDGER
              CLOSE TICKET-LEDGER
              OPEN I-O TICKET-LEDGER
           END-IF.
           MOVE TICKET-NO                  TO  TL-TICKET-NO.
           MOVE CUST-RES-ID                TO  TL-CUST-RES-ID.
           MOVE FLIGHT-ID                  TO  TL-FLIGHT-ID.
           MOVE CUST-LNAME                 TO  TL-LNAME.
           MOVE CUST-FNAME                 TO  TL-FNAME.
           MOVE TODAY-DATE-NUM             TO  TL-ISSUE-DATE.
           SET TL-OPEN                     TO  TRUE.
           WRITE TICKET-LEDGER-RECORD
                 INVALID KEY
                    REWRITE TICKET-LEDGER-RECORD
           END-WRITE.
           CLOSE TICKET-LEDGER.

       POST-FFP-MILES.
           IF FREQ-FLYER-NO = SPACES
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O FFP-MEMBER.
           IF FFP-NOT-PRESENT
              CLOSE FFP-MEMBER
              EXIT PARAGRAPH
           END-IF.
           MOVE CUST-LNAME                 TO  FFP-LNAME.
           MOVE CUST-FNAME                 TO  FFP-FNAME.
           MOVE CUST-DOB                   TO  FFP-DOB.
           READ FFP-MEMBER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
      *    A MILE A DOLLAR, OR THE FARE FAMILY'S OWN PERCENTAGE.
                   IF FARE-FAMILY-NONE OR FAM-EARN-PCT NOT NUMERIC
                      MOVE PAYMENT-AMT     TO  FLP-MILES
                   ELSE
                      COMPUTE FLP-MILES =
                              PAYMENT-AMT * FAM-EARN-PCT / 100
                   END-IF
                   ADD FLP-MILES           TO  FFP-MILES
                   MOVE TODAY-DATE-NUM     TO  FFP-LAST-ACCRUAL-DATE
                   REWRITE FFP-MEMBER-RECORD
                   MOVE TICKET-NO          TO  FLP-REF
                   CALL "FFPLPOST" USING FFP-NAME-KEY, FFP-NO,
                        FLP-TYPE, FLP-MILES, FFP-MILES, FLP-REF,
                        FLP-OP-ID, FLP-RESULT
           END-READ.
           CLOSE FFP-MEMBER.

       TERMINATE-COLLECTION.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE COLLECTED-TOTAL-AMT        TO  TOTAL-AMT-DISPLAY.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "COLLECTED " COLLECTED-COUNT " FOR "
                  TOTAL-AMT-DISPLAY "  DECLINED " DECLINED-COUNT
                  "  REMINDED " REMINDED-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "TICKETED " TICKETED-COUNT "  CANCELLED "
                  LAPSED-COUNT "  VOIDED " VOIDED-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE INSTALLMENT-PLAN.
           CLOSE CUSTOMER.
           CLOSE COLLECTION-ITEM.
           CLOSE COLLECT-RPT.
           MOVE "INSTCOLL"                 TO  RPG-REPORT-ID.
           MOVE "instcoll"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "INSTCOLL"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "INSTCOLL - " COLLECTED-COUNT " COLLECTED, "
                   TICKETED-COUNT " TICKETED, " LAPSED-COUNT
                   " CANCELLED - SEE instcoll".
