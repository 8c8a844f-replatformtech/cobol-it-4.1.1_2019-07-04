      *    LIABILITY FINALLY GETS A WAY TO CLEAR:
      *      - A TICKET STILL TL-OPEN ONE YEAR PAST TL-ISSUE-DATE
      *        EXPIRES (TL-STATUS "E"); ITS FARE MOVES OFF DEFERRED
      *        REVENUE INTO BREAKAGE: DR 2400 / CR 4590.  A TICKET
      *        BOOKED ON A COMMUTER FLIGHT PASS CARRIED NO FARE - ITS
      *        VALUE IS THE PASS CREDITS IT DREW (fpsuse), WRITTEN OFF
      *        DEFERRED PASS REVENUE INSTEAD: DR 2420 / CR 4590.
      *      - A TRAVEL-CREDIT VOUCHER STILL OPEN PAST VCH-EXPIRE-DATE
      *        IS VOIDED; ITS REMAINING BALANCE WRITES OFF THE VOUCHER
      *        LIABILITY: DR 2410 / CR 4590.
      *      - A COMMUTER FLIGHT PASS PAST FPS-EXPIRE-DATE EXPIRES
      *        (FPS-STATUS "E"); THE PRICE NOT YET DRAWN BY BOOKINGS
      *        WRITES OFF DEFERRED PASS REVENUE: DR 2420 / CR 4590.
      *    JOURNALS GO TO "brkgegl" IN THE "glextr" RECORD FORMAT.
      *    EVERY WRITE-OFF ALSO LANDS ON THE ESCHEATMENT-CANDIDATE
      *    SECTION OF "brkgrpt" WITH THE HOLDER'S NAME AND STATE, FOR
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT FLIGHT-PASS
                  ASSIGN TO DISK "fltpass"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FPS-PASS-NO
                  FILE STATUS IS FLIGHT-PASS-STATUS.

           SELECT FLIGHT-PASS-USE
                  ASSIGN TO DISK "fpsuse"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FPU-CUST-RES-ID
                  FILE STATUS IS FPS-USE-STATUS.

           SELECT JOURNAL-FILE
                  ASSIGN TO DISK "brkgegl"
                  ORGANIZATION IS SEQUENTIAL
       FD  CUSTOMER.
       COPY custrec.

       FD  FLIGHT-PASS.
       COPY fltpass.

       FD  FLIGHT-PASS-USE.
       COPY fpsuse.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           03 JR-ACCOUNT                  PIC X(04).
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  TKT-LEDGER-STATUS              PIC X(02).
           88 TKT-LEDGER-NOT-PRESENT                  VALUE "35".
       01  VOUCHER-STATUS                 PIC X(02).
           88 VOUCHER-NOT-PRESENT                     VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  FLIGHT-PASS-STATUS             PIC X(02).
           88 FLIGHT-PASS-NOT-PRESENT                 VALUE "35".
       01  FPS-USE-STATUS                 PIC X(02).
           88 FPS-USE-NOT-PRESENT                     VALUE "35".
       01  JOURNAL-STATUS                 PIC X(02).
       01  RPT-STATUS                     PIC X(02).
       01  LEDGER-EOF-SWITCH              PIC 9       VALUE 0.
       01  VOUCHER-EOF-SWITCH             PIC 9       VALUE 0.
           88 VOUCHER-AT-END                          VALUE 1.
           88 VOUCHER-NOT-AT-END                      VALUE 0.
       01  PASS-EOF-SWITCH                PIC 9       VALUE 0.
           88 PASS-AT-END                             VALUE 1.
           88 PASS-NOT-AT-END                         VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  TICKET-LIFE-DAYS               PIC 9(03)   VALUE 365.
       01  TICKET-AGE-DAYS                PIC S9(05)  VALUE 0.
       01  SAVE-TKT-KEY                   PIC X(13)   VALUE SPACES.
       01  SAVE-VCH-KEY                   PIC X(08)   VALUE SPACES.
       01  SAVE-PASS-KEY                  PIC X(08)   VALUE SPACES.
       01  W-DEFERRED-ACCT                PIC X(04)   VALUE "2400".
       01  W-FARE-AMT                     PIC 9(07)V99 VALUE 0.
       01  W-HOLDER-NAME                  PIC X(25)   VALUE SPACES.
       01  W-HOLDER-STATE                 PIC X(05)   VALUE SPACES.
       01  TICKET-EXPIRED-COUNT           PIC 9(06)   VALUE 0.
       01  VOUCHER-EXPIRED-COUNT          PIC 9(06)   VALUE 0.
       01  PASS-EXPIRED-COUNT             PIC 9(06)   VALUE 0.
       01  BREAKAGE-TOTAL                 PIC 9(11)V99 VALUE 0.
       01  RPT-AMT                        PIC ZZZZZZZZ9.99.

           PERFORM INITIALIZE-EXPIRY.
           PERFORM EXPIRE-OLD-TICKETS.
           PERFORM EXPIRE-OLD-VOUCHERS.
           PERFORM EXPIRE-FLIGHT-PASSES.
           PERFORM TERMINATE-EXPIRY.
           STOP RUN.

              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER.
           OPEN INPUT FLIGHT-PASS-USE.
           PERFORM UNTIL LEDGER-AT-END
              READ TICKET-LEDGER NEXT
                   AT END
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE FLIGHT-PASS-USE.
           CLOSE CUSTOMER.
           CLOSE TICKET-LEDGER.

           SET TL-EXPIRED                  TO  TRUE.
           REWRITE TICKET-LEDGER-RECORD.
           ADD 1                           TO  TICKET-EXPIRED-COUNT.
           MOVE W-DEFERRED-ACCT            TO  JR-ACCOUNT.
           MOVE W-FARE-AMT                 TO  JR-DEBIT-AMT.
           MOVE 0                          TO  JR-CREDIT-AMT.
           MOVE TL-CUST-RES-ID             TO  JR-SOURCE-ID.

       LOOKUP-TICKET-FARE.
           MOVE 0                          TO  W-FARE-AMT.
           MOVE "2400"                     TO  W-DEFERRED-ACCT.
           MOVE TL-LNAME(1:25)             TO  W-HOLDER-NAME.
           MOVE SPACES                     TO  W-HOLDER-STATE.
           IF CUSTOMER-NOT-PRESENT
                NOT INVALID KEY
                   MOVE PAYMENT-AMT        TO  W-FARE-AMT
                   MOVE STATE              TO  W-HOLDER-STATE
                   IF PAYMENT-TYPE = "PAS"
                      PERFORM LOOKUP-PASS-TICKET-VALUE
                   END-IF
           END-READ.

       LOOKUP-PASS-TICKET-VALUE.
           MOVE "2420"                     TO  W-DEFERRED-ACCT.
           IF FPS-USE-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE TL-CUST-RES-ID             TO  FPU-CUST-RES-ID.
           READ FLIGHT-PASS-USE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF FPU-DRAWN
                      MOVE FPU-CREDIT-VALUE TO  W-FARE-AMT
                   END-IF
           END-READ.

       EXPIRE-OLD-VOUCHERS.
                    SET VOUCHER-AT-END     TO  TRUE
           END-START.

       EXPIRE-FLIGHT-PASSES.
           OPEN I-O FLIGHT-PASS.
           IF FLIGHT-PASS-NOT-PRESENT
              CLOSE FLIGHT-PASS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PASS-AT-END
              READ FLIGHT-PASS NEXT
                   AT END
                      SET PASS-AT-END       TO  TRUE
                   NOT AT END
                      IF NOT FPS-EXPIRED AND
                         FPS-EXPIRE-DATE NUMERIC AND
                         FPS-EXPIRE-DATE > 0 AND
                         FPS-EXPIRE-DATE < TODAY-DATE
                         PERFORM EXPIRE-ONE-FLIGHT-PASS
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE FLIGHT-PASS.

       EXPIRE-ONE-FLIGHT-PASS.
      *    A PASS USED RIGHT UP HAS NOTHING LEFT TO WRITE OFF - IT IS
      *    STILL MARKED EXPIRED SO A LATE CANCEL CANNOT REOPEN IT.
           MOVE FPS-PASS-NO                TO  SAVE-PASS-KEY.
           SET FPS-EXPIRED                 TO  TRUE.
           REWRITE FLIGHT-PASS-RECORD.
           IF FPS-PRICE-PAID > FPS-VALUE-DRAWN
              ADD 1                        TO  PASS-EXPIRED-COUNT
              COMPUTE W-FARE-AMT = FPS-PRICE-PAID - FPS-VALUE-DRAWN
              MOVE "2420"                  TO  JR-ACCOUNT
              MOVE W-FARE-AMT              TO  JR-DEBIT-AMT
              MOVE 0                       TO  JR-CREDIT-AMT
              MOVE SPACES                  TO  JR-SOURCE-ID
              MOVE FPS-PASS-NO             TO  JR-SOURCE-ID(1:8)
              MOVE TODAY-DATE              TO  JR-POST-DATE
              WRITE JOURNAL-RECORD
              MOVE "4590"                  TO  JR-ACCOUNT
              MOVE 0                       TO  JR-DEBIT-AMT
              MOVE W-FARE-AMT              TO  JR-CREDIT-AMT
              WRITE JOURNAL-RECORD
              ADD W-FARE-AMT               TO  BREAKAGE-TOTAL
              MOVE FPS-LNAME(1:25)         TO  W-HOLDER-NAME
              MOVE SPACES                  TO  W-HOLDER-STATE
              PERFORM PRINT-ESCHEAT-LINE
           END-IF.
      *    RE-POSITION PAST THE PASS JUST EXPIRED.
           MOVE SAVE-PASS-KEY              TO  FPS-PASS-NO.
           START FLIGHT-PASS KEY IS > FPS-PASS-NO
                 INVALID KEY
                    SET PASS-AT-END        TO  TRUE
           END-START.

       PRINT-ESCHEAT-LINE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "ESCHEAT?"                 TO  RPT-RECORD(1:8).
           WRITE RPT-RECORD.
           CLOSE JOURNAL-FILE.
           CLOSE BREAKAGE-RPT.
           MOVE "BRKGRPT"                  TO  RPG-REPORT-ID.
           MOVE "brkgrpt"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "BRKGEXP"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "BRKGEXP - " TICKET-EXPIRED-COUNT " TICKET(S), "
                   VOUCHER-EXPIRED-COUNT " VOUCHER(S), "
                   PASS-EXPIRED-COUNT " FLIGHT PASS(ES) EXPIRED - "
                   "SEE brkgegl/brkgrpt".
