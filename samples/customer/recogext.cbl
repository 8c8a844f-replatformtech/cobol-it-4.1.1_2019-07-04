      *    "glextr", WRITTEN TO "recogext".  THE FARE COMES FROM THE
      *    LIVE RESERVATION OR THE ARCHIVE; A TICKET WHOSE RESERVATION
      *    CANNOT BE FOUND IS LISTED FOR FOLLOW-UP INSTEAD OF GUESSED.
      *    A TICKET FIMROUTE MARKED TL-REROUTED IS EARNED THE SAME WAY
      *    ON THE DATE THE PARTNER FLIES THE PASSENGER, WHICH FIMROUTE
      *    RECORDS AS ITS TL-FLOWN-DATE; UNTIL THEN IT STAYS DEFERRED.
      *    THE RUN ALSO RECONCILES THE DEFERRED BALANCE: EVERY OPEN OR
      *    CHECKED-IN TICKET (SOLD, NOT YET FLOWN) SUMS TO THE 2400
      *    BALANCE FINANCE SHOULD SEE.  A TICKET BOOKED ON A COMMUTER
      *    FLIGHT PASS COLLECTED NO FARE - IT IS EARNED AT THE VALUE OF
      *    THE PASS CREDITS IT DREW (fpsuse), DR 2420 DEFERRED PASS
      *    REVENUE / CR 4000, AND TALLIES TO THE 2420 BALANCE ALONG
      *    WITH THE UNDRAWN VALUE LEFT ON PASSES NOT YET EXPIRED.
      *    REPORT TO "recogrpt".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT CUSTOMER-ARCHIVE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ARCHIVE-STATUS.

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
                  ASSIGN TO DISK "recogext"
                  ORGANIZATION IS SEQUENTIAL
       COPY custrec.

       FD  CUSTOMER-ARCHIVE.
       01  ARCHIVE-RECORD                 PIC X(876).

       FD  FLIGHT-PASS.
       COPY fltpass.

       FD  FLIGHT-PASS-USE.
       COPY fpsuse.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  TKT-LEDGER-STATUS              PIC X(02).
           88 TKT-LEDGER-NOT-PRESENT                  VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  ARCHIVE-STATUS                 PIC X(02).
           88 ARCHIVE-NOT-PRESENT                     VALUE "35".
       01  FLIGHT-PASS-STATUS             PIC X(02).
           88 FLIGHT-PASS-NOT-PRESENT                 VALUE "35".
       01  FPS-USE-STATUS                 PIC X(02).
           88 FPS-USE-NOT-PRESENT                     VALUE "35".
       01  JOURNAL-STATUS                 PIC X(02).
       01  RPT-STATUS                     PIC X(02).
       01  LEDGER-EOF-SWITCH              PIC 9       VALUE 0.
       01  ARCHIVE-EOF-SWITCH             PIC 9       VALUE 0.
           88 ARCHIVE-AT-END                          VALUE 1.
           88 ARCHIVE-NOT-AT-END                      VALUE 0.
       01  PASS-EOF-SWITCH                PIC 9       VALUE 0.
           88 PASS-AT-END                             VALUE 1.
           88 PASS-NOT-AT-END                         VALUE 0.
       01  FARE-FOUND-SWITCH              PIC 9       VALUE 0.
           88 FARE-FOUND                              VALUE 1.
           88 FARE-NOT-FOUND                          VALUE 0.
       01  WS-EXTRACT-DATE                PIC X(08)   VALUE SPACES.
       01  WS-EXTRACT-DATE-NUM            PIC 9(08)   VALUE 0.
       01  W-FARE-AMT                     PIC 9(07)V99 VALUE 0.
       01  W-DEFERRED-ACCT                PIC X(04)   VALUE "2400".
       01  RECOGNIZED-COUNT               PIC 9(06)   VALUE 0.
       01  RECOGNIZED-TOTAL               PIC 9(11)V99 VALUE 0.
       01  DEFERRED-COUNT                 PIC 9(06)   VALUE 0.
       01  DEFERRED-TOTAL                 PIC 9(11)V99 VALUE 0.
       01  ORPHAN-COUNT                   PIC 9(06)   VALUE 0.
       01  PASS-DEFERRED-COUNT            PIC 9(06)   VALUE 0.
       01  PASS-DEFERRED-TOTAL            PIC 9(11)V99 VALUE 0.
       01  PASS-UNUSED-COUNT              PIC 9(06)   VALUE 0.
       01  PASS-UNUSED-TOTAL              PIC 9(11)V99 VALUE 0.
       01  PASS-BALANCE-TOTAL             PIC 9(11)V99 VALUE 0.
       01  RPT-AMT                        PIC ZZZZZZZZZ9.99.
       01  RPT-CNT                        PIC ZZZZZ9.

              DISPLAY "RECOGEXT - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT FLIGHT-PASS-USE.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT RECOG-RPT.
           MOVE SPACES                     TO  RPT-RECORD.

       PROCESS-ONE-TICKET.
           EVALUATE TRUE
              WHEN (TL-FLOWN OR TL-REROUTED) AND
                   TL-FLOWN-DATE NUMERIC AND
                   TL-FLOWN-DATE = WS-EXTRACT-DATE-NUM
                 PERFORM RECOGNIZE-ONE-TICKET
              WHEN TL-OPEN OR TL-CHECKED-IN
                 PERFORM TALLY-DEFERRED-TICKET
              WHEN TL-REROUTED AND TL-FLOWN-DATE NUMERIC AND
                   TL-FLOWN-DATE > WS-EXTRACT-DATE-NUM
                 PERFORM TALLY-DEFERRED-TICKET
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
              WRITE RPT-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE W-DEFERRED-ACCT            TO  JR-ACCOUNT.
           MOVE W-FARE-AMT                 TO  JR-DEBIT-AMT.
           MOVE 0                          TO  JR-CREDIT-AMT.
           MOVE TL-CUST-RES-ID             TO  JR-SOURCE-ID.

       TALLY-DEFERRED-TICKET.
           PERFORM LOOKUP-TICKET-FARE.
           IF FARE-NOT-FOUND
              EXIT PARAGRAPH
           END-IF.
           IF W-DEFERRED-ACCT = "2420"
              ADD 1                        TO  PASS-DEFERRED-COUNT
              ADD W-FARE-AMT               TO  PASS-DEFERRED-TOTAL
           ELSE
              ADD 1                        TO  DEFERRED-COUNT
              ADD W-FARE-AMT               TO  DEFERRED-TOTAL
           END-IF.
      *    FROM THE RESERVATION, LIVE FILE FIRST, ARCHIVE SECOND.
           SET FARE-NOT-FOUND              TO  TRUE.
           MOVE 0                          TO  W-FARE-AMT.
           MOVE "2400"                     TO  W-DEFERRED-ACCT.
           MOVE TL-CUST-RES-ID             TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   MOVE PAYMENT-AMT        TO  W-FARE-AMT
           END-READ.
           IF FARE-FOUND
              IF PAYMENT-TYPE = "PAS"
                 PERFORM LOOKUP-PASS-TICKET-VALUE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER-ARCHIVE.
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ARCHIVE.
           IF FARE-FOUND AND PAYMENT-TYPE = "PAS"
              PERFORM LOOKUP-PASS-TICKET-VALUE
           END-IF.

       LOOKUP-PASS-TICKET-VALUE.
      *    A PASS BOOKING'S WORTH IS THE PRICE SHARE OF THE CREDITS
      *    IT DREW, AND IT SITS IN DEFERRED PASS REVENUE, NOT 2400.
           MOVE "2420"                     TO  W-DEFERRED-ACCT.
           MOVE 0                          TO  W-FARE-AMT.
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

       TALLY-UNUSED-PASS-VALUE.
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
                      IF NOT FPS-EXPIRED AND
                         FPS-PRICE-PAID > FPS-VALUE-DRAWN
                         ADD 1              TO  PASS-UNUSED-COUNT
                         COMPUTE PASS-UNUSED-TOTAL =
                                 PASS-UNUSED-TOTAL + FPS-PRICE-PAID
                                                   - FPS-VALUE-DRAWN
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE FLIGHT-PASS.

       TERMINATE-EXTRACT.
           PERFORM TALLY-UNUSED-PASS-VALUE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE RECOGNIZED-COUNT           TO  RPT-CNT.
           MOVE "RECOGNIZED TICKETS"       TO  RPT-RECORD(1:18).
           MOVE "ORPHAN TICKETS    "       TO  RPT-RECORD(1:18).
           MOVE RPT-CNT                    TO  RPT-RECORD(20:6).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE PASS-DEFERRED-COUNT        TO  RPT-CNT.
           MOVE "PASS TKTS DEFERRED"       TO  RPT-RECORD(1:18).
           MOVE RPT-CNT                    TO  RPT-RECORD(20:6).
           MOVE PASS-DEFERRED-TOTAL        TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(28:13).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE PASS-UNUSED-COUNT          TO  RPT-CNT.
           MOVE "PASSES UNDRAWN    "       TO  RPT-RECORD(1:18).
           MOVE RPT-CNT                    TO  RPT-RECORD(20:6).
           MOVE PASS-UNUSED-TOTAL          TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(28:13).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           COMPUTE PASS-BALANCE-TOTAL = PASS-DEFERRED-TOTAL
                                      + PASS-UNUSED-TOTAL.
           MOVE "PASS REV DEFERRED "       TO  RPT-RECORD(1:18).
           MOVE PASS-BALANCE-TOTAL         TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(28:13).
           MOVE "= 2420 BALANCE"           TO  RPT-RECORD(43:14).
           WRITE RPT-RECORD.
           CLOSE TICKET-LEDGER.
           CLOSE CUSTOMER.
           CLOSE FLIGHT-PASS-USE.
           CLOSE JOURNAL-FILE.
           CLOSE RECOG-RPT.
           MOVE "RECOGRPT"                 TO  RPG-REPORT-ID.
           MOVE "recogrpt"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "RECOGEXT"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "RECOGEXT - " RECOGNIZED-COUNT " TICKET(S) EARNED, "
                   DEFERRED-COUNT " STILL DEFERRED - SEE recogext/recog
      -    "rpt".
