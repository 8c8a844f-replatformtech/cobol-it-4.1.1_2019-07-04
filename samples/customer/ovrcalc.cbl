       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      OVRCALC.

      ******************************************************************
      *    OVRCALC.CBL
      *    QUARTER-END AGENCY OVERRIDE COMMISSION RUN.  CORPRPT PAYS
      *    EVERY ACCOUNT ONE FLAT CA-COMMISSION-PCT; AGENCY CONTRACTS
      *    ALSO PAY A VOLUME OVERRIDE THAT STEPS UP WITH THE QUARTER'S
      *    SALES.  FOR EACH "corpacct" ACCOUNT WITH AN "ovrsched"
      *    SCHEDULE IN EFFECT ON THE LAST DAY OF THE QUARTER:
      *      GROSS SALES = PAYMENT-AMT OF EVERY RESERVATION BOOKED
      *        (ADD-DATE) IN THE QUARTER ON THE ACCOUNT, FROM THE LIVE
      *        "customer" FILE AND THE "custarch" ARCHIVE.  AWARD AND
      *        NON-REVENUE BOOKINGS CARRY NO SALE AND ARE SKIPPED.
      *      LESS REFUNDS = EVERY "refundlg" ENTRY DATED IN THE
      *        QUARTER WHOSE RESERVATION IS ON THE ACCOUNT.
      *      THE HIGHEST BAND WHOSE FLOOR THE NET SALES REACH SETS
      *        THE INCREMENTAL PERCENTAGE, WHICH IS PAID ON THE WHOLE
      *        NET SALES FIGURE.
      *    AN OVERRIDE STATEMENT PER AGENCY GOES TO "ovrstmt" AND THE
      *    PAYABLE IS JOURNALED IN GLEXTR FORMAT TO "ovrgl", DATED THE
      *    QUARTER-END:  DR 6100 COMMISSION EXPENSE / CR 2200
      *    COMMISSIONS PAYABLE, SOURCE = THE ACCOUNT ID.  READ-ONLY
      *    AGAINST ALL MASTER FILES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORPORATE-ACCOUNT
                  ASSIGN TO DISK "corpacct"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CA-ACCT-ID
                  FILE STATUS IS CORP-ACCT-STATUS.

           SELECT OVERRIDE-SCHEDULE
                  ASSIGN TO DISK "ovrsched"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OS-KEY
                  FILE STATUS IS OVR-SCHED-STATUS.

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

           SELECT REFUND-LOG
                  ASSIGN TO DISK "refundlg"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REFUND-LOG-STATUS.

           SELECT JOURNAL-FILE
                  ASSIGN TO DISK "ovrgl"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-STATUS.

           SELECT OVERRIDE-STMT
                  ASSIGN TO DISK "ovrstmt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CORPORATE-ACCOUNT.
       COPY corpacct.

       FD  OVERRIDE-SCHEDULE.
       COPY ovrsched.

       FD  CUSTOMER.
       COPY custrec.

       FD  CUSTOMER-ARCHIVE.
       01  ARCHIVE-RECORD                 PIC X(876).

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

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           03 JR-ACCOUNT                  PIC X(04).
           03 JR-DEBIT-AMT                PIC 9(09)V99.
           03 JR-CREDIT-AMT               PIC 9(09)V99.
           03 JR-SOURCE-ID                PIC X(11).
           03 JR-POST-DATE                PIC X(08).

       FD  OVERRIDE-STMT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CORP-ACCT-STATUS               PIC X(02).
           88 CORP-ACCT-NOT-PRESENT                   VALUE "35".
       01  OVR-SCHED-STATUS               PIC X(02).
           88 OVR-SCHED-NOT-PRESENT                   VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  ARCHIVE-STATUS                 PIC X(02).
           88 ARCHIVE-NOT-PRESENT                     VALUE "35".
       01  REFUND-LOG-STATUS              PIC X(02).
           88 REFUND-LOG-NOT-PRESENT                  VALUE "35".
       01  JOURNAL-STATUS                 PIC X(02).
       01  RPT-STATUS                     PIC X(02).
       01  ACCT-EOF-SWITCH                PIC 9       VALUE 0.
           88 ACCOUNT-AT-END                          VALUE 1.
           88 ACCOUNT-NOT-AT-END                      VALUE 0.
       01  SCHED-EOF-SWITCH               PIC 9       VALUE 0.
           88 SCHED-AT-END                            VALUE 1.
           88 SCHED-NOT-AT-END                        VALUE 0.
       01  CUSTOMER-EOF-SWITCH            PIC 9       VALUE 0.
           88 CUSTOMER-AT-END                         VALUE 1.
           88 CUSTOMER-NOT-AT-END                     VALUE 0.
       01  ARCHIVE-EOF-SWITCH             PIC 9       VALUE 0.
           88 ARCHIVE-AT-END                          VALUE 1.
           88 ARCHIVE-NOT-AT-END                      VALUE 0.
       01  REFUND-EOF-SWITCH              PIC 9       VALUE 0.
           88 REFUND-AT-END                           VALUE 1.
           88 REFUND-NOT-AT-END                       VALUE 0.
       01  SCHED-FOUND-SWITCH             PIC 9       VALUE 0.
           88 SCHED-FOUND                             VALUE 1.
           88 SCHED-NOT-FOUND                         VALUE 0.
       01  W-QUARTER.
           03 W-QTR-YY                    PIC 9(04).
           03 W-QTR-Q                     PIC 9(01).
       01  QTR-START-DATE                 PIC 9(08)   VALUE 0.
       01  QTR-START-X REDEFINES QTR-START-DATE
                                           PIC X(08).
       01  QTR-END-DATE                   PIC 9(08)   VALUE 0.
       01  QTR-END-X REDEFINES QTR-END-DATE
                                           PIC X(08).
       01  AGY-IDX                        PIC 9(03)   VALUE 0.
       01  AGY-COUNT                      PIC 9(03)   VALUE 0.
       01  AGY-MAX                        PIC 9(03)   VALUE 200.
       01  AGENCY-TABLE.
           03 AGENCY-ENTRY OCCURS 200 TIMES.
              05 AG-ACCT-ID               PIC X(08).
              05 AG-NAME                  PIC X(30).
              05 AG-EFF-FROM              PIC 9(08).
              05 AG-BOOKINGS              PIC 9(05).
              05 AG-SALES                 PIC 9(09)V99.
              05 AG-REFUNDS               PIC 9(09)V99.
              05 AG-BAND OCCURS 5 TIMES.
                 07 AG-BAND-FLOOR         PIC 9(09)V99.
                 07 AG-BAND-PCT           PIC 9V999.
       01  BAND-IDX                       PIC 9(01)   VALUE 0.
       01  BAND-REACHED                   PIC 9(01)   VALUE 0.
       01  RFD-IDX                        PIC 9(04)   VALUE 0.
       01  RFD-COUNT                      PIC 9(04)   VALUE 0.
       01  RFD-MAX                        PIC 9(04)   VALUE 2000.
       01  RFD-OVERFLOW-COUNT             PIC 9(05)   VALUE 0.
       01  REFUND-TABLE.
           03 REFUND-ENTRY OCCURS 2000 TIMES.
              05 RF-CUST-RES-ID           PIC X(11).
              05 RF-REFUND-AMT            PIC 9(07)V99.
              05 RF-MATCHED               PIC X(01).
       01  W-NET-SALES                    PIC S9(09)V99 VALUE 0.
       01  W-OVERRIDE-PCT                 PIC 9V999   VALUE 0.
       01  W-OVERRIDE-AMT                 PIC 9(09)V99 VALUE 0.
       01  RATED-COUNT                    PIC 9(03)   VALUE 0.
       01  PAYABLE-COUNT                  PIC 9(03)   VALUE 0.
       01  TOTAL-NET-SALES                PIC S9(11)V99 VALUE 0.
       01  TOTAL-OVERRIDE                 PIC 9(11)V99 VALUE 0.
       01  RPT-AMT                        PIC ZZZZZZZZ9.99.
       01  RPT-NET-AMT                    PIC -ZZZZZZZZ9.99.
       01  RPT-TOTAL-AMT                  PIC ZZZZZZZZZZ9.99.
       01  RPT-PCT                        PIC 9.999.
       01  RPT-CNT                        PIC ZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-CALC.
           PERFORM LOAD-AGENCY-TABLE.
           IF AGY-COUNT > 0
              PERFORM LOAD-REFUND-TABLE
              PERFORM TALLY-LIVE-FILE
              PERFORM TALLY-ARCHIVE
              PERFORM VARYING AGY-IDX FROM 1 BY 1
                       UNTIL AGY-IDX > AGY-COUNT
                 PERFORM RATE-ONE-AGENCY
              END-PERFORM
           END-IF.
           PERFORM TERMINATE-CALC.
           STOP RUN.

       INITIALIZE-CALC.
           DISPLAY "OVRCALC - QUARTER TO RATE (YYYYQ):".
           ACCEPT W-QUARTER.
           IF W-QUARTER NOT NUMERIC OR W-QTR-Q < 1 OR W-QTR-Q > 4
              DISPLAY "OVRCALC - INVALID QUARTER, ABORTING"
              STOP RUN
           END-IF.
           EVALUATE W-QTR-Q
              WHEN 1
                 COMPUTE QTR-START-DATE = W-QTR-YY * 10000 + 0101
                 COMPUTE QTR-END-DATE   = W-QTR-YY * 10000 + 0331
              WHEN 2
                 COMPUTE QTR-START-DATE = W-QTR-YY * 10000 + 0401
                 COMPUTE QTR-END-DATE   = W-QTR-YY * 10000 + 0630
              WHEN 3
                 COMPUTE QTR-START-DATE = W-QTR-YY * 10000 + 0701
                 COMPUTE QTR-END-DATE   = W-QTR-YY * 10000 + 0930
              WHEN 4
                 COMPUTE QTR-START-DATE = W-QTR-YY * 10000 + 1001
                 COMPUTE QTR-END-DATE   = W-QTR-YY * 10000 + 1231
           END-EVALUATE.
           OPEN INPUT CORPORATE-ACCOUNT.
           IF CORP-ACCT-NOT-PRESENT
              DISPLAY "OVRCALC - CORPACCT FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT OVERRIDE-SCHEDULE.
           IF OVR-SCHED-NOT-PRESENT
              DISPLAY "OVRCALC - NO OVERRIDE SCHEDULES ON FILE, NOTHING
      -       " TO RATE"
              STOP RUN
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT OVERRIDE-STMT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "AGENCY OVERRIDE COMMISSION - QUARTER "
                  W-QTR-YY "Q" W-QTR-Q " (" QTR-START-X " - "
                  QTR-END-X ")"             DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       LOAD-AGENCY-TABLE.
      *    ONLY ACCOUNTS WITH A SCHEDULE IN EFFECT ON THE QUARTER-END
      *    ARE RATED; THE TABLE CARRIES THAT SCHEDULE'S BANDS.
           PERFORM UNTIL ACCOUNT-AT-END
              READ CORPORATE-ACCOUNT NEXT
                   AT END
                      SET ACCOUNT-AT-END    TO  TRUE
                   NOT AT END
                      PERFORM LOOKUP-SCHEDULE
              END-READ
           END-PERFORM.
           CLOSE CORPORATE-ACCOUNT.
           CLOSE OVERRIDE-SCHEDULE.

       LOOKUP-SCHEDULE.
           SET SCHED-NOT-FOUND             TO  TRUE.
           SET SCHED-NOT-AT-END            TO  TRUE.
           MOVE CA-ACCT-ID                 TO  OS-ACCT-ID.
           MOVE 0                          TO  OS-EFF-FROM.
           START OVERRIDE-SCHEDULE KEY IS >= OS-KEY
                 INVALID KEY
                    EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL SCHED-AT-END
              READ OVERRIDE-SCHEDULE NEXT
                   AT END
                      SET SCHED-AT-END      TO  TRUE
                   NOT AT END
                      IF OS-ACCT-ID NOT = CA-ACCT-ID
                         SET SCHED-AT-END   TO  TRUE
                      ELSE
                         IF OS-EFF-FROM <= QTR-END-DATE AND
                            (OS-EFF-TO = 0 OR
                             OS-EFF-TO >= QTR-END-DATE)
                            PERFORM ADD-AGENCY-ENTRY
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.

       ADD-AGENCY-ENTRY.
      *    SCHEDULES READ IN EFFECTIVE-DATE ORDER, SO A LATER ONE
      *    COVERING THE SAME QUARTER-END REPLACES AN EARLIER ONE.
           IF SCHED-NOT-FOUND
              IF AGY-COUNT >= AGY-MAX
                 EXIT PARAGRAPH
              END-IF
              ADD 1                        TO  AGY-COUNT
              SET SCHED-FOUND              TO  TRUE
           END-IF.
           MOVE CA-ACCT-ID                 TO  AG-ACCT-ID(AGY-COUNT).
           MOVE CA-NAME                    TO  AG-NAME(AGY-COUNT).
           MOVE OS-EFF-FROM                TO  AG-EFF-FROM(AGY-COUNT).
           MOVE 0                          TO  AG-BOOKINGS(AGY-COUNT)
                                               AG-SALES(AGY-COUNT)
                                               AG-REFUNDS(AGY-COUNT).
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
              MOVE OS-BAND-FLOOR(BAND-IDX) TO
                   AG-BAND-FLOOR(AGY-COUNT, BAND-IDX)
              MOVE OS-BAND-PCT(BAND-IDX)   TO
                   AG-BAND-PCT(AGY-COUNT, BAND-IDX)
           END-PERFORM.

       LOAD-REFUND-TABLE.
      *    THE REFUND LOG CARRIES NO ACCOUNT - HOLD THE QUARTER'S
      *    REFUNDS BY RESERVATION AND MATCH THEM AS THE RESERVATIONS
      *    GO PAST IN THE TALLY PASSES.
           OPEN INPUT REFUND-LOG.
           IF REFUND-LOG-NOT-PRESENT
              CLOSE REFUND-LOG
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL REFUND-AT-END
              READ REFUND-LOG
                   AT END
                      SET REFUND-AT-END     TO  TRUE
                   NOT AT END
                      IF RL-REFUND-DATE >= QTR-START-X AND
                         RL-REFUND-DATE <= QTR-END-X
                         PERFORM ADD-REFUND-ENTRY
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE REFUND-LOG.

       ADD-REFUND-ENTRY.
           IF RFD-COUNT >= RFD-MAX
              ADD 1                        TO  RFD-OVERFLOW-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  RFD-COUNT.
           MOVE RL-CUST-RES-ID         TO  RF-CUST-RES-ID(RFD-COUNT).
           MOVE RL-REFUND-AMT          TO  RF-REFUND-AMT(RFD-COUNT).
           MOVE "N"                        TO  RF-MATCHED(RFD-COUNT).

       TALLY-LIVE-FILE.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              CLOSE CUSTOMER
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CUSTOMER-AT-END
              READ CUSTOMER NEXT
                   AT END
                      SET CUSTOMER-AT-END   TO  TRUE
                   NOT AT END
                      PERFORM TALLY-ONE-RESERVATION
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER.

       TALLY-ARCHIVE.
           OPEN INPUT CUSTOMER-ARCHIVE.
           IF ARCHIVE-NOT-PRESENT
              CLOSE CUSTOMER-ARCHIVE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ARCHIVE-AT-END
              READ CUSTOMER-ARCHIVE
                   AT END
                      SET ARCHIVE-AT-END    TO  TRUE
                   NOT AT END
                      MOVE ARCHIVE-RECORD   TO  CUSTOMER-RECORD
                      PERFORM TALLY-ONE-RESERVATION
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ARCHIVE.

       TALLY-ONE-RESERVATION.
           IF CORP-ACCT-ID = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING AGY-IDX FROM 1 BY 1
                    UNTIL AGY-IDX > AGY-COUNT
                       OR AG-ACCT-ID(AGY-IDX) = CORP-ACCT-ID
              CONTINUE
           END-PERFORM.
           IF AGY-IDX > AGY-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF ADD-DATE >= QTR-START-X AND ADD-DATE <= QTR-END-X
                 AND NOT AWARD-BOOKING AND NOT NONREV-BOOKING
                 AND PAYMENT-AMT NUMERIC
              ADD 1                        TO  AG-BOOKINGS(AGY-IDX)
              ADD PAYMENT-AMT              TO  AG-SALES(AGY-IDX)
           END-IF.
           PERFORM VARYING RFD-IDX FROM 1 BY 1
                    UNTIL RFD-IDX > RFD-COUNT
              IF RF-CUST-RES-ID(RFD-IDX) = CUST-RES-ID AND
                 RF-MATCHED(RFD-IDX) = "N"
                 ADD RF-REFUND-AMT(RFD-IDX) TO AG-REFUNDS(AGY-IDX)
                 MOVE "Y"                  TO  RF-MATCHED(RFD-IDX)
              END-IF
           END-PERFORM.

       RATE-ONE-AGENCY.
           COMPUTE W-NET-SALES = AG-SALES(AGY-IDX) -
                                 AG-REFUNDS(AGY-IDX).
           MOVE 0                          TO  BAND-REACHED
                                               W-OVERRIDE-PCT
                                               W-OVERRIDE-AMT.
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
              IF AG-BAND-PCT(AGY-IDX, BAND-IDX) > 0 AND
                 W-NET-SALES >= AG-BAND-FLOOR(AGY-IDX, BAND-IDX)
                 MOVE BAND-IDX             TO  BAND-REACHED
                 MOVE AG-BAND-PCT(AGY-IDX, BAND-IDX)
                                           TO  W-OVERRIDE-PCT
              END-IF
           END-PERFORM.
           IF BAND-REACHED > 0 AND W-NET-SALES > 0
              COMPUTE W-OVERRIDE-AMT ROUNDED =
                      W-NET-SALES * W-OVERRIDE-PCT
           END-IF.
           PERFORM WRITE-AGENCY-STATEMENT.
           IF W-OVERRIDE-AMT > 0
              PERFORM JOURNAL-OVERRIDE
           END-IF.
           ADD 1                           TO  RATED-COUNT.
           ADD W-NET-SALES                 TO  TOTAL-NET-SALES.
           ADD W-OVERRIDE-AMT              TO  TOTAL-OVERRIDE.

       WRITE-AGENCY-STATEMENT.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "OVERRIDE STATEMENT  " AG-ACCT-ID(AGY-IDX) " "
                  AG-NAME(AGY-IDX)          DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  SCHEDULE EFFECTIVE " AG-EFF-FROM(AGY-IDX)
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "  GROSS SALES"            TO  RPT-RECORD(1:13).
           MOVE AG-BOOKINGS(AGY-IDX)       TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(16:5).
           MOVE "BOOKINGS"                 TO  RPT-RECORD(22:8).
           MOVE AG-SALES(AGY-IDX)          TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(34:12).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "  LESS REFUNDS"           TO  RPT-RECORD(1:14).
           MOVE AG-REFUNDS(AGY-IDX)        TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(34:12).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "  NET SALES"              TO  RPT-RECORD(1:11).
           MOVE W-NET-SALES                TO  RPT-NET-AMT.
           MOVE RPT-NET-AMT                TO  RPT-RECORD(33:13).
           WRITE RPT-RECORD.
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
              IF AG-BAND-PCT(AGY-IDX, BAND-IDX) > 0
                 MOVE SPACES               TO  RPT-RECORD
                 MOVE "    BAND"           TO  RPT-RECORD(1:8)
                 MOVE BAND-IDX             TO  RPT-RECORD(10:1)
                 MOVE "FROM"               TO  RPT-RECORD(12:4)
                 MOVE AG-BAND-FLOOR(AGY-IDX, BAND-IDX) TO RPT-AMT
                 MOVE RPT-AMT              TO  RPT-RECORD(17:12)
                 MOVE AG-BAND-PCT(AGY-IDX, BAND-IDX) TO RPT-PCT
                 MOVE RPT-PCT              TO  RPT-RECORD(30:5)
                 IF BAND-IDX = BAND-REACHED
                    MOVE "<-- REACHED"     TO  RPT-RECORD(37:11)
                 END-IF
                 WRITE RPT-RECORD
              END-IF
           END-PERFORM.
           MOVE SPACES                     TO  RPT-RECORD.
           IF BAND-REACHED = 0
              MOVE "  NO BAND REACHED - NO OVERRIDE DUE"
                                           TO  RPT-RECORD
           ELSE
              MOVE "  OVERRIDE PAYABLE AT" TO  RPT-RECORD(1:21)
              MOVE W-OVERRIDE-PCT          TO  RPT-PCT
              MOVE RPT-PCT                 TO  RPT-RECORD(23:5)
              MOVE W-OVERRIDE-AMT          TO  RPT-AMT
              MOVE RPT-AMT                 TO  RPT-RECORD(34:12)
           END-IF.
           WRITE RPT-RECORD.

       JOURNAL-OVERRIDE.
           ADD 1                           TO  PAYABLE-COUNT.
           MOVE "6100"                     TO  JR-ACCOUNT.
           MOVE W-OVERRIDE-AMT             TO  JR-DEBIT-AMT.
           MOVE 0                          TO  JR-CREDIT-AMT.
           MOVE AG-ACCT-ID(AGY-IDX)        TO  JR-SOURCE-ID.
           MOVE QTR-END-X                  TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.
           MOVE "2200"                     TO  JR-ACCOUNT.
           MOVE 0                          TO  JR-DEBIT-AMT.
           MOVE W-OVERRIDE-AMT             TO  JR-CREDIT-AMT.
           MOVE AG-ACCT-ID(AGY-IDX)        TO  JR-SOURCE-ID.
           MOVE QTR-END-X                  TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.

       TERMINATE-CALC.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "TOTALS"                   TO  RPT-RECORD(1:6).
           MOVE RATED-COUNT                TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(8:5).
           MOVE "AGENCIES  NET SALES"      TO  RPT-RECORD(14:19).
           MOVE TOTAL-NET-SALES            TO  RPT-TOTAL-AMT.
           MOVE RPT-TOTAL-AMT              TO  RPT-RECORD(34:14).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE PAYABLE-COUNT              TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(8:5).
           MOVE "PAYABLE   OVERRIDE"       TO  RPT-RECORD(14:18).
           MOVE TOTAL-OVERRIDE             TO  RPT-TOTAL-AMT.
           MOVE RPT-TOTAL-AMT              TO  RPT-RECORD(34:14).
           WRITE RPT-RECORD.
           IF RFD-OVERFLOW-COUNT > 0
              MOVE SPACES                  TO  RPT-RECORD
              STRING "WARNING - " RFD-OVERFLOW-COUNT
                     " REFUND(S) NOT HELD, TABLE FULL - RERUN AFTER"
                     " ENLARGING"           DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           CLOSE JOURNAL-FILE.
           CLOSE OVERRIDE-STMT.
           MOVE "OVRSTMT"                  TO  RPG-REPORT-ID.
           MOVE "ovrstmt"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "OVRCALC"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "OVRCALC - " RATED-COUNT " AGENCY(S) RATED, "
                   PAYABLE-COUNT " OVERRIDE(S) PAYABLE - SEE ovrstmt/ovr
      -    "gl".
