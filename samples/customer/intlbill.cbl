      *    CARRIER SO EACH PARTNER'S INVOICE IS A STRAIGHT PULL), AND
      *    A PER-PARTNER SUMMARY WITH SEGMENT COUNTS, GROSS FARES AND
      *    AMOUNTS PAYABLE GOES TO "intlrpt".  READ-ONLY ON CUSTOMER.
      *    PASSENGERS FIMROUTE HANDED TO A PARTNER AFTER A DISRUPTION
      *    (LEG-SEGMENT-TYPE "R") ARE NOT SETTLED FROM THE BOOKING
      *    MONTH BUT FROM THE "irrlog" REROUTE LOG, IN THE MONTH THE
      *    PARTNER FLEW THEM, AT THE SAME PRORATE.
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
                  RECORD KEY IS PN-CARRIER
                  FILE STATUS IS PARTNER-STATUS.

           SELECT REROUTE-LOG
                  ASSIGN TO DISK "irrlog"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REROUTE-LOG-STATUS.

           SELECT SETTLEMENT-FILE
                  ASSIGN TO DISK "intlbill"
                  ORGANIZATION IS SEQUENTIAL
       COPY custrec.

       FD  CUSTOMER-ARCHIVE.
       01  ARCHIVE-RECORD                 PIC X(876).

       FD  PARTNER-CARRIER.
       COPY partner.

       FD  REROUTE-LOG.
       COPY irrlog.

       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           03 ST-CARRIER                  PIC X(02).
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  ARCHIVE-STATUS                 PIC X(02).
           88 ARCHIVE-NOT-PRESENT                     VALUE "35".
       01  PARTNER-STATUS                 PIC X(02).
           88 PARTNER-NOT-PRESENT                     VALUE "35".
       01  REROUTE-LOG-STATUS             PIC X(02).
           88 REROUTE-LOG-NOT-PRESENT                 VALUE "35".
       01  SETTLE-STATUS                  PIC X(02).
       01  RPT-STATUS                     PIC X(02).
       01  CUSTOMER-EOF-SWITCH            PIC 9       VALUE 0.
       01  ARCHIVE-EOF-SWITCH             PIC 9       VALUE 0.
           88 ARCHIVE-AT-END                          VALUE 1.
           88 ARCHIVE-NOT-AT-END                      VALUE 0.
       01  REROUTE-EOF-SWITCH             PIC 9       VALUE 0.
           88 REROUTE-AT-END                          VALUE 1.
           88 REROUTE-NOT-AT-END                      VALUE 0.
       01  WS-SETTLE-MONTH                PIC X(06).
       01  LEG-IDX                        PIC 9(01)   VALUE 0.
       01  CARRIER-IDX                    PIC 9(02)   VALUE 0.
              05 CT-PAYABLE               PIC 9(09)V99.
       01  SEGMENT-COUNT                  PIC 9(06)   VALUE 0.
       01  UNRATED-COUNT                  PIC 9(06)   VALUE 0.
       01  REROUTE-COUNT                  PIC 9(06)   VALUE 0.
       01  W-CARRIER                      PIC X(02)   VALUE SPACES.
       01  W-LEG-FARE                     PIC 9(07)V99 VALUE 0.
       01  W-PAYABLE                      PIC 9(07)V99 VALUE 0.
       01  W-PRORATE-PCT                  PIC 9V999   VALUE 0.
              PERFORM READ-CUSTOMER-REC
           END-PERFORM.
           PERFORM SETTLE-ARCHIVE.
           PERFORM SETTLE-REROUTES.
           PERFORM TERMINATE-SETTLEMENT.
           STOP RUN.

           END-IF.
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                    UNTIL LEG-IDX > LEG-COUNT
              IF LEG-PARTNER-SEGMENT(LEG-IDX) AND
                 NOT LEG-REROUTE-SEGMENT(LEG-IDX)
                 PERFORM SETTLE-ONE-SEGMENT
              END-IF
           END-PERFORM.
           ELSE
              MOVE 0                       TO  W-LEG-FARE
           END-IF.
           MOVE LEG-CARRIER(LEG-IDX)       TO  W-CARRIER.
           PERFORM LOOKUP-PARTNER-RATE.
           IF PARTNER-NOT-FOUND
      *    A SEGMENT BOOKED AGAINST A CARRIER SINCE RETIRED FROM THE
              ADD 1                        TO  UNRATED-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE CUST-RES-ID                TO  ST-CUST-RES-ID.
           MOVE LEG-FLIGHT-ID(LEG-IDX)     TO  ST-LEG-FLIGHT-ID.
           PERFORM WRITE-SETTLEMENT-RECORD.

       WRITE-SETTLEMENT-RECORD.
           COMPUTE W-PAYABLE ROUNDED = W-LEG-FARE * W-PRORATE-PCT.
           MOVE W-CARRIER                  TO  ST-CARRIER.
           MOVE WS-SETTLE-MONTH            TO  ST-SETTLE-MONTH.
           MOVE W-LEG-FARE                 TO  ST-LEG-FARE.
           MOVE W-PAYABLE                  TO  ST-PAYABLE-AMT.
           MOVE 0                          TO  W-PRORATE-PCT.
           MOVE SPACES                     TO  W-SETTLE-CURR
                                               W-PARTNER-NAME.
           MOVE W-CARRIER                  TO  PN-CARRIER.
           READ PARTNER-CARRIER
                INVALID KEY
                   CONTINUE
       TALLY-CARRIER-TOTALS.
           PERFORM VARYING CARRIER-IDX FROM 1 BY 1
                    UNTIL CARRIER-IDX > CARRIER-COUNT
              IF CT-CARRIER(CARRIER-IDX) = W-CARRIER
                 ADD 1             TO  CT-SEGMENTS(CARRIER-IDX)
                 ADD W-LEG-FARE    TO  CT-GROSS-FARE(CARRIER-IDX)
                 ADD W-PAYABLE     TO  CT-PAYABLE(CARRIER-IDX)
              EXIT PARAGRAPH
           END-IF.
           ADD 1                     TO  CARRIER-COUNT.
           MOVE W-CARRIER            TO  CT-CARRIER(CARRIER-COUNT).
           MOVE W-PARTNER-NAME       TO  CT-NAME(CARRIER-COUNT).
           MOVE 1                    TO  CT-SEGMENTS(CARRIER-COUNT).
           MOVE W-LEG-FARE           TO  CT-GROSS-FARE(CARRIER-COUNT).
           END-PERFORM.
           CLOSE CUSTOMER-ARCHIVE.

       SETTLE-REROUTES.
      *    THE REROUTE LOG CARRIES THE FARE OF THE SEGMENT GIVEN UP;
      *    THE PAYABLE IS WORKED AT TODAY'S PARTNER RATE LIKE ANY
      *    OTHER SEGMENT, SO A RATE CHANGE SINCE THE REROUTE COUNTS.
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
                      IF IR-PTNR-DATE(1:6) = WS-SETTLE-MONTH
                         PERFORM SETTLE-ONE-REROUTE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE REROUTE-LOG.

       SETTLE-ONE-REROUTE.
           MOVE IR-SEG-FARE                TO  W-LEG-FARE.
           MOVE IR-CARRIER                 TO  W-CARRIER.
           PERFORM LOOKUP-PARTNER-RATE.
           IF PARTNER-NOT-FOUND
              ADD 1                        TO  UNRATED-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE IR-CUST-RES-ID             TO  ST-CUST-RES-ID.
           MOVE IR-PTNR-FLIGHT-ID          TO  ST-LEG-FLIGHT-ID.
           PERFORM WRITE-SETTLEMENT-RECORD.
           ADD 1                           TO  REROUTE-COUNT.

       TERMINATE-SETTLEMENT.
           PERFORM VARYING CARRIER-IDX FROM 1 BY 1
                    UNTIL CARRIER-IDX > CARRIER-COUNT
           MOVE UNRATED-COUNT              TO  RPT-CNT.
           MOVE "UNRATED"                  TO  RPT-RECORD(26:7).
           MOVE RPT-CNT                    TO  RPT-RECORD(34:5).
           MOVE REROUTE-COUNT              TO  RPT-CNT.
           MOVE "OF WHICH REROUTED"        TO  RPT-RECORD(41:17).
           MOVE RPT-CNT                    TO  RPT-RECORD(59:5).
           WRITE RPT-RECORD.
           CLOSE CUSTOMER.
           CLOSE PARTNER-CARRIER.
           CLOSE SETTLEMENT-FILE.
           CLOSE SETTLE-RPT.
           MOVE "INTLRPT"                  TO  RPG-REPORT-ID.
           MOVE "intlrpt"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "INTLBILL"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "INTLBILL - " SEGMENT-COUNT " PARTNER SEGMENT(S) SETT
      -    "LED, " UNRATED-COUNT " UNRATED - SEE intlbill/intlrpt".

