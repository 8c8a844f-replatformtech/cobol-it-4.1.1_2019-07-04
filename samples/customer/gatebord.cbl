      *    FINAL CALLS; "Q" CLOSES THE FLIGHT.  CUSTCLSE TREATS
      *    BOARDED LIKE CHECKED-IN AT CLOSEOUT, AND BAGRECON USES THE
      *    TRUE BOARDED LIST ONCE ANY SCAN EXISTS FOR THE FLIGHT.
      *    AN UNACCOMPANIED MINOR IS NOT BOARDED UNTIL THE COUNTER
      *    DROP-OFF HANDOVER IS ON THE "umcust" CUSTODY LOG (UMCUST).
      *    A SCANNED BAR-CODED BOARDING PASS DATA STRING (COUNTER,
      *    KIOSK OR MOBILE PASS) IS DECODED THROUGH BCBPGEN; THE
      *    SEGMENT FOR THIS FLIGHT MUST MATCH WHAT THE RESERVATION
      *    WOULD PRINT TODAY - NAME, LOCATOR, SEAT, BOARDING NUMBER,
      *    CABIN, TICKET AND FFP NUMBER - OR THE PASSENGER IS SENT
      *    BACK TO THE COUNTER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT FLIGHT-MASTER
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FLIGHT-MASTER-STATUS.

           SELECT UM-CUSTODY
                  ASSIGN TO DISK "umcust"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS UMC-KEY
                  FILE STATUS IS UM-CUSTODY-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  UM-CUSTODY.
       COPY umcust.

       WORKING-STORAGE SECTION.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  FLIGHT-MASTER-STATUS           PIC X(02).
           88 FLIGHT-MASTER-NOT-PRESENT               VALUE "35".
       01  UM-CUSTODY-STATUS              PIC X(02).
           88 UM-CUSTODY-NOT-PRESENT                  VALUE "35".
       01  UM-DROP-OFF-SWITCH             PIC 9       VALUE 0.
           88 UM-DROP-OFF-FOUND                       VALUE 1.
           88 UM-DROP-OFF-MISSING                     VALUE 0.
       01  WS-FLIGHT-ID                   PIC X(07)   VALUE SPACES.
       01  SAVE-FLIGHT-ID                 PIC X(07)   VALUE SPACES.
       01  WS-SCAN-ENTRY                  PIC X(13)   VALUE SPACES.
           88 SCAN-DONE                               VALUE "Q" "q".
           88 SCAN-MISSING-LIST                       VALUE "M" "m".
       01  WS-SCAN-INPUT                  PIC X(400)  VALUE SPACES.
       01  WS-SCAN-BOARDING-NO            PIC 9(03)   VALUE 0.
       01  SCAN-FOUND-SWITCH              PIC 9       VALUE 0.
           88 SCAN-FOUND                              VALUE 1.
           88 SCAN-NOT-FOUND                          VALUE 0.
           88 SCAN-REJECTED                           VALUE 2.
       01  SCANNED-PASS-DECODED           PIC X(96)   VALUE SPACES.
       COPY bcbpparm.
       01  CHECKED-IN-COUNT               PIC 9(03)   VALUE 0.
       01  BOARDED-COUNT                  PIC 9(03)   VALUE 0.
       01  TOTAL-CAPACITY                 PIC 9(04)   VALUE 0.
       MAIN-LOGIC.
           PERFORM INITIALIZE-BOARDING.
           PERFORM WITH TEST AFTER UNTIL SCAN-DONE
              DISPLAY "GATEBORD - SCAN PASS OR KEY BOARDING/TICKET NO "
                      "(M=MISSING, Q=CLOSE):"
              ACCEPT WS-SCAN-INPUT
              MOVE WS-SCAN-INPUT          TO  WS-SCAN-ENTRY
              EVALUATE TRUE
                 WHEN SCAN-DONE
                    CONTINUE
              END-READ
              CLOSE FLIGHT-MASTER
           END-IF.
           OPEN INPUT UM-CUSTODY.
           PERFORM COUNT-FLIGHT-BOARDING.
           PERFORM SHOW-BOARDING-COUNT.

       BOARD-ONE-PASSENGER.
           SET SCAN-NOT-FOUND              TO  TRUE.
           IF WS-SCAN-INPUT(1:1) = "M" AND
              WS-SCAN-INPUT(2:1) NUMERIC AND
              WS-SCAN-INPUT(14:387) NOT = SPACES
              PERFORM FIND-BY-PASS-DATA
           ELSE
              IF WS-SCAN-ENTRY(1:3) NUMERIC AND
                 WS-SCAN-ENTRY(4:10) = SPACE
                 MOVE WS-SCAN-ENTRY(1:3)   TO  WS-SCAN-BOARDING-NO
                 PERFORM FIND-BY-BOARDING-NO
              ELSE
                 PERFORM FIND-BY-TICKET-NO
              END-IF
           END-IF.
           IF SCAN-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF SCAN-NOT-FOUND
              DISPLAY "GATEBORD - NO CHECKED-IN PASSENGER MATCHES"
              DISPLAY "GATEBORD - NOT CHECKED IN - SEND TO COUNTER"
              EXIT PARAGRAPH
           END-IF.
           IF UNACCOMPANIED-MINOR
              PERFORM CHECK-UM-DROP-OFF
              IF UM-DROP-OFF-MISSING
                 DISPLAY "GATEBORD - UNACCOMPANIED MINOR WITH NO DROP-"
                         "OFF HANDOVER - SEND TO COUNTER"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           SET RES-BOARDED                 TO  TRUE.
           REWRITE CUSTOMER-RECORD.
           SUBTRACT 1                      FROM CHECKED-IN-COUNT.
                   CUST-LNAME(1:15) " SEAT " SEAT-NUMBER.
           PERFORM SHOW-BOARDING-COUNT.

       CHECK-UM-DROP-OFF.
           SET UM-DROP-OFF-MISSING         TO  TRUE.
           IF UM-CUSTODY-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE CUST-RES-ID                TO  UMC-CUST-RES-ID.
           SET UMC-DROP-OFF                TO  TRUE.
           READ UM-CUSTODY
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET UM-DROP-OFF-FOUND   TO  TRUE
           END-READ.

       FIND-BY-BOARDING-NO.
           PERFORM SCAN-FLIGHT-CHAIN-SETUP.
           PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID OR SCAN-FOUND
              END-IF
           END-PERFORM.

       FIND-BY-PASS-DATA.
      *    THE RESERVATION ID TRAVELS IN THE AIRLINE-USE AREA OF THE
      *    SEGMENT; A PASS WITHOUT ONE FALLS BACK TO THE BOARDING
      *    NUMBER (THE LAST THREE DIGITS OF THE CHECK-IN SEQUENCE).
           SET BGP-DECODE                  TO  TRUE.
           MOVE WS-FLIGHT-ID               TO  BGP-FLIGHT-ID.
           MOVE WS-SCAN-INPUT              TO  BGP-DATA.
           CALL "BCBPGEN" USING CUSTOMER-RECORD, BCBP-PARMS.
           IF BGP-BAD-DATA
              DISPLAY "GATEBORD - UNREADABLE PASS - KEY THE BOARDING "
                      "NUMBER"
              SET SCAN-REJECTED            TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF BGP-NO-SEGMENT
              DISPLAY "GATEBORD - PASS NOT FOR THIS FLIGHT"
              SET SCAN-REJECTED            TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE BGP-DECODED                TO  SCANNED-PASS-DECODED.
           IF BGP-RES-ID NOT = SPACES
              MOVE BGP-RES-ID              TO  CUST-RES-ID
              READ CUSTOMER
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF FLIGHT-ID = WS-FLIGHT-ID AND
                         (RES-CHECKED-IN OR RES-BOARDED)
                         SET SCAN-FOUND    TO  TRUE
                      END-IF
              END-READ
           END-IF.
           IF SCAN-NOT-FOUND AND BGP-CHECKIN-SEQ(3:3) NUMERIC
              MOVE BGP-CHECKIN-SEQ(3:3)    TO  WS-SCAN-BOARDING-NO
              PERFORM FIND-BY-BOARDING-NO
           END-IF.
           IF SCAN-NOT-FOUND
              EXIT PARAGRAPH
           END-IF.
      *    REBUILD THE PASS FROM THE RESERVATION AND DECODE IT THE
      *    SAME WAY - ANY DIFFERENCE MEANS A STALE OR ALTERED PASS.
           SET BGP-BUILD-ONLY              TO  TRUE.
           CALL "BCBPGEN" USING CUSTOMER-RECORD, BCBP-PARMS.
           IF BGP-OK
              SET BGP-DECODE               TO  TRUE
              MOVE WS-FLIGHT-ID            TO  BGP-FLIGHT-ID
              CALL "BCBPGEN" USING CUSTOMER-RECORD, BCBP-PARMS
           END-IF.
           IF NOT BGP-OK OR BGP-DECODED NOT = SCANNED-PASS-DECODED
              DISPLAY "GATEBORD - PASS DOES NOT MATCH RESERVATION - "
                      "SEND TO COUNTER"
              SET SCAN-REJECTED            TO  TRUE
           END-IF.

       FIND-BY-TICKET-NO.
           PERFORM SCAN-FLIGHT-CHAIN-SETUP.
           PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID OR SCAN-FOUND

       TERMINATE-BOARDING.
           CLOSE CUSTOMER.
           IF NOT UM-CUSTODY-NOT-PRESENT
              CLOSE UM-CUSTODY
           END-IF.
           DISPLAY "GATEBORD - FLIGHT " WS-FLIGHT-ID " CLOSED WITH "
                   BOARDED-COUNT " BOARDED, " CHECKED-IN-COUNT
                   " CHECKED IN NEVER BOARDED".
