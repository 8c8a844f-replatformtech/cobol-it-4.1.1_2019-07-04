      *    KIOSK.CBL
      *    SELF-SERVICE LOBBY CHECK-IN - THE 6AM COUNTER QUEUE IS
      *    MOSTLY PEOPLE WITH NO BAGS WHO NEED NOTHING FROM AN AGENT.
      *    THE PASSENGER IDENTIFIES WITH A TICKET NUMBER, A
      *    RESERVATION ID OR THE SIX-CHARACTER RECORD LOCATOR, PLUS
      *    THE LAST NAME AS A CHECK.  A LOCATOR (THE LAST NAME MUST
      *    MATCH SOMEONE ON THE BOOKING) CHECKS IN THE WHOLE PARTY ONE
      *    PASSENGER AFTER ANOTHER, EACH PUT THROUGH THE SAME TESTS AS
      *    A SINGLE CHECK-IN (A PARTY OF MORE THAN NINE IS SENT TO AN
      *    AGENT).  THE KIOSK REFUSES AND SENDS TO AN AGENT WHEN:
      *      - THE RESERVATION IS NOT PLAIN RES-BOOKED (ANY HOLD -
      *        FRAUD, SECURITY, PAYMENT - FAILS CLOSED),
      *      - THE PASSENGER IS AN UNACCOMPANIED MINOR,
      *    CHARGEABLE FEE ZONE - THE KIOSK COLLECTS NO MONEY, EVER.
      *    CHECK-IN ITSELF RUNS THROUGH THE SAME CHECKIN SUBPROGRAM
      *    AS THE COUNTER, AND THE BOARDING PASS SPOOLS TO "kioskbp"
      *    AND RENDERS THROUGH THE PDFFMT LAYOUT.  THE PASS CARRIES THE
      *    BAR-CODED BOARDING PASS DATA STRING BUILT BY BCBPGEN, AND A
      *    PASSENGER WITH AN E-MAIL ADDRESS IS SENT THE SAME PASS
      *    THROUGH MAILSEND.  THE PASSENGER MAY GIVE OR CONFIRM AN
      *    EMERGENCY CONTACT, OFFERED FROM THE PROFILE, AS AT THE
      *    COUNTER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT TICKET-LEDGER
           88 NEW-SEAT-OK                             VALUE 1.
           88 NEW-SEAT-BAD                            VALUE 0.
       01  WS-ENTRY                       PIC X(13)   VALUE SPACES.
       01  LOCATOR-SWITCH                 PIC 9       VALUE 0.
           88 LOCATOR-ENTERED                         VALUE 1.
       01  PARTY-COUNT                    PIC 9(02)   VALUE 0.
       01  PARTY-IDX                      PIC 9(02)   VALUE 0.
       01  PARTY-ON-BOOKING               PIC 9(03)   VALUE 0.
       01  PARTY-TABLE.
           03 PARTY-RES-ID OCCURS 9 TIMES PIC X(11).
       01  WS-LNAME                       PIC X(30)   VALUE SPACES.
       01  WS-NEW-SEAT                    PIC X(04)   VALUE SPACES.
       01  WS-EMERG-NAME                  PIC X(30)   VALUE SPACES.
       01  WS-EMERG-PHONE                 PIC X(15)   VALUE SPACES.
       01  SEAT-ROW-PART                  PIC 9(02)   VALUE 0.
       01  SEAT-COL-PART                  PIC X(01)   VALUE SPACES.
       01  COL-IDX                        PIC 9(01)   VALUE 0.
       01  CI-RESULT                     PIC X(01)   VALUE SPACES.
           88 CI-DONE                                 VALUE "C".
       01  CI-TRAINING                    PIC X(01)   VALUE "N".
       01  SAF-FLIGHT-ID                  PIC X(07)   VALUE SPACES.
       01  SAF-SEAT                       PIC X(04)   VALUE SPACES.
       01  SAF-RESULT                     PIC X(01)   VALUE "K".
           88 SAF-CLEAR                               VALUE "K".
       01  CUST-PROF-STATUS               PIC X(02).
           88 CUST-PROF-NOT-PRESENT                   VALUE "35".
       01  AIRPORT-STATUS                 PIC X(02).
       01  PDF-RESULT                     PIC X(01)   VALUE SPACES.
       01  PDF-LANG                       PIC X(01)   VALUE "E".
       01  RESP                           PIC X(01)   VALUE SPACES.
       COPY bcbpparm.
       01  PASS-DATA-POS                  PIC 9(03)   VALUE 0.
       01  MAIL-RESULT                    PIC X(01)   VALUE SPACES.
       01  MAIL-CLASS                     PIC X(01)   VALUE "B".
       01  MAIL-OPTIN                     PIC X(01)   VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "KIOSK - TICKET NUMBER, RESERVATION ID OR BOOKING L
      -    "OCATOR:".
           ACCEPT WS-ENTRY.
           DISPLAY "KIOSK - LAST NAME:".
           ACCEPT WS-LNAME.
              CLOSE CUSTOMER
              STOP RUN
           END-IF.
           IF LOCATOR-ENTERED AND PARTY-ON-BOOKING > PARTY-COUNT
              DISPLAY "KIOSK - " PARTY-ON-BOOKING " PASSENGERS ON THIS "
                      "BOOKING - TOO MANY FOR THE KIOSK - SEE AN AGENT"
              CLOSE CUSTOMER
              STOP RUN
           END-IF.
           IF LOCATOR-ENTERED
              CLOSE CUSTOMER
              PERFORM VARYING PARTY-IDX FROM 1 BY 1
                       UNTIL PARTY-IDX > PARTY-COUNT
                 PERFORM CHECK-IN-PARTY-MEMBER
              END-PERFORM
              STOP RUN
           END-IF.
           PERFORM CHECK-KIOSK-ELIGIBILITY.
           IF SEE-AN-AGENT
              CLOSE CUSTOMER
           END-IF.
           PERFORM OFFER-SEAT-CHANGE.
           PERFORM RESOLVE-PASSENGER-LANGUAGE.
           PERFORM OFFER-EMERGENCY-CONTACT.
           MOVE CUST-RES-ID                TO  CI-RES-ID.
           CLOSE CUSTOMER.
           CALL "CHECKIN" USING CI-RES-ID, CI-BOARDING-NO,
      *    AN 11-CHARACTER ENTRY READS AS THE RESERVATION ID; A
      *    LONGER ONE IS LOOKED UP ON THE TICKET LEDGER.
           SET RES-NOT-FOUND               TO  TRUE.
           IF WS-ENTRY(7:7) = SPACES
              PERFORM FIND-PARTY-BY-LOCATOR
              EXIT PARAGRAPH
           END-IF.
           IF WS-ENTRY(12:2) = SPACES
              MOVE WS-ENTRY(1:11)          TO  CUST-RES-ID
              READ CUSTOMER
                   SET RES-FOUND           TO  TRUE
           END-READ.

       FIND-PARTY-BY-LOCATOR.
      *    A SIX-CHARACTER ENTRY IS THE RECORD LOCATOR.  EVERYONE ON
      *    THE BOOKING IS COLLECTED; THE LAST NAME KEYED MUST BELONG TO
      *    ONE OF THEM OR THE BOOKING IS TREATED AS NOT FOUND.  THE
      *    PARTY TABLE HOLDS NINE; THE WHOLE CHAIN IS STILL WALKED SO
      *    A BIGGER PARTY IS COUNTED AND SENT TO AN AGENT.
           SET LOCATOR-ENTERED             TO  TRUE.
           MOVE 0                          TO  PARTY-COUNT
                                               PARTY-ON-BOOKING.
           MOVE SPACES                     TO  SAVE-RES-ID.
           INSPECT WS-ENTRY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-ENTRY(1:6)              TO  BOOKING-LOCATOR.
           START CUSTOMER KEY IS = BOOKING-LOCATOR
                 INVALID KEY
                    MOVE SPACES            TO  BOOKING-LOCATOR
                 NOT INVALID KEY
                    READ CUSTOMER NEXT
                         AT END MOVE SPACES TO  BOOKING-LOCATOR
                    END-READ
           END-START.
           PERFORM UNTIL BOOKING-LOCATOR NOT = WS-ENTRY(1:6)
              ADD 1                        TO  PARTY-ON-BOOKING
              IF PARTY-COUNT < 9
                 ADD 1                     TO  PARTY-COUNT
                 MOVE CUST-RES-ID          TO  PARTY-RES-ID(PARTY-COUNT)
              END-IF
              IF CUST-LNAME = WS-LNAME
                 MOVE CUST-RES-ID          TO  SAVE-RES-ID
              END-IF
              READ CUSTOMER NEXT
                   AT END MOVE SPACES      TO  BOOKING-LOCATOR
              END-READ
           END-PERFORM.
           IF SAVE-RES-ID = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SAVE-RES-ID                TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET RES-FOUND           TO  TRUE
           END-READ.

       CHECK-IN-PARTY-MEMBER.
      *    ONE PASSENGER OF A LOCATOR CHECK-IN - THE SAME TESTS, SEAT
      *    OFFER, CHECKIN CALL AND PASS AS A SINGLE CHECK-IN.  ONE
      *    PASSENGER SENT TO AN AGENT DOES NOT STOP THE REST.
           OPEN I-O CUSTOMER.
           MOVE PARTY-RES-ID(PARTY-IDX)    TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   CLOSE CUSTOMER
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "KIOSK - " CUST-FNAME(1:15) " " CUST-LNAME(1:20).
           IF RES-CHECKED-IN
              DISPLAY "KIOSK - ALREADY CHECKED IN"
              CLOSE CUSTOMER
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-KIOSK-ELIGIBILITY.
           IF SEE-AN-AGENT
              CLOSE CUSTOMER
              EXIT PARAGRAPH
           END-IF.
           PERFORM OFFER-SEAT-CHANGE.
           PERFORM RESOLVE-PASSENGER-LANGUAGE.
           PERFORM OFFER-EMERGENCY-CONTACT.
           MOVE CUST-RES-ID                TO  CI-RES-ID.
           CLOSE CUSTOMER.
           CALL "CHECKIN" USING CI-RES-ID, CI-BOARDING-NO,
                                 CI-RESULT, CI-TRAINING.
           IF CI-DONE
              PERFORM PRINT-BOARDING-PASS
              DISPLAY "KIOSK - CHECKED IN - BOARDING NUMBER "
                      CI-BOARDING-NO " - TAKE YOUR PASS"
           ELSE
              DISPLAY "KIOSK - CHECK-IN DID NOT COMPLETE - SEE AN AGENT"
           END-IF.

       CHECK-KIOSK-ELIGIBILITY.
           SET KIOSK-ELIGIBLE              TO  TRUE.
           IF NOT RES-BOOKED
              DISPLAY "KIOSK - INTERNATIONAL FLIGHTS NEED PASSPORT DETA
      -       "ILS - SEE AN AGENT"
              SET SEE-AN-AGENT             TO  TRUE
              EXIT PARAGRAPH
           END-IF.
      *    A SEAT THE CABIN SAFETY RULES NOW BAR (EXIT ROW, LAP
      *    INFANTS PER ROW) IS RESEATED BY AN AGENT, NOT THE KIOSK.
           IF SEAT-NUMBER NOT = SPACES
              MOVE SEAT-NUMBER             TO  SAF-SEAT
              PERFORM CALL-SEAT-SAFETY
              IF NOT SAF-CLEAR
                 DISPLAY "KIOSK - YOUR SEAT MUST BE CHANGED - SEE AN AGE
      -          "NT"
                 SET SEE-AN-AGENT          TO  TRUE
              END-IF
           END-IF.
      *    AN EXTRA SEAT NOT YET PLACED BESIDE THE PASSENGER IS PLACED
      *    BY AN AGENT BEFORE THE BOARDING PASS PRINTS.
           IF EXTRA-SEAT-HELD AND
              (SEAT-NUMBER = SPACES OR EXTRA-SEAT-NUMBER = SPACES)
              DISPLAY "KIOSK - YOUR EXTRA SEAT IS PLACED AT THE COUNTER
      -       " - SEE AN AGENT"
              SET SEE-AN-AGENT             TO  TRUE
           END-IF.

       CALL-SEAT-SAFETY.
           MOVE FLIGHT-ID                  TO  SAF-FLIGHT-ID.
           CALL "SEATSAFE" USING CUSTOMER-RECORD, SAF-FLIGHT-ID,
                                 SAF-SEAT, SAF-RESULT, CI-TRAINING.

       CHECK-WATCHLIST-NAME.
           OPEN INPUT WATCHLIST-FILE.
           IF WATCHLIST-NOT-PRESENT
           CLOSE WATCHLIST-FILE.

       OFFER-SEAT-CHANGE.
      *    THE SEAT AND THE EXTRA SEAT BESIDE IT MOVE TOGETHER, AND
      *    ONLY AT THE COUNTER.
           IF EXTRA-SEAT-HELD
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "KIOSK - CURRENT SEAT " SEAT-NUMBER
                   " - NEW SEAT (BLANK=KEEP):".
           ACCEPT WS-NEW-SEAT.
       VALIDATE-KIOSK-SEAT.
      *    OPEN, UNRESTRICTED SEATS ONLY: ON THE AIRCRAFT GRID, NOT
      *    IN A CHARGEABLE FEE ZONE (THE KIOSK COLLECTS NO MONEY),
      *    NOT BARRED TO THIS PASSENGER BY THE CABIN SAFETY RULES,
      *    AND NOT ALREADY ASSIGNED ON THE FLIGHT.
           SET NEW-SEAT-BAD                TO  TRUE.
           IF WS-NEW-SEAT(1:2) NOT NUMERIC
           IF NEW-SEAT-BAD
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-SEAT                TO  SAF-SEAT.
           PERFORM CALL-SEAT-SAFETY.
           IF NOT SAF-CLEAR
              SET NEW-SEAT-BAD             TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SEAT-TAKEN-ON-FLIGHT.

       CHECK-SEAT-TAKEN-ON-FLIGHT.
                 CUST-RES-ID NOT = SAVE-RES-ID
                 SET NEW-SEAT-BAD          TO  TRUE
              END-IF
              IF EXTRA-SEAT-HELD AND
                 EXTRA-SEAT-NUMBER = WS-NEW-SEAT
                 SET NEW-SEAT-BAD          TO  TRUE
              END-IF
              READ CUSTOMER NEXT
                   AT END MOVE SPACES      TO  FLIGHT-ID
              END-READ
           END-READ.
           CLOSE CUSTOMER-PROFILE.

       OFFER-EMERGENCY-CONTACT.
      *    OPTIONAL.  A NEW NAME NEEDS A PHONE NUMBER OR THE CONTACT
      *    ON FILE STAYS AS IT WAS.
           IF EMERG-CONTACT-NAME = SPACES
              PERFORM LOOKUP-PROFILE-EMERG-CONTACT
           END-IF.
           IF EMERG-CONTACT-NAME NOT = SPACES
              DISPLAY "KIOSK - EMERGENCY CONTACT " EMERG-CONTACT-NAME
                      " " EMERG-CONTACT-PHONE
           END-IF.
           DISPLAY "KIOSK - EMERGENCY CONTACT NAME (BLANK=KEEP):".
           ACCEPT WS-EMERG-NAME.
           IF WS-EMERG-NAME NOT = SPACES
              DISPLAY "KIOSK - EMERGENCY CONTACT PHONE:"
              ACCEPT WS-EMERG-PHONE
              IF WS-EMERG-PHONE = SPACES
                 DISPLAY "KIOSK - NO PHONE GIVEN - CONTACT NOT CHANGED"
              ELSE
                 MOVE WS-EMERG-NAME        TO  EMERG-CONTACT-NAME
                 MOVE WS-EMERG-PHONE       TO  EMERG-CONTACT-PHONE
              END-IF
           END-IF.
           IF EMERG-CONTACT-NAME NOT = SPACES
              REWRITE CUSTOMER-RECORD
           END-IF.

       LOOKUP-PROFILE-EMERG-CONTACT.
           OPEN INPUT CUSTOMER-PROFILE.
           IF CUST-PROF-NOT-PRESENT
              CLOSE CUSTOMER-PROFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE CUST-LNAME                 TO  CP-LNAME.
           MOVE CUST-FNAME                 TO  CP-FNAME.
           MOVE CUST-DOB                   TO  CP-DOB.
           READ CUSTOMER-PROFILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE CP-EMERG-NAME      TO  EMERG-CONTACT-NAME
                   MOVE CP-EMERG-PHONE     TO  EMERG-CONTACT-PHONE
           END-READ.
           CLOSE CUSTOMER-PROFILE.

       PRINT-BOARDING-PASS.
           OPEN OUTPUT BOARDING-SPOOL.
           MOVE SPACES                     TO  SPOOL-RECORD.
           END-STRING.
           WRITE SPOOL-RECORD.
           PERFORM SPOOL-ROUTE-CITY-LINE.
           PERFORM SPOOL-PASS-DATA.
           CLOSE BOARDING-SPOOL.
           CALL "PDFFMT" USING PDF-SPOOL-NAME, PDF-RESULT, PDF-LANG.
           IF CUST-EMAIL NOT = SPACES
              CALL "MAILSEND" USING CUST-EMAIL, CUST-FNAME, CUST-LNAME,
                                     FLIGHT-ID, SEAT-NUMBER,
                                     MAIL-RESULT, PDF-LANG,
                                     MAIL-CLASS, MAIL-OPTIN, CUST-RES-ID
           END-IF.

       SPOOL-PASS-DATA.
      *    THE BAR-CODED DATA STRING GOES ON THE PASS BELOW THE ROUTE
      *    LINE, 76 CHARACTERS A LINE.  THE RESERVATION IS RE-READ SO
      *    THE STRING CARRIES THE BOARDING NUMBER CHECKIN JUST GAVE.
           OPEN INPUT CUSTOMER.
           MOVE CI-RES-ID                  TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   CLOSE CUSTOMER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CUSTOMER.
           SET BGP-BUILD-ONLY              TO  TRUE.
           CALL "BCBPGEN" USING CUSTOMER-RECORD, BCBP-PARMS.
           IF NOT BGP-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  SPOOL-RECORD.
           MOVE "BOARDING PASS DATA:"      TO  SPOOL-RECORD.
           WRITE SPOOL-RECORD.
           PERFORM VARYING PASS-DATA-POS FROM 1 BY 76
                    UNTIL PASS-DATA-POS > BGP-DATA-LEN
              MOVE SPACES                  TO  SPOOL-RECORD
              MOVE BGP-DATA(PASS-DATA-POS:76)
                                           TO  SPOOL-RECORD
              WRITE SPOOL-RECORD
           END-PERFORM.

       SPOOL-ROUTE-CITY-LINE.
      *    REAL CITY NAMES FROM THE AIRPORT MASTER ON THE PASS, NOT
