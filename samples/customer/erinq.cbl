       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      ERINQ.

      ******************************************************************
      *    ERINQ.CBL
      *    EMERGENCY RESPONSE PASSENGER INQUIRY - WHEN A FLIGHT HAS AN
      *    INCIDENT, THE LIST OF WHO WAS ACTUALLY ON BOARD AND WHO TO
      *    CALL FOR EACH OF THEM.  ONLY AN OPERATOR WITH THE EMERGENCY-
      *    TEAM ROLE (OP-ROLE "E") GETS IN.  FOR THE FLIGHT KEYED:
      *      - THE PASSENGERS GATEBORD SCANNED ON (RES-BOARDED).  A
      *        FLIGHT WITH NO SCANS AT ALL FALLS BACK TO EVERYONE
      *        CHECKED IN (OR FLOWN, ONCE CUSTCLSE HAS CLOSED IT OUT),
      *        AND THE LIST SAYS WHICH BASIS IT USED.
      *      - PASSENGERS CHECKED THROUGH ONTO THE FLIGHT AS A
      *        CONNECTING LEG OF ANOTHER RESERVATION.  GATEBORD DOES NOT
      *        SCAN CONNECTING LEGS, SO THESE ARE ALWAYS ON THE
      *        CHECKED-IN BASIS.
      *    EACH PASSENGER SHOWS SEAT, NAME, BIRTH DATE, NATIONALITY AND
      *    PASSPORT (THE APIMANIF FIELDS), SPECIAL SERVICE REQUESTS,
      *    THE OTHER LEGS OF THE JOURNEY, AND THE EMERGENCY CONTACT
      *    TAKEN AT BOOKING OR CHECK-IN - OR THE GUARDIAN FOR AN
      *    UNACCOMPANIED MINOR.  THE LIST GOES TO "erinq" AND IS KEPT
      *    OUT OF THE REPORT STORE ON PURPOSE, SO RPTVIEW NEVER SHOWS
      *    IT TO ANYONE OUTSIDE THE TEAM.
      *    EVERY USE IS LOGGED TO "erinqlog" - WHO, WHEN, WHICH FLIGHT
      *    AND HOW MANY PASSENGERS, OR WHY ACCESS WAS REFUSED - AND
      *    EACH PASSENGER LISTED GOES TO THE "viewlog" READ-ACCESS LOG
      *    AS AN EXTRACT UNDER THE OPERATOR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR
                  ASSIGN TO DISK "operator"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OP-ID
                  FILE STATUS IS OPERATOR-STATUS.

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

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

           SELECT ER-USE-LOG
                  ASSIGN TO DISK "erinqlog"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ER-LOG-STATUS.

           SELECT ER-RPT
                  ASSIGN TO DISK "erinq"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR.
       COPY operator.

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  CUSTOMER.
       COPY custrec.

       FD  ER-USE-LOG.
       01  ER-LOG-RECORD.
           03 EL-DATE                     PIC 9(08).
           03 EL-TIME                     PIC 9(06).
           03 EL-OP-ID                    PIC X(05).
           03 EL-FLIGHT-ID                PIC X(07).
           03 EL-RESULT                   PIC X(01).
              88 EL-LISTED                        VALUE "L".
              88 EL-REFUSED                       VALUE "R".
           03 EL-BASIS                    PIC X(01).
           03 EL-PAX-COUNT                PIC 9(04).
           03 EL-REASON                   PIC X(30).

       FD  ER-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY viewlogp.
       01  OPERATOR-STATUS                PIC X(02).
           88 OPERATOR-NOT-PRESENT                    VALUE "35".
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  ER-LOG-STATUS                  PIC X(02).
           88 ER-LOG-NOT-PRESENT                      VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  CUSTOMER-EOF-SWITCH            PIC 9       VALUE 0.
           88 CUSTOMER-AT-END                         VALUE 1.
           88 CUSTOMER-NOT-AT-END                     VALUE 0.
      *    B = GATE BOARDING SCANS, C = CHECKED IN (NO SCANS YET).
       01  ONBOARD-BASIS                  PIC X(01)   VALUE "C".
           88 BASIS-BOARDED                           VALUE "B".
           88 BASIS-CHECKED-IN                        VALUE "C".
       01  ONBOARD-SWITCH                 PIC 9       VALUE 0.
           88 PAX-ON-BOARD                            VALUE 1.
           88 PAX-NOT-ON-BOARD                        VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  NOW-TIME                       PIC 9(08)   VALUE 0.
       01  WS-OPERATOR-ID                 PIC X(05)   VALUE SPACES.
       01  WS-OPERATOR-PASSWORD           PIC X(08)   VALUE SPACES.
       01  WS-FLIGHT-ID                   PIC X(07)   VALUE SPACES.
       01  SAVE-FLIGHT-ID                 PIC X(07)   VALUE SPACES.
       01  ER-REFUSE-REASON               PIC X(30)   VALUE SPACES.
       01  BOARDED-SCAN-COUNT             PIC 9(04)   VALUE 0.
       01  MAIN-PAX-COUNT                 PIC 9(04)   VALUE 0.
       01  CONNECT-PAX-COUNT              PIC 9(04)   VALUE 0.
       01  TOTAL-PAX-COUNT                PIC 9(04)   VALUE 0.
       01  NO-CONTACT-COUNT               PIC 9(04)   VALUE 0.
       01  LEG-IDX                        PIC 9(01)   VALUE 0.
       01  SSR-IDX                        PIC 9(01)   VALUE 0.
       01  CONNECT-LEG-IDX                PIC 9(01)   VALUE 0.
       01  W-SEAT                         PIC X(04)   VALUE SPACES.
       01  W-STATUS-TEXT                  PIC X(10)   VALUE SPACES.
       01  W-LINE-POS                     PIC 9(02)   VALUE 0.
       01  RPT-CNT                        PIC ZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME                 FROM TIME.
           PERFORM CHECK-EMERGENCY-AUTH.
           PERFORM INITIALIZE-INQUIRY.
           PERFORM FIND-ONBOARD-BASIS.
           PERFORM LIST-FLIGHT-PASSENGERS.
           PERFORM LIST-CONNECTING-PASSENGERS.
           PERFORM TERMINATE-INQUIRY.
           STOP RUN.

       CHECK-EMERGENCY-AUTH.
           DISPLAY "ERINQ - ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ERINQ - ENTER PASSWORD:".
           ACCEPT WS-OPERATOR-PASSWORD.
           DISPLAY "ERINQ - ENTER FLIGHT-ID:".
           ACCEPT WS-FLIGHT-ID.
           OPEN INPUT OPERATOR.
           IF OPERATOR-NOT-PRESENT
              MOVE "OPERATOR FILE NOT FOUND"  TO  ER-REFUSE-REASON
              PERFORM REFUSE-ACCESS
           END-IF.
           MOVE WS-OPERATOR-ID             TO  OP-ID.
           READ OPERATOR
                INVALID KEY
                   MOVE "UNKNOWN OPERATOR"  TO  ER-REFUSE-REASON
                   CLOSE OPERATOR
                   PERFORM REFUSE-ACCESS
           END-READ.
           IF OP-PASSWORD NOT = SPACES AND
              OP-PASSWORD NOT = WS-OPERATOR-PASSWORD
              MOVE "BAD PASSWORD"          TO  ER-REFUSE-REASON
              CLOSE OPERATOR
              PERFORM REFUSE-ACCESS
           END-IF.
           IF NOT OP-ROLE-EMERGENCY
              MOVE "NOT EMERGENCY-TEAM ROLE" TO  ER-REFUSE-REASON
              CLOSE OPERATOR
              PERFORM REFUSE-ACCESS
           END-IF.
           CLOSE OPERATOR.

       REFUSE-ACCESS.
      *    A REFUSED ATTEMPT IS LOGGED TOO - WHO TRIED IS THE POINT.
           SET EL-REFUSED                  TO  TRUE.
           MOVE 0                          TO  TOTAL-PAX-COUNT.
           MOVE SPACE                      TO  ONBOARD-BASIS.
           PERFORM WRITE-USE-LOG.
           DISPLAY "ERINQ - ACCESS REFUSED - " ER-REFUSE-REASON.
           STOP RUN.

       WRITE-USE-LOG.
           OPEN EXTEND ER-USE-LOG.
           IF ER-LOG-NOT-PRESENT
              CLOSE ER-USE-LOG
              OPEN OUTPUT ER-USE-LOG
           END-IF.
           MOVE TODAY-DATE                 TO  EL-DATE.
           MOVE NOW-TIME(1:6)              TO  EL-TIME.
           MOVE WS-OPERATOR-ID             TO  EL-OP-ID.
           MOVE WS-FLIGHT-ID               TO  EL-FLIGHT-ID.
           MOVE ONBOARD-BASIS              TO  EL-BASIS.
           MOVE TOTAL-PAX-COUNT            TO  EL-PAX-COUNT.
           MOVE ER-REFUSE-REASON           TO  EL-REASON.
           WRITE ER-LOG-RECORD.
           CLOSE ER-USE-LOG.

       INITIALIZE-INQUIRY.
      *    THE OPERATOR IS ALREADY CLEARED HERE, SO A RUN THAT CANNOT
      *    PRODUCE THE LIST STILL GOES ON THE USE LOG WITH THE REASON.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              MOVE "FLIGHTMST FILE NOT FOUND" TO  ER-REFUSE-REASON
              PERFORM REFUSE-ACCESS
           END-IF.
           MOVE WS-FLIGHT-ID               TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   CLOSE FLIGHT-MASTER
                   MOVE "FLIGHT NOT ON FILE" TO  ER-REFUSE-REASON
                   PERFORM REFUSE-ACCESS
           END-READ.
           CLOSE FLIGHT-MASTER.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              MOVE "CUSTOMER FILE NOT FOUND" TO  ER-REFUSE-REASON
              PERFORM REFUSE-ACCESS
           END-IF.
           OPEN OUTPUT ER-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "EMERGENCY RESPONSE PASSENGER LIST - RESTRICTED - "
                  TODAY-DATE " " NOW-TIME(1:4)
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "FLIGHT " FM-FLIGHT-ID " " FM-ORIGIN "-"
                  FM-DESTINATION " " FM-TRAVEL-DATE "  TAIL "
                  FM-TAIL-NO "  REQUESTED BY " WS-OPERATOR-ID
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       FIND-ONBOARD-BASIS.
      *    ONE GATE SCAN ON THE FLIGHT MEANS THE BOARDED LIST IS THE
      *    TRUE ONE - THE SAME RULE BAGRECON USES.
           MOVE 0                          TO  BOARDED-SCAN-COUNT.
           PERFORM START-FLIGHT-CHAIN.
           PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
              IF RES-BOARDED
                 ADD 1                     TO  BOARDED-SCAN-COUNT
              END-IF
              READ CUSTOMER NEXT
                   AT END MOVE SPACES      TO  FLIGHT-ID
              END-READ
           END-PERFORM.
           IF BOARDED-SCAN-COUNT > 0
              SET BASIS-BOARDED            TO  TRUE
           ELSE
              SET BASIS-CHECKED-IN         TO  TRUE
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           IF BASIS-BOARDED
              MOVE "ON BOARD PER GATE BOARDING SCANS"
                                           TO  RPT-RECORD
           ELSE
              MOVE "NO GATE SCANS - ON BOARD PER CHECK-IN"
                                           TO  RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "SEAT NAME                          DOB      NAT PASSPO
      -    "RT  STATUS     RES-ID"         TO  RPT-RECORD.
           WRITE RPT-RECORD.

       START-FLIGHT-CHAIN.
           MOVE WS-FLIGHT-ID               TO  SAVE-FLIGHT-ID.
           MOVE WS-FLIGHT-ID               TO  FLIGHT-ID.
           START CUSTOMER KEY IS = FLIGHT-ID
                 INVALID KEY
                    MOVE SPACES            TO  FLIGHT-ID
                 NOT INVALID KEY
                    READ CUSTOMER NEXT
                         AT END MOVE SPACES TO  FLIGHT-ID
                    END-READ
           END-START.

       LIST-FLIGHT-PASSENGERS.
           PERFORM START-FLIGHT-CHAIN.
           PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
              SET PAX-NOT-ON-BOARD         TO  TRUE
              IF BASIS-BOARDED
                 IF RES-BOARDED
                    SET PAX-ON-BOARD       TO  TRUE
                 END-IF
              ELSE
                 IF RES-CHECKED-IN OR RES-FLOWN
                    SET PAX-ON-BOARD       TO  TRUE
                 END-IF
              END-IF
              IF PAX-ON-BOARD
                 MOVE SEAT-NUMBER          TO  W-SEAT
                 MOVE 0                    TO  CONNECT-LEG-IDX
                 PERFORM PRINT-ONE-PASSENGER
                 ADD 1                     TO  MAIN-PAX-COUNT
              END-IF
              READ CUSTOMER NEXT
                   AT END MOVE SPACES      TO  FLIGHT-ID
              END-READ
           END-PERFORM.

       LIST-CONNECTING-PASSENGERS.
      *    NO KEY LEADS FROM A FLIGHT TO THE LEGS THAT USE IT, SO THE
      *    WHOLE FILE IS READ IN RESERVATION ORDER.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "CHECKED THROUGH ON A CONNECTING LEG (NOT GATE-SCANNED)"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE LOW-VALUES                 TO  CUST-RES-ID.
           SET CUSTOMER-NOT-AT-END         TO  TRUE.
           START CUSTOMER KEY IS NOT LESS THAN CUST-RES-ID
                 INVALID KEY
                    SET CUSTOMER-AT-END    TO  TRUE
           END-START.
           PERFORM UNTIL CUSTOMER-AT-END
              READ CUSTOMER NEXT
                   AT END
                      SET CUSTOMER-AT-END  TO  TRUE
                   NOT AT END
                      PERFORM CHECK-CONNECTING-LEG
              END-READ
           END-PERFORM.
           IF CONNECT-PAX-COUNT = 0
              MOVE "  NONE"                TO  RPT-RECORD
              WRITE RPT-RECORD
           END-IF.

       CHECK-CONNECTING-LEG.
           IF FLIGHT-ID = WS-FLIGHT-ID
              EXIT PARAGRAPH
           END-IF.
           IF NOT (RES-CHECKED-IN OR RES-BOARDED OR RES-FLOWN)
              EXIT PARAGRAPH
           END-IF.
           IF LEG-COUNT NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                          TO  CONNECT-LEG-IDX.
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                    UNTIL LEG-IDX > LEG-COUNT OR LEG-IDX > 3
              IF LEG-FLIGHT-ID(LEG-IDX) = WS-FLIGHT-ID AND
                 LEG-OWN-SEGMENT(LEG-IDX) AND
                 LEG-BOARDING-NO(LEG-IDX) NUMERIC AND
                 LEG-BOARDING-NO(LEG-IDX) > 0
                 MOVE LEG-IDX              TO  CONNECT-LEG-IDX
              END-IF
           END-PERFORM.
           IF CONNECT-LEG-IDX = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE LEG-SEAT-NUMBER(CONNECT-LEG-IDX) TO  W-SEAT.
           PERFORM PRINT-ONE-PASSENGER.
           ADD 1                           TO  CONNECT-PAX-COUNT.

       PRINT-ONE-PASSENGER.
           EVALUATE TRUE
              WHEN CONNECT-LEG-IDX > 0
                 MOVE "CONNECTING"         TO  W-STATUS-TEXT
              WHEN RES-BOARDED
                 MOVE "BOARDED"            TO  W-STATUS-TEXT
              WHEN RES-FLOWN
                 MOVE "FLOWN"              TO  W-STATUS-TEXT
              WHEN OTHER
                 MOVE "CHECKED IN"         TO  W-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE W-SEAT                     TO  RPT-RECORD(1:4).
           MOVE SPACES                     TO  RPT-RECORD(6:30).
           STRING CUST-LNAME               DELIMITED BY "  "
                  ", "                     DELIMITED BY SIZE
                  CUST-FNAME               DELIMITED BY "  "
                  INTO RPT-RECORD(6:30)
           END-STRING.
           MOVE CUST-DOB                   TO  RPT-RECORD(37:8).
           MOVE PASSPORT-NATION            TO  RPT-RECORD(46:3).
           MOVE PASSPORT-NO                TO  RPT-RECORD(50:9).
           MOVE W-STATUS-TEXT              TO  RPT-RECORD(60:10).
           MOVE CUST-RES-ID                TO  RPT-RECORD(70:11).
           WRITE RPT-RECORD.
           PERFORM PRINT-PASSENGER-SSRS.
           PERFORM PRINT-PASSENGER-LEGS.
           PERFORM PRINT-PASSENGER-CONTACT.
           ADD 1                           TO  TOTAL-PAX-COUNT.
           PERFORM LOG-LISTED-PASSENGER.

       PRINT-PASSENGER-SSRS.
           IF SSR-COUNT NOT NUMERIC OR SSR-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "     SSR"                 TO  RPT-RECORD(1:8).
           MOVE 10                         TO  W-LINE-POS.
           PERFORM VARYING SSR-IDX FROM 1 BY 1
                    UNTIL SSR-IDX > SSR-COUNT OR SSR-IDX > 3
              MOVE SSR-CODE(SSR-IDX)       TO  RPT-RECORD(W-LINE-POS:4)
              ADD 5                        TO  W-LINE-POS
              MOVE SSR-TEXT(SSR-IDX)(1:17) TO  RPT-RECORD(W-LINE-POS:17)
              ADD 19                       TO  W-LINE-POS
           END-PERFORM.
           WRITE RPT-RECORD.

       PRINT-PASSENGER-LEGS.
      *    THE WHOLE JOURNEY, SO THE TEAM KNOWS WHERE THE PASSENGER
      *    WAS GOING AND WHICH OTHER STATIONS EXPECT THEM.
           IF LEG-COUNT NOT NUMERIC OR LEG-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "     JOURNEY"             TO  RPT-RECORD(1:12).
           MOVE FLIGHT-ID                  TO  RPT-RECORD(14:7).
           MOVE 22                         TO  W-LINE-POS.
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                    UNTIL LEG-IDX > LEG-COUNT OR LEG-IDX > 3
              IF LEG-FLIGHT-ID(LEG-IDX) NOT = SPACES
                 MOVE LEG-FLIGHT-ID(LEG-IDX)
                                           TO  RPT-RECORD(W-LINE-POS:7)
                 IF LEG-PARTNER-SEGMENT(LEG-IDX)
                    MOVE LEG-CARRIER(LEG-IDX)
                                  TO  RPT-RECORD(W-LINE-POS + 8:2)
                 END-IF
                 ADD 11                    TO  W-LINE-POS
              END-IF
           END-PERFORM.
           WRITE RPT-RECORD.

       PRINT-PASSENGER-CONTACT.
           MOVE SPACES                     TO  RPT-RECORD.
           EVALUATE TRUE
              WHEN EMERG-CONTACT-NAME NOT = SPACES
                 STRING "     CONTACT "     DELIMITED BY SIZE
                        EMERG-CONTACT-NAME  DELIMITED BY "  "
                        "  TEL " EMERG-CONTACT-PHONE
                                            DELIMITED BY SIZE
                        INTO RPT-RECORD
                 END-STRING
              WHEN UNACCOMPANIED-MINOR AND GUARDIAN-NAME NOT = SPACES
                 STRING "     GUARDIAN "    DELIMITED BY SIZE
                        GUARDIAN-NAME       DELIMITED BY "  "
                        "  TEL " GUARDIAN-PHONE
                                            DELIMITED BY SIZE
                        INTO RPT-RECORD
                 END-STRING
              WHEN OTHER
                 ADD 1                     TO  NO-CONTACT-COUNT
                 STRING "     NO EMERGENCY CONTACT GIVEN - PASSENGER "
                        "TEL " CUST-TEL    DELIMITED BY SIZE
                        INTO RPT-RECORD
                 END-STRING
           END-EVALUATE.
           WRITE RPT-RECORD.
      *    AN UNACCOMPANIED MINOR'S GUARDIAN IS ALWAYS SHOWN AS WELL.
           IF UNACCOMPANIED-MINOR AND GUARDIAN-NAME NOT = SPACES AND
              EMERG-CONTACT-NAME NOT = SPACES
              MOVE SPACES                  TO  RPT-RECORD
              STRING "     GUARDIAN "       DELIMITED BY SIZE
                     GUARDIAN-NAME          DELIMITED BY "  "
                     "  TEL " GUARDIAN-PHONE
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.

       LOG-LISTED-PASSENGER.
           MOVE SPACES                     TO  VIEWLOG-PARMS.
           MOVE WS-OPERATOR-ID             TO  VWP-OP-ID.
           MOVE "ERINQ"                    TO  VWP-PROGRAM.
           SET VWP-EXTRACT                 TO  TRUE.
           SET VWP-RESERVATION-KEY         TO  TRUE.
           MOVE CUST-RES-ID                TO  VWP-KEY.
           MOVE BOOKED-BY-OP-ID            TO  VWP-BOOKED-BY.
           IF UNACCOMPANIED-MINOR
              MOVE "YYYYN"                 TO  VWP-FIELD-GROUPS
           ELSE
              MOVE "YYYNN"                 TO  VWP-FIELD-GROUPS
           END-IF.
           CALL "VIEWLOG" USING VIEWLOG-PARMS.

       TERMINATE-INQUIRY.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE MAIN-PAX-COUNT             TO  RPT-CNT.
           MOVE "ON FLIGHT"                TO  RPT-RECORD(1:9).
           MOVE RPT-CNT                    TO  RPT-RECORD(11:4).
           MOVE CONNECT-PAX-COUNT          TO  RPT-CNT.
           MOVE "CONNECTING"               TO  RPT-RECORD(17:10).
           MOVE RPT-CNT                    TO  RPT-RECORD(28:4).
           MOVE TOTAL-PAX-COUNT            TO  RPT-CNT.
           MOVE "TOTAL"                    TO  RPT-RECORD(34:5).
           MOVE RPT-CNT                    TO  RPT-RECORD(40:4).
           MOVE NO-CONTACT-COUNT           TO  RPT-CNT.
           MOVE "NO CONTACT"               TO  RPT-RECORD(46:10).
           MOVE RPT-CNT                    TO  RPT-RECORD(57:4).
           WRITE RPT-RECORD.
           CLOSE CUSTOMER.
           CLOSE ER-RPT.
           SET EL-LISTED                   TO  TRUE.
           MOVE SPACES                     TO  ER-REFUSE-REASON.
           PERFORM WRITE-USE-LOG.
           DISPLAY "ERINQ - " TOTAL-PAX-COUNT " PASSENGER(S) ON "
                   WS-FLIGHT-ID " - SEE erinq".
