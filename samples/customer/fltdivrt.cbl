       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      FLTDIVRT.

      ******************************************************************
      *    FLTDIVRT.CBL
      *    FLIGHT DIVERSION HANDLING - FOR A FLIGHT THAT LANDED SHORT OF
      *    FM-DESTINATION, RECORDS THE DIVERSION AIRPORT AND LANDING
      *    TIME ON THE "fltdiv" FILE AND MARKS THE FLIGHT DIVERTED
      *    (FM-STATUS-CODE "V") SO NOTHING SHOWS THE PASSENGERS AS
      *    ARRIVED.  THE ONBOARD PASSENGERS (RES-BOARDED) AND THEIR
      *    BAGS FROM "bagtag" ARE LISTED TO THE "fltdivrt" REPORT, AND
      *    OPS THEN EITHER:
      *      1) CREATES A RECOVERY FLIGHT ON "flightmst" FROM THE
      *         DIVERSION POINT TO THE ORIGINAL DESTINATION AND MOVES
      *         EVERYONE ONTO IT - THE SAME DELETE-AND-REWRITE-UNDER-A-
      *         NEW-ID MOVE GATEOVSL MAKES, WITH THE BAGS, TICKET
      *         LEDGER AND SEAT INVENTORY FOLLOWING; OR
      *      2) ENDS THE JOURNEY AT THE DIVERSION AIRPORT - BAGS ARE
      *         OFFLOADED THERE AND ANY ONWARD LEGS, NOW MISCONNECTED,
      *         GO TO THE "SC" REACCOMMODATION QUEUE.
      *    THE DECISION MAY WAIT; RUNNING THE FLIGHT AGAIN PICKS UP THE
      *    RECORDED DIVERSION.  MEAL/HOTEL/TRANSPORT CHITS FOR THE
      *    DIVERTED PASSENGERS ARE OFFERED THROUGH AMENVCH.  EVERY
      *    FLIGHT MASTER CHANGE IS LOGGED TO "fltaudt" UNDER THE
      *    SIGNED-ON OPERATOR, THE SAME WAY FLTMAINT LOGS ITS OWN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

           SELECT FLIGHT-DIVERSION
                  ASSIGN TO DISK "fltdiv"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS DIV-FLIGHT-ID
                  FILE STATUS IS FLT-DIV-STATUS.

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

           SELECT BAG-TAG
                  ASSIGN TO DISK "bagtag"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BT-TAG-NO
                  FILE STATUS IS BAG-TAG-STATUS.

           SELECT TICKET-LEDGER
                  ASSIGN TO DISK "tktledgr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TL-TICKET-NO
                  FILE STATUS IS TKT-LEDGER-STATUS.

           SELECT RES-COUNTER
                  ASSIGN TO DISK "resctr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RC-FLIGHT-ID
                  FILE STATUS IS RC-STATUS.

           SELECT OPERATOR
                  ASSIGN TO DISK "operator"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OP-ID
                  FILE STATUS IS OPERATOR-STATUS.

           SELECT AIRPORT
                  ASSIGN TO DISK "airport"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AR-CODE
                  FILE STATUS IS AIRPORT-STATUS.

           SELECT FLIGHT-AUDIT
                  ASSIGN TO DISK "fltaudt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FLT-AUDIT-STATUS.

           SELECT DIVERT-RPT
                  ASSIGN TO DISK "fltdivrt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  FLIGHT-DIVERSION.
       COPY fltdiv.

       FD  CUSTOMER.
       COPY custrec.

       FD  BAG-TAG.
       COPY bagtag.

       FD  TICKET-LEDGER.
       COPY tktledgr.

       FD  RES-COUNTER.
       COPY resctr.

       FD  OPERATOR.
       COPY operator.

       FD  AIRPORT.
       COPY airport.

       FD  FLIGHT-AUDIT.
       01  FLT-AUDIT-RECORD.
           03 FA-ACTION                   PIC X(01).
               88 FA-ADD                             VALUE "A".
               88 FA-MODIFY                          VALUE "M".
               88 FA-RETIRE                          VALUE "D".
           03 FA-DATE.
               04 FA-YY                   PIC X(04).
               04 FA-MM                   PIC X(02).
               04 FA-DD                   PIC X(02).
           03 FA-OPERATOR-ID              PIC X(05).
           03 FA-BEFORE-IMAGE             PIC X(72).
           03 FA-AFTER-IMAGE              PIC X(72).

       FD  DIVERT-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  FLT-DIV-STATUS                 PIC X(02).
           88 FLT-DIV-NOT-PRESENT                     VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  BAG-TAG-STATUS                 PIC X(02).
           88 BAG-TAG-NOT-PRESENT                     VALUE "35".
       01  TKT-LEDGER-STATUS              PIC X(02).
           88 TKT-LEDGER-NOT-PRESENT                  VALUE "35".
       01  RC-STATUS                      PIC X(02).
       01  OPERATOR-STATUS                PIC X(02).
           88 OPERATOR-NOT-PRESENT                    VALUE "35".
       01  AIRPORT-STATUS                 PIC X(02).
           88 AIRPORT-NOT-PRESENT                     VALUE "35".
       01  FLT-AUDIT-STATUS               PIC X(02).
           88 FLT-AUDIT-NOT-PRESENT                   VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  TODAY-DATE.
           03 TODAY-YY                    PIC 9(04).
           03 TODAY-MM                    PIC 9(02).
           03 TODAY-DD                    PIC 9(02).
       01  TODAY-DATE-NUM REDEFINES TODAY-DATE
                                           PIC 9(08).
       01  OPERATOR-VALID-SWITCH          PIC 9      VALUE 0.
           88 OPERATOR-VALID                          VALUE 1.
           88 OPERATOR-INVALID                        VALUE 0.
       01  WS-OPERATOR-ID                 PIC X(05)  VALUE SPACES.
       01  WS-OPERATOR-PASSWORD           PIC X(08)  VALUE SPACES.
       01  AIRPORT-VALID-SWITCH           PIC 9      VALUE 0.
           88 AIRPORT-CODE-VALID                      VALUE 1.
           88 AIRPORT-CODE-INVALID                    VALUE 0.
       01  W-CHECK-AIRPORT                PIC X(03)  VALUE SPACES.
       01  DATA-VALIDITY-SWITCH           PIC 9      VALUE 0.
           88 DATA-VALID                              VALUE 1.
           88 DATA-INVALID                            VALUE 0.
       01  DIVERT-FLIGHT-ID               PIC X(07)  VALUE SPACES.
       01  SAVE-FLIGHT-ID                 PIC X(07)  VALUE SPACES.
       01  OLD-FLIGHT-RECORD              PIC X(72)  VALUE SPACES.
       01  SAVE-FM-RECORD                 PIC X(72)  VALUE SPACES.
       01  RECOVERY-FLIGHT-ID             PIC X(07)  VALUE SPACES.
       01  RECOVERY-DEP-DATE              PIC 9(08)  VALUE 0.
       01  RECOVERY-DEP-TIME              PIC 9(04)  VALUE 0.
       01  RECOVERY-ARR-TIME              PIC 9(04)  VALUE 0.
       01  RECOVERY-SWITCH                PIC 9      VALUE 0.
           88 RECOVERY-CREATED                        VALUE 1.
           88 RECOVERY-NOT-CREATED                    VALUE 0.
       01  DISPOSITION-CHOICE             PIC X(01)  VALUE SPACES.
           88 CHOOSE-RECOVERY                         VALUE "1".
           88 CHOOSE-END-JOURNEY                      VALUE "2".
           88 CHOOSE-LATER                            VALUE "0".
       01  W-RES-CNTR                     PIC 9(04)  VALUE 0.
       01  OLD-RES-ID                     PIC X(11)  VALUE SPACES.
       01  FI-ADJ-FLIGHT                  PIC X(07)  VALUE SPACES.
       01  FI-ADJ-TYPE                    PIC X(02)  VALUE SPACES.
       01  FI-ADJUSTMENT                  PIC S9(03) VALUE 0.
       01  FI-CALL-RESULT                 PIC X(01)  VALUE SPACES.
       COPY bkjparm.
       01  WQA-TYPE                       PIC X(02)  VALUE "SC".
       01  WQA-RES-ID                     PIC X(11)  VALUE SPACES.
       01  WQA-NOTE                       PIC X(40)  VALUE SPACES.
       01  WQA-BY                         PIC X(08)  VALUE "FLTDIVRT".
       01  WQA-RESULT                     PIC X(01)  VALUE SPACES.
       01  MOVED-COUNT                    PIC 9(03)  VALUE 0.
       01  BLNK-LINE                      PIC X(76)  VALUE SPACES.
       01  CNTR                           PIC 9(02)  VALUE 0.
       01  RESP                           PIC X(01)  VALUE SPACES.

      *    THE FLIGHT'S BAGS, LOADED ONCE FROM "bagtag" (WHICH HAS NO
      *    FLIGHT KEY) AND MATCHED TO EACH PASSENGER FROM HERE.
       01  BAG-TABLE.
           03 BGT-ENTRY OCCURS 500 TIMES.
              05 BGT-TAG-NO               PIC X(10).
              05 BGT-RES-ID               PIC X(11).
              05 BGT-WEIGHT               PIC 9(03).
              05 BGT-FINAL-DEST           PIC X(03).
       01  BGT-COUNT                      PIC 9(03)  VALUE 0.
       01  BGT-IDX                        PIC 9(03)  VALUE 0.
       01  BGT-PAX-COUNT                  PIC 9(02)  VALUE 0.

      *    THE ONBOARD PASSENGERS, TAKEN OFF THE FLIGHT-ID CHAIN
      *    BEFORE ANY OF THEM IS MOVED SO THE MOVE NEVER WALKS A
      *    CHAIN IT IS REWRITING.
       01  ONBOARD-TABLE.
           03 ONB-RES-ID OCCURS 400 TIMES PIC X(11).
       01  ONB-COUNT                      PIC 9(03)  VALUE 0.
       01  ONB-IDX                        PIC 9(03)  VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.

       Main Section.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           OPEN EXTEND FLIGHT-AUDIT.
           IF FLT-AUDIT-NOT-PRESENT
                OPEN OUTPUT FLIGHT-AUDIT
           END-IF
           CLOSE FLIGHT-AUDIT.
           PERFORM CAPTURE-OPERATOR-ID.
           DISPLAY "FLIGHT DIVERSION"              AT LINE 3  COL 20.
           DISPLAY "----------------"              AT LINE 4  COL 20.
           DISPLAY "FLIGHT ID      :              " AT LINE 6  COL 20.
           ACCEPT  DIVERT-FLIGHT-ID                 AT LINE 6  COL 36.
           OPEN I-O FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              DISPLAY "FLIGHTMST FILE NOT FOUND"    AT LINE 25 COL 10
              ACCEPT RESP
              Stop Run
           END-IF.
           MOVE DIVERT-FLIGHT-ID            TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   DISPLAY "FLIGHT NOT ON FILE - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
                   ACCEPT RESP
                   CLOSE FLIGHT-MASTER
                   Stop Run
           END-READ.
           IF FM-CANCELLED
              DISPLAY "FLIGHT IS CANCELLED - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              ACCEPT RESP
              CLOSE FLIGHT-MASTER
              Stop Run
           END-IF.
           DISPLAY FM-ORIGIN "-" FM-DESTINATION " " FM-TRAVEL-DATE
                                                    AT LINE 6  COL 45.
           OPEN I-O FLIGHT-DIVERSION.
           IF FLT-DIV-NOT-PRESENT
              CLOSE FLIGHT-DIVERSION
              OPEN OUTPUT FLIGHT-DIVERSION
              CLOSE FLIGHT-DIVERSION
              OPEN I-O FLIGHT-DIVERSION
           END-IF.
           MOVE DIVERT-FLIGHT-ID            TO  DIV-FLIGHT-ID.
           READ FLIGHT-DIVERSION
                INVALID KEY
                   PERFORM RECORD-DIVERSION
                NOT INVALID KEY
                   IF NOT DIV-PENDING
                      DISPLAY "DIVERSION ALREADY WORKED ("
                              DIV-DISPOSITION ") - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
                      ACCEPT RESP
                      CLOSE FLIGHT-DIVERSION
                      CLOSE FLIGHT-MASTER
                      Stop Run
                   END-IF
                   DISPLAY "DIVERTED TO " DIV-AIRPORT " "
                           DIV-LAND-DATE " " DIV-LAND-TIME
                                                    AT LINE 8  COL 20
           END-READ.
           CLOSE FLIGHT-MASTER.
           OPEN I-O CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "CUSTOMER FILE NOT FOUND"     AT LINE 25 COL 10
              ACCEPT RESP
              CLOSE FLIGHT-DIVERSION
              Stop Run
           END-IF.
           OPEN OUTPUT DIVERT-RPT.
           PERFORM LOAD-FLIGHT-BAGS.
           PERFORM LIST-ONBOARD-PASSENGERS.
           DISPLAY "ONBOARD: " DIV-PAX-COUNT " PASSENGER(S), "
                   DIV-BAG-COUNT " BAG(S) - SEE fltdivrt"
                                                    AT LINE 12 COL 20.
           DISPLAY "1)RECOVERY FLIGHT  2)END JOURNEY AT " DIV-AIRPORT
                   "  0)DECIDE LATER:-"             AT LINE 14 COL 20.
           PERFORM WITH TEST AFTER
                   UNTIL CHOOSE-RECOVERY OR CHOOSE-END-JOURNEY
                                         OR CHOOSE-LATER
              ACCEPT DISPOSITION-CHOICE             AT LINE 14 COL 76
           END-PERFORM.
           IF CHOOSE-RECOVERY
              PERFORM CREATE-RECOVERY-FLIGHT
              IF RECOVERY-CREATED
                 PERFORM MOVE-ALL-TO-RECOVERY
              END-IF
           END-IF.
           IF CHOOSE-END-JOURNEY
              PERFORM END-JOURNEY-AT-DIVERSION
           END-IF.
           REWRITE FLIGHT-DIVERSION-RECORD.
           CLOSE FLIGHT-DIVERSION.
           CLOSE CUSTOMER.
           CLOSE DIVERT-RPT.
           MOVE "FLTDIVRT"                 TO  RPG-REPORT-ID.
           MOVE "fltdivrt"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "FLTDIVRT"                 TO  RPG-PROGRAM.
           MOVE WS-OPERATOR-ID             TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           IF DIV-PENDING
              DISPLAY "DIVERSION RECORDED - DISPOSITION PENDING"
                                                    AT LINE 22 COL 10
           END-IF.
           DISPLAY "AMENITY CHITS: AMENVCH OPTION 4 - PRESS ANY KEY"
                                                    AT LINE 25 COL 10.
           ACCEPT RESP.
           Exit Program.
           Stop Run.

       CAPTURE-OPERATOR-ID.
           PERFORM CLEAR-SCREEN.
           PERFORM WITH TEST AFTER UNTIL OPERATOR-VALID
              DISPLAY "ENTER OPERATOR/AGENT ID:-"    AT LINE 10 COL 20
              ACCEPT WS-OPERATOR-ID                  AT LINE 10 COL 47
              DISPLAY "ENTER PASSWORD         :-"    AT LINE 11 COL 20
              ACCEPT WS-OPERATOR-PASSWORD            AT LINE 11 COL 47
              PERFORM VALIDATE-OPERATOR-ID
              IF OPERATOR-INVALID
                 DISPLAY "UNKNOWN OPERATOR ID OR BAD PASSWORD - REENTER"
                                                    AT LINE 12 COL 20
                 ACCEPT RESP                        AT LINE 12 COL 52
                 DISPLAY BLNK-LINE                  AT LINE 12 COL 1
              END-IF
           END-PERFORM.
           PERFORM CLEAR-SCREEN.

       VALIDATE-OPERATOR-ID.
           SET OPERATOR-INVALID             TO  TRUE.
           IF WS-OPERATOR-ID NOT = SPACES
              OPEN INPUT OPERATOR
              MOVE WS-OPERATOR-ID           TO  OP-ID
              READ OPERATOR
                   INVALID KEY
                      SET OPERATOR-INVALID  TO  TRUE
                   NOT INVALID KEY
                      IF OP-PASSWORD = SPACES OR
                         OP-PASSWORD = WS-OPERATOR-PASSWORD
                         SET OPERATOR-VALID TO  TRUE
                      END-IF
              END-READ
              CLOSE OPERATOR
           END-IF.

       RECORD-DIVERSION.
      *    FIRST RUN FOR THE FLIGHT: WHERE AND WHEN IT CAME DOWN.  THE
      *    FLIGHT IS MARKED DIVERTED AT ONCE, WHATEVER OPS DECIDE.
           MOVE SPACES                      TO  FLIGHT-DIVERSION-RECORD.
           MOVE DIVERT-FLIGHT-ID            TO  DIV-FLIGHT-ID.
           DISPLAY "DIVERSION AIRPORT:-"            AT LINE 8  COL 20.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              ACCEPT DIV-AIRPORT                    AT LINE 8  COL 42
              MOVE DIV-AIRPORT             TO  W-CHECK-AIRPORT
              PERFORM VALIDATE-AIRPORT-CODE
              IF DIV-AIRPORT = SPACES OR
                 DIV-AIRPORT = FM-DESTINATION OR
                 AIRPORT-CODE-INVALID
                 DISPLAY "NOT A VALID DIVERSION AIRPORT - REENTER"
                                                    AT LINE 25 COL 20
                 ACCEPT RESP                        AT LINE 25 COL 62
                 SET DATA-INVALID          TO  TRUE
                 DISPLAY BLNK-LINE                  AT LINE 25 COL 1
              END-IF
           END-PERFORM.
           DISPLAY "LANDED DATE (0=TODAY):-"        AT LINE 9  COL 20.
           MOVE 0                           TO  DIV-LAND-DATE.
           ACCEPT DIV-LAND-DATE                     AT LINE 9  COL 44.
           IF DIV-LAND-DATE NOT NUMERIC OR DIV-LAND-DATE = 0
              MOVE TODAY-DATE-NUM           TO  DIV-LAND-DATE
           END-IF.
           DISPLAY "LANDED TIME (HHMM):-"           AT LINE 10 COL 20.
           MOVE 0                           TO  DIV-LAND-TIME.
           ACCEPT DIV-LAND-TIME                     AT LINE 10 COL 44.
           MOVE FM-DESTINATION              TO  DIV-ORIG-DEST.
           SET DIV-PENDING                  TO  TRUE.
           MOVE 0                           TO  DIV-PAX-COUNT
                                                 DIV-BAG-COUNT
                                                 DIV-REQUEUED-COUNT
                                                 DIV-WORKED-DATE.
           MOVE WS-OPERATOR-ID              TO  DIV-RECORDED-BY.
           MOVE TODAY-DATE-NUM              TO  DIV-RECORDED-DATE.
           WRITE FLIGHT-DIVERSION-RECORD.
           MOVE FLIGHT-MASTER-RECORD        TO  OLD-FLIGHT-RECORD.
           SET FM-DIVERTED                  TO  TRUE.
           MOVE 0                           TO  FM-NEW-DEP-TIME.
           REWRITE FLIGHT-MASTER-RECORD.
           SET FA-MODIFY                    TO  TRUE.
           MOVE OLD-FLIGHT-RECORD           TO  FA-BEFORE-IMAGE.
           MOVE FLIGHT-MASTER-RECORD        TO  FA-AFTER-IMAGE.
           PERFORM WRITE-FLIGHT-AUDIT.

       VALIDATE-AIRPORT-CODE.
           SET AIRPORT-CODE-VALID          TO  TRUE.
           OPEN INPUT AIRPORT.
           IF AIRPORT-NOT-PRESENT
              CLOSE AIRPORT
              EXIT PARAGRAPH
           END-IF.
           MOVE W-CHECK-AIRPORT            TO  AR-CODE.
           READ AIRPORT
                INVALID KEY
                   SET AIRPORT-CODE-INVALID TO  TRUE
           END-READ.
           CLOSE AIRPORT.

       LOAD-FLIGHT-BAGS.
           MOVE 0                           TO  BGT-COUNT.
           OPEN INPUT BAG-TAG.
           IF BAG-TAG-NOT-PRESENT
              CLOSE BAG-TAG
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES                  TO  BT-TAG-NO.
           START BAG-TAG KEY IS > BT-TAG-NO
                 INVALID KEY
                    CLOSE BAG-TAG
                    EXIT PARAGRAPH
           END-START.
           MOVE SPACES                      TO  RESP.
           PERFORM UNTIL RESP = "E"
              READ BAG-TAG NEXT
                   AT END
                      MOVE "E"              TO  RESP
                   NOT AT END
                      IF BT-FLIGHT-ID = DIVERT-FLIGHT-ID AND
                         BGT-COUNT < 500
                         ADD 1              TO  BGT-COUNT
                         MOVE BT-TAG-NO     TO  BGT-TAG-NO(BGT-COUNT)
                         MOVE BT-CUST-RES-ID
                                            TO  BGT-RES-ID(BGT-COUNT)
                         MOVE BT-WEIGHT     TO  BGT-WEIGHT(BGT-COUNT)
                         MOVE BT-FINAL-DEST
                                         TO  BGT-FINAL-DEST(BGT-COUNT)
                      END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES                      TO  RESP.
           CLOSE BAG-TAG.

       LIST-ONBOARD-PASSENGERS.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING "FLIGHT DIVERSION - " DIVERT-FLIGHT-ID " "
                  FM-ORIGIN "-" DIV-ORIG-DEST " DIVERTED TO "
                  DIV-AIRPORT " - " TODAY-MM "/" TODAY-DD "/"
                  TODAY-YY                  DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING "LANDED " DIV-LAND-DATE " " DIV-LAND-TIME
                  " - RECORDED BY " DIV-RECORDED-BY
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                      TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                      TO  RPT-RECORD.
           MOVE "RES ID"                    TO  RPT-RECORD(1:6).
           MOVE "NAME"                      TO  RPT-RECORD(13:4).
           MOVE "CL"                        TO  RPT-RECORD(39:2).
           MOVE "SEAT"                      TO  RPT-RECORD(42:4).
           MOVE "LEGS"                      TO  RPT-RECORD(47:4).
           MOVE "BAGS"                      TO  RPT-RECORD(52:4).
           WRITE RPT-RECORD.
           MOVE 0                           TO  ONB-COUNT
                                                 DIV-PAX-COUNT
                                                 DIV-BAG-COUNT.
           MOVE DIVERT-FLIGHT-ID            TO  SAVE-FLIGHT-ID.
           MOVE DIVERT-FLIGHT-ID            TO  FLIGHT-ID.
           START CUSTOMER KEY IS = FLIGHT-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ CUSTOMER NEXT
                         AT END MOVE SPACES  TO  FLIGHT-ID
                    END-READ
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                       IF RES-BOARDED
                          PERFORM LIST-ONE-PASSENGER
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES TO FLIGHT-ID
                       END-READ
                    END-PERFORM
           END-START.
           MOVE SPACES                      TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING "ONBOARD PASSENGERS: " DIV-PAX-COUNT
                  "   BAGS: " DIV-BAG-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       LIST-ONE-PASSENGER.
           ADD 1                            TO  DIV-PAX-COUNT.
           IF ONB-COUNT < 400
              ADD 1                         TO  ONB-COUNT
              MOVE CUST-RES-ID              TO  ONB-RES-ID(ONB-COUNT)
           END-IF.
           MOVE 0                           TO  BGT-PAX-COUNT.
           PERFORM VARYING BGT-IDX FROM 1 BY 1 UNTIL BGT-IDX > BGT-COUNT
              IF BGT-RES-ID(BGT-IDX) = CUST-RES-ID
                 ADD 1                      TO  BGT-PAX-COUNT
              END-IF
           END-PERFORM.
           ADD BGT-PAX-COUNT                TO  DIV-BAG-COUNT.
           MOVE SPACES                      TO  RPT-RECORD.
           MOVE CUST-RES-ID                 TO  RPT-RECORD(1:11).
           STRING CUST-LNAME                DELIMITED BY "  "
                  ", "                      DELIMITED BY SIZE
                  CUST-FNAME                DELIMITED BY "  "
                  INTO RPT-RECORD(13:25)
           END-STRING.
           MOVE SEAT-TYPE                   TO  RPT-RECORD(39:2).
           MOVE SEAT-NUMBER                 TO  RPT-RECORD(42:4).
           MOVE LEG-COUNT                   TO  RPT-RECORD(50:1).
           MOVE BGT-PAX-COUNT               TO  RPT-RECORD(54:2).
           WRITE RPT-RECORD.
           PERFORM VARYING BGT-IDX FROM 1 BY 1 UNTIL BGT-IDX > BGT-COUNT
              IF BGT-RES-ID(BGT-IDX) = CUST-RES-ID
                 MOVE SPACES                TO  RPT-RECORD
                 STRING "      BAG " BGT-TAG-NO(BGT-IDX)
                        " WT " BGT-WEIGHT(BGT-IDX)
                        " TO " BGT-FINAL-DEST(BGT-IDX)
                                            DELIMITED BY SIZE
                        INTO RPT-RECORD
                 END-STRING
                 WRITE RPT-RECORD
              END-IF
           END-PERFORM.

       CREATE-RECOVERY-FLIGHT.
      *    THE SAME AIRCRAFT NORMALLY FLIES ON ONCE IT IS CLEARED, SO
      *    THE RECOVERY FLIGHT TAKES THE DIVERTED FLIGHT'S AIRCRAFT,
      *    TAIL AND CABIN CAPACITIES, FROM THE DIVERSION AIRPORT TO
      *    THE ORIGINAL DESTINATION.
           SET RECOVERY-NOT-CREATED         TO  TRUE.
           OPEN I-O FLIGHT-MASTER.
           MOVE DIVERT-FLIGHT-ID            TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   CLOSE FLIGHT-MASTER
                   EXIT PARAGRAPH
           END-READ.
           MOVE FLIGHT-MASTER-RECORD        TO  SAVE-FM-RECORD.
           DISPLAY "RECOVERY FLIGHT ID:-"           AT LINE 16 COL 20.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              MOVE SPACES                  TO  RECOVERY-FLIGHT-ID
              ACCEPT RECOVERY-FLIGHT-ID             AT LINE 16 COL 44
              MOVE RECOVERY-FLIGHT-ID      TO  FM-FLIGHT-ID
              IF RECOVERY-FLIGHT-ID = SPACES
                 SET DATA-INVALID          TO  TRUE
              ELSE
                 READ FLIGHT-MASTER
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         SET DATA-INVALID  TO  TRUE
                 END-READ
              END-IF
              IF DATA-INVALID
                 DISPLAY "FLIGHT ID BLANK OR ALREADY ON FILE - REENTER"
                                                    AT LINE 25 COL 20
                 ACCEPT RESP                        AT LINE 25 COL 66
                 DISPLAY BLNK-LINE                  AT LINE 25 COL 1
              END-IF
           END-PERFORM.
           DISPLAY "DEPART DATE (0=LANDED DATE):-"  AT LINE 17 COL 20.
           MOVE 0                           TO  RECOVERY-DEP-DATE.
           ACCEPT RECOVERY-DEP-DATE                 AT LINE 17 COL 50.
           IF RECOVERY-DEP-DATE NOT NUMERIC OR RECOVERY-DEP-DATE = 0
              MOVE DIV-LAND-DATE            TO  RECOVERY-DEP-DATE
           END-IF.
           DISPLAY "SCHED DEP (HHMM):-"             AT LINE 18 COL 20.
           MOVE 0                           TO  RECOVERY-DEP-TIME.
           ACCEPT RECOVERY-DEP-TIME                 AT LINE 18 COL 44.
           DISPLAY "SCHED ARR (HHMM):-"             AT LINE 19 COL 20.
           MOVE 0                           TO  RECOVERY-ARR-TIME.
           ACCEPT RECOVERY-ARR-TIME                 AT LINE 19 COL 44.
           MOVE SAVE-FM-RECORD              TO  FLIGHT-MASTER-RECORD.
           MOVE RECOVERY-FLIGHT-ID          TO  FM-FLIGHT-ID.
           MOVE DIV-AIRPORT                 TO  FM-ORIGIN.
           MOVE DIV-ORIG-DEST               TO  FM-DESTINATION.
           MOVE RECOVERY-DEP-DATE           TO  FM-TRAVEL-DATE.
           MOVE SPACES                      TO  FM-GATE.
           MOVE "O"                         TO  FM-STATUS-CODE.
           MOVE 0                           TO  FM-NEW-DEP-TIME
                                                 FM-ACT-DEP-TIME
                                                 FM-ACT-ARR-TIME
                                                 FM-ARR-DATE.
           MOVE RECOVERY-DEP-TIME           TO  FM-SCHED-DEP-TIME.
           MOVE RECOVERY-ARR-TIME           TO  FM-SCHED-ARR-TIME.
           WRITE FLIGHT-MASTER-RECORD
                 INVALID KEY
                    CLOSE FLIGHT-MASTER
                    EXIT PARAGRAPH
           END-WRITE.
           SET FA-ADD                       TO  TRUE.
           MOVE SPACES                      TO  FA-BEFORE-IMAGE.
           MOVE FLIGHT-MASTER-RECORD        TO  FA-AFTER-IMAGE.
           PERFORM WRITE-FLIGHT-AUDIT.
           CLOSE FLIGHT-MASTER.
           SET RECOVERY-CREATED             TO  TRUE.
           MOVE RECOVERY-FLIGHT-ID          TO  DIV-RECOVERY-FLIGHT-ID.
           MOVE SPACES                      TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING "RECOVERY FLIGHT " RECOVERY-FLIGHT-ID " "
                  DIV-AIRPORT "-" DIV-ORIG-DEST " " RECOVERY-DEP-DATE
                  " DEP " RECOVERY-DEP-TIME " ARR " RECOVERY-ARR-TIME
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       MOVE-ALL-TO-RECOVERY.
           MOVE 0                           TO  MOVED-COUNT
                                                 DIV-REQUEUED-COUNT.
           OPEN I-O BAG-TAG.
           PERFORM VARYING ONB-IDX FROM 1 BY 1 UNTIL ONB-IDX > ONB-COUNT
              PERFORM MOVE-ONE-TO-RECOVERY
           END-PERFORM.
           CLOSE BAG-TAG.
           SET DIV-RECOVERED                TO  TRUE.
           MOVE WS-OPERATOR-ID              TO  DIV-WORKED-BY.
           MOVE TODAY-DATE-NUM              TO  DIV-WORKED-DATE.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING "MOVED TO RECOVERY FLIGHT: " MOVED-COUNT
                  "   ONWARD LEGS QUEUED: " DIV-REQUEUED-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           DISPLAY MOVED-COUNT " MOVED TO " RECOVERY-FLIGHT-ID
                                                    AT LINE 21 COL 20.

       MOVE-ONE-TO-RECOVERY.
      *    SAME MOVE GATEOVSL MAKES: CUST-FLIGHT IS PART OF THE
      *    PRIMARY KEY, SO THE MOVE IS A DELETE PLUS A WRITE UNDER A
      *    NEW CUST-RES-ID FROM THE SHARED "resctr" SERIES.  THE SEAT
      *    CARRIES BECAUSE THE AIRCRAFT DOES; THE BOARDING NUMBER DOES
      *    NOT - EVERYONE BOARDS AGAIN AT THE DIVERSION AIRPORT.
           MOVE ONB-RES-ID(ONB-IDX)         TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE CUST-RES-ID                 TO  OLD-RES-ID.
           MOVE RECOVERY-FLIGHT-ID          TO  RC-FLIGHT-ID.
           OPEN I-O RES-COUNTER.
           READ RES-COUNTER WITH LOCK
                INVALID KEY
                   MOVE RECOVERY-FLIGHT-ID  TO  RC-FLIGHT-ID
                   MOVE 2                   TO  RC-NEXT-NO
                   WRITE RES-COUNTER-RECORD
                   MOVE 1                   TO  W-RES-CNTR
                NOT INVALID KEY
                   MOVE RC-NEXT-NO          TO  W-RES-CNTR
                   ADD 1                    TO  RC-NEXT-NO
                   REWRITE RES-COUNTER-RECORD
           END-READ.
           CLOSE RES-COUNTER.
           DELETE CUSTOMER.
           MOVE SEAT-TYPE                   TO  FI-ADJ-TYPE.
           MOVE DIVERT-FLIGHT-ID            TO  FI-ADJ-FLIGHT.
           MOVE -1                          TO  FI-ADJUSTMENT.
           PERFORM ADJUST-SEAT-INVENTORY.
           MOVE RECOVERY-FLIGHT-ID          TO  CUST-FLIGHT FLIGHT-ID.
           MOVE W-RES-CNTR                  TO  CUST-NO.
           MOVE 0                           TO  BOARDING-NO.
           SET RES-CHECKED-IN               TO  TRUE.
           SET CUST-LAYOUT-CURRENT          TO  TRUE.
           WRITE CUSTOMER-RECORD.
           PERFORM WRITE-BOOKING-JOURNAL.
           MOVE RECOVERY-FLIGHT-ID          TO  FI-ADJ-FLIGHT.
           MOVE +1                          TO  FI-ADJUSTMENT.
           PERFORM ADJUST-SEAT-INVENTORY.
           PERFORM REPOINT-TICKET-LEDGER.
           PERFORM VARYING BGT-IDX FROM 1 BY 1 UNTIL BGT-IDX > BGT-COUNT
              IF BGT-RES-ID(BGT-IDX) = OLD-RES-ID
                 PERFORM MOVE-ONE-BAG
              END-IF
           END-PERFORM.
      *    THE LATER ARRIVAL MAY BREAK A CONNECTION - LET AN AGENT
      *    CHECK EVERY ITINERARY THAT HAS ONWARD LEGS.
           IF LEG-COUNT NUMERIC AND LEG-COUNT > 0
              MOVE SPACES                   TO  WQA-NOTE
              STRING "DIVERTED " DIVERT-FLIGHT-ID " - RECOVERY "
                     RECOVERY-FLIGHT-ID " - CHECK ONWARD"
                                            DELIMITED BY SIZE
                     INTO WQA-NOTE
              END-STRING
              PERFORM QUEUE-REACCOMMODATION
           END-IF.
           ADD 1                            TO  MOVED-COUNT.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING "MOVED " OLD-RES-ID " TO " CUST-RES-ID " "
                  CUST-LNAME                DELIMITED BY "  "
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       MOVE-ONE-BAG.
           MOVE BGT-TAG-NO(BGT-IDX)         TO  BT-TAG-NO.
           READ BAG-TAG
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE RECOVERY-FLIGHT-ID          TO  BT-FLIGHT-ID.
           MOVE CUST-RES-ID                 TO  BT-CUST-RES-ID.
           REWRITE BAG-TAG-RECORD.

       END-JOURNEY-AT-DIVERSION.
      *    THE TRIP STOPS HERE.  THE PASSENGERS STAY ON THE DIVERTED
      *    FLIGHT (CLOSEOUT FLOWS THEM AS USUAL), THEIR BAGS COME OFF
      *    AT THE DIVERSION AIRPORT, AND ANY ONWARD LEG IS NOW A
      *    MISCONNECT FOR THE REACCOMMODATION QUEUE.
           MOVE 0                           TO  DIV-REQUEUED-COUNT.
           OPEN I-O BAG-TAG.
           PERFORM VARYING ONB-IDX FROM 1 BY 1 UNTIL ONB-IDX > ONB-COUNT
              PERFORM END-ONE-JOURNEY
           END-PERFORM.
           CLOSE BAG-TAG.
           SET DIV-TERMINATED               TO  TRUE.
           MOVE WS-OPERATOR-ID              TO  DIV-WORKED-BY.
           MOVE TODAY-DATE-NUM              TO  DIV-WORKED-DATE.
           MOVE SPACES                      TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING "JOURNEYS ENDED AT " DIV-AIRPORT
                  " - MISCONNECTS QUEUED: " DIV-REQUEUED-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           DISPLAY DIV-REQUEUED-COUNT " MISCONNECT(S) QUEUED"
                                                    AT LINE 21 COL 20.

       END-ONE-JOURNEY.
           MOVE ONB-RES-ID(ONB-IDX)         TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING BGT-IDX FROM 1 BY 1 UNTIL BGT-IDX > BGT-COUNT
              IF BGT-RES-ID(BGT-IDX) = CUST-RES-ID
                 MOVE BGT-TAG-NO(BGT-IDX)   TO  BT-TAG-NO
                 READ BAG-TAG
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE DIV-AIRPORT   TO  BT-FINAL-DEST
                         REWRITE BAG-TAG-RECORD
                 END-READ
              END-IF
           END-PERFORM.
           IF LEG-COUNT NUMERIC AND LEG-COUNT > 0
              MOVE SPACES                   TO  WQA-NOTE
              STRING "MISCONNECT - " DIVERT-FLIGHT-ID
                     " DIVERTED TO " DIV-AIRPORT " - REBOOK"
                                            DELIMITED BY SIZE
                     INTO WQA-NOTE
              END-STRING
              PERFORM QUEUE-REACCOMMODATION
              MOVE SPACES                   TO  RPT-RECORD
              STRING "QUEUED   " CUST-RES-ID " "
                                            DELIMITED BY SIZE
                     CUST-LNAME             DELIMITED BY "  "
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.

       QUEUE-REACCOMMODATION.
           MOVE CUST-RES-ID                 TO  WQA-RES-ID.
           CALL "WORKQADD" USING WQA-TYPE, WQA-RES-ID, WQA-NOTE,
                WQA-BY, WQA-RESULT.
           ADD 1                            TO  DIV-REQUEUED-COUNT.

       WRITE-BOOKING-JOURNAL.
      *    THE MOVE IS JOURNALED TODAY UNDER THE NEW RESERVATION ID,
      *    AND AGAIN UNDER THE BOOKING AND FEE DATES IT CARRIES, SO A
      *    RERUN OF ANY OF THOSE DATES STILL FINDS THE PASSENGER.
           INITIALIZE BKJRNL-PARMS.
           SET BKJ-MOVE                     TO  TRUE.
           MOVE "MOVED"                     TO  BKJ-DETAIL.
           MOVE CUST-RES-ID                 TO  BKJ-CUST-RES-ID.
           MOVE OLD-RES-ID                  TO  BKJ-PRIOR-RES-ID.
           IF TOTAL-COLLECTED-AMT NUMERIC
              MOVE TOTAL-COLLECTED-AMT      TO  BKJ-AMOUNT
           END-IF.
           IF ADD-DATE NUMERIC
              MOVE ADD-DATE                 TO  BKJ-CARRY-DATE(1)
           END-IF.
           MOVE BAG-FEE-DATE                TO  BKJ-CARRY-DATE(2).
           MOVE NC-FEE-DATE                 TO  BKJ-CARRY-DATE(3).
           MOVE SEAT-FEE-DATE               TO  BKJ-CARRY-DATE(4).
           MOVE CHG-FEE-DATE                TO  BKJ-CARRY-DATE(5).
           MOVE FARE-DIFF-DATE              TO  BKJ-CARRY-DATE(6).
           MOVE "FLTDIVRT"                  TO  BKJ-PROGRAM.
           MOVE WS-OPERATOR-ID              TO  BKJ-OP-ID.
           CALL "BKJRNL" USING BKJRNL-PARMS.

       ADJUST-SEAT-INVENTORY.
      *    A LAP INFANT HOLDS NO SEAT; AN EXTRA SEAT BOUGHT BESIDE THE
      *    PASSENGER MOVES WITH IT.
           IF PAX-INFANT
              EXIT PARAGRAPH
           END-IF.
           CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                FI-ADJUSTMENT, FI-CALL-RESULT.
           IF EXTRA-SEAT-HELD
              CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                   FI-ADJUSTMENT, FI-CALL-RESULT
           END-IF.

       REPOINT-TICKET-LEDGER.
           IF TICKET-NO = SPACES
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O TICKET-LEDGER.
           IF TKT-LEDGER-NOT-PRESENT
              CLOSE TICKET-LEDGER
              EXIT PARAGRAPH
           END-IF.
           MOVE TICKET-NO                   TO  TL-TICKET-NO.
           READ TICKET-LEDGER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE CUST-RES-ID         TO  TL-CUST-RES-ID
                   MOVE FLIGHT-ID           TO  TL-FLIGHT-ID
                   REWRITE TICKET-LEDGER-RECORD
           END-READ.
           CLOSE TICKET-LEDGER.

       WRITE-FLIGHT-AUDIT.
           MOVE TODAY-YY                   TO  FA-YY.
           MOVE TODAY-MM                   TO  FA-MM.
           MOVE TODAY-DD                   TO  FA-DD.
           MOVE WS-OPERATOR-ID             TO  FA-OPERATOR-ID.
           OPEN EXTEND FLIGHT-AUDIT.
           WRITE FLT-AUDIT-RECORD.
           CLOSE FLIGHT-AUDIT.

       CLEAR-SCREEN.
           MOVE 1                          TO  CNTR.
           PERFORM UNTIL CNTR > 25
               DISPLAY BLNK-LINE AT LINE CNTR COL 1
               ADD +1                      TO  CNTR
           END-PERFORM.
