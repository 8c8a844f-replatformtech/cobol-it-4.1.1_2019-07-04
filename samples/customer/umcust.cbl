       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      UMCUST.

      ******************************************************************
      *    UMCUST.CBL
      *    UNACCOMPANIED-MINOR CUSTODY LOG - RECORDS WHO HAD THE CHILD
      *    AT EVERY HANDOVER, FROM THE GUARDIAN AT THE DEPARTURE
      *    COUNTER TO THE COLLECTING ADULT AT ARRIVAL:
      *      1) RECORD A HANDOVER EVENT (D/C/A/R - SEE UMCUST.CPY)
      *         AGAINST A RESERVATION FLAGGED UNACCOMPANIED-MINOR.
      *         EACH STEP NEEDS THE ONE BEFORE IT, EACH IS RECORDED
      *         ONCE, STAMPED WITH THE DATE, TIME AND OPERATOR ID.
      *         THE DROP-OFF NEEDS THE GUARDIAN'S ID AND THE NAME OF
      *         THE ADULT WHO WILL COLLECT; RELEASE IS REFUSED TO
      *         ANYONE ELSE AND NEEDS THEIR ID.
      *      2) SHOW THE CUSTODY CHAIN FOR A RESERVATION.
      *      3) OPEN-CUSTODY REPORT TO "umcustrp" - EVERY UM WHOSE
      *         CHAIN IS STILL INCOMPLETE TWO HOURS AFTER THE FLIGHT
      *         ARRIVED (ACTUAL ARRIVAL TIME, SCHEDULED IF NOT YET
      *         POSTED).
      *    GATEBORD REFUSES TO BOARD A UM WITHOUT THE DROP-OFF EVENT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UM-CUSTODY
                  ASSIGN TO DISK "umcust"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS UMC-KEY
                  FILE STATUS IS UM-CUSTODY-STATUS.

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

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FLIGHT-MASTER-STATUS.

           SELECT CUSTODY-RPT
                  ASSIGN TO DISK "umcustrp"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  UM-CUSTODY.
       COPY umcust.

       FD  CUSTOMER.
       COPY custrec.

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  CUSTODY-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  UM-CUSTODY-STATUS              PIC X(02).
           88 UM-CUSTODY-NOT-PRESENT                  VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  FLIGHT-MASTER-STATUS           PIC X(02).
           88 FLIGHT-MASTER-NOT-PRESENT               VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  CUSTOMER-EOF-SWITCH            PIC 9       VALUE 0.
           88 CUSTOMER-AT-END                         VALUE 1.
           88 CUSTOMER-NOT-AT-END                     VALUE 0.
       01  CHAIN-EOF-SWITCH               PIC 9       VALUE 0.
           88 CHAIN-AT-END                            VALUE 1.
           88 CHAIN-NOT-AT-END                        VALUE 0.
       01  EVENT-FOUND-SWITCH             PIC 9       VALUE 0.
           88 EVENT-FOUND                             VALUE 1.
           88 EVENT-NOT-FOUND                         VALUE 0.
       01  FLIGHT-FOUND-SWITCH            PIC 9       VALUE 0.
           88 FLIGHT-FOUND                            VALUE 1.
           88 FLIGHT-NOT-FOUND                        VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  NOW-TIME                       PIC 9(08)   VALUE 0.
       01  WS-OPERATOR-ID                 PIC X(05)   VALUE SPACES.
       01  MENU-CHOICE1                   PIC X(01)   VALUE SPACES.
           88 RECORD-EVENT-OPT                        VALUE "1".
           88 SHOW-CHAIN-OPT                          VALUE "2".
           88 OPEN-CUSTODY-OPT                        VALUE "3".
           88 EXIT-PROG                               VALUE "0".
       01  W-RES-ID                       PIC X(11)   VALUE SPACES.
       01  W-EVENT-TYPE                   PIC X(01)   VALUE SPACES.
           88 W-VALID-EVENT                           VALUE "D" "C"
                                                            "A" "R".
       01  W-PRIOR-TYPE                   PIC X(01)   VALUE SPACES.
       01  W-PARTY-NAME                   PIC X(30)   VALUE SPACES.
       01  W-ID-DOC                       PIC X(20)   VALUE SPACES.
       01  W-COLLECT-NAME                 PIC X(30)   VALUE SPACES.
       01  W-EVENT-NAME                   PIC X(18)   VALUE SPACES.
       01  CHAIN-FLAGS.
           03 CHAIN-HAS-DROP-OFF          PIC X(01)   VALUE "N".
           03 CHAIN-HAS-CREW              PIC X(01)   VALUE "N".
           03 CHAIN-HAS-ARRIVAL           PIC X(01)   VALUE "N".
           03 CHAIN-HAS-RELEASE           PIC X(01)   VALUE "N".
       01  ARR-DATE                       PIC 9(08)   VALUE 0.
       01  ARR-TIME                       PIC 9(04)   VALUE 0.
       01  ARR-TIME-R REDEFINES ARR-TIME.
           03 ARR-HH                      PIC 9(02).
           03 ARR-MM                      PIC 9(02).
       01  NOW-HHMM                       PIC 9(04)   VALUE 0.
       01  NOW-HHMM-R REDEFINES NOW-HHMM.
           03 NOW-HH                      PIC 9(02).
           03 NOW-MM                      PIC 9(02).
       01  MINUTES-SINCE-ARR              PIC S9(07)  VALUE 0.
       01  OPEN-CHAIN-COUNT               PIC 9(05)   VALUE 0.
       01  RPT-HOURS                      PIC ZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "UMCUST - ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "UMCUST - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN I-O UM-CUSTODY.
           IF UM-CUSTODY-NOT-PRESENT
              CLOSE UM-CUSTODY
              OPEN OUTPUT UM-CUSTODY
              CLOSE UM-CUSTODY
              OPEN I-O UM-CUSTODY
           END-IF.
           PERFORM WITH TEST AFTER UNTIL EXIT-PROG
              DISPLAY "UMCUST - 1)RECORD HANDOVER 2)SHOW CHAIN "
                      "3)OPEN CUSTODY 0)EXIT:"
              ACCEPT MENU-CHOICE1
              EVALUATE TRUE
                 WHEN RECORD-EVENT-OPT
                    PERFORM RECORD-CUSTODY-EVENT
                 WHEN SHOW-CHAIN-OPT
                    PERFORM SHOW-ONE-CHAIN
                 WHEN OPEN-CUSTODY-OPT
                    PERFORM PRINT-OPEN-CUSTODY
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
           CLOSE UM-CUSTODY.
           CLOSE CUSTOMER.
           STOP RUN.

       RECORD-CUSTODY-EVENT.
           DISPLAY "UMCUST - RESERVATION ID:".
           ACCEPT W-RES-ID.
           MOVE W-RES-ID                   TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   DISPLAY "UMCUST - RESERVATION NOT FOUND"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT UNACCOMPANIED-MINOR
              DISPLAY "UMCUST - RESERVATION IS NOT AN "
                      "UNACCOMPANIED MINOR"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "  " CUST-FNAME(1:12) " " CUST-LNAME(1:15)
                   "  FLT " FLIGHT-ID "  GUARDIAN " GUARDIAN-NAME.
           PERFORM LIST-CUSTODY-CHAIN.
           DISPLAY "UMCUST - EVENT D)ROP-OFF C)REW A)RRIVAL R)ELEASE:".
           ACCEPT W-EVENT-TYPE.
           INSPECT W-EVENT-TYPE CONVERTING "dcar" TO "DCAR".
           IF NOT W-VALID-EVENT
              DISPLAY "UMCUST - INVALID EVENT TYPE"
              EXIT PARAGRAPH
           END-IF.
           MOVE W-EVENT-TYPE               TO  UMC-EVENT-TYPE.
           PERFORM READ-CHAIN-EVENT.
           IF EVENT-FOUND
              DISPLAY "UMCUST - EVENT ALREADY RECORDED BY " UMC-OP-ID
                      " AT " UMC-EVENT-DATE " " UMC-EVENT-TIME
              EXIT PARAGRAPH
           END-IF.
           EVALUATE W-EVENT-TYPE
              WHEN "C"     MOVE "D"        TO  W-PRIOR-TYPE
              WHEN "A"     MOVE "C"        TO  W-PRIOR-TYPE
              WHEN "R"     MOVE "A"        TO  W-PRIOR-TYPE
              WHEN OTHER   MOVE SPACE      TO  W-PRIOR-TYPE
           END-EVALUATE.
           IF W-PRIOR-TYPE NOT = SPACE
              MOVE W-PRIOR-TYPE            TO  UMC-EVENT-TYPE
              PERFORM READ-CHAIN-EVENT
              IF EVENT-NOT-FOUND
                 DISPLAY "UMCUST - PREVIOUS HANDOVER (" W-PRIOR-TYPE
                         ") NOT YET RECORDED"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE SPACES                     TO  W-PARTY-NAME
                                               W-ID-DOC
                                               W-COLLECT-NAME.
           EVALUATE W-EVENT-TYPE
              WHEN "D"
                 PERFORM CAPTURE-DROP-OFF
              WHEN "C"
                 DISPLAY "UMCUST - CREW MEMBER TAKING THE CHILD:"
                 ACCEPT W-PARTY-NAME
              WHEN "A"
                 DISPLAY "UMCUST - GROUND STAFF TAKING THE CHILD:"
                 ACCEPT W-PARTY-NAME
              WHEN "R"
                 PERFORM CAPTURE-RELEASE
           END-EVALUATE.
           IF W-PARTY-NAME = SPACES
              DISPLAY "UMCUST - HANDOVER NOT RECORDED"
              EXIT PARAGRAPH
           END-IF.
           ACCEPT NOW-TIME                 FROM TIME.
           MOVE SPACES                     TO  UM-CUSTODY-RECORD.
           MOVE W-RES-ID                   TO  UMC-CUST-RES-ID.
           MOVE W-EVENT-TYPE               TO  UMC-EVENT-TYPE.
           MOVE FLIGHT-ID                  TO  UMC-FLIGHT-ID.
           MOVE TODAY-DATE                 TO  UMC-EVENT-DATE.
           MOVE NOW-TIME(1:4)              TO  UMC-EVENT-TIME.
           MOVE WS-OPERATOR-ID             TO  UMC-OP-ID.
           MOVE W-PARTY-NAME               TO  UMC-PARTY-NAME.
           MOVE W-ID-DOC                   TO  UMC-ID-DOC.
           MOVE W-COLLECT-NAME             TO  UMC-COLLECT-NAME.
           WRITE UM-CUSTODY-RECORD
                 INVALID KEY
                    DISPLAY "UMCUST - EVENT ALREADY RECORDED"
                    EXIT PARAGRAPH
           END-WRITE.
           DISPLAY "UMCUST - HANDOVER " UMC-EVENT-TYPE " RECORDED FOR "
                   UMC-CUST-RES-ID " AT " UMC-EVENT-TIME.

       CAPTURE-DROP-OFF.
      *    THE ADULT HANDING OVER MUST SHOW ID; THEY ALSO NAME WHO
      *    WILL COLLECT AT THE OTHER END (DEFAULTS TO THE GUARDIAN ON
      *    THE BOOKING).
           DISPLAY "UMCUST - ADULT HANDING OVER (BLANK="
                   GUARDIAN-NAME(1:20) "):".
           ACCEPT W-PARTY-NAME.
           IF W-PARTY-NAME = SPACES
              MOVE GUARDIAN-NAME           TO  W-PARTY-NAME
           END-IF.
           DISPLAY "UMCUST - ID DOCUMENT SEEN (TYPE/NUMBER):".
           ACCEPT W-ID-DOC.
           IF W-ID-DOC = SPACES
              DISPLAY "UMCUST - GUARDIAN ID MUST BE CHECKED"
              MOVE SPACES                  TO  W-PARTY-NAME
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "UMCUST - ADULT COLLECTING AT ARRIVAL (BLANK="
                   GUARDIAN-NAME(1:20) "):".
           ACCEPT W-COLLECT-NAME.
           IF W-COLLECT-NAME = SPACES
              MOVE GUARDIAN-NAME           TO  W-COLLECT-NAME
           END-IF.
           IF W-COLLECT-NAME = SPACES
              DISPLAY "UMCUST - A COLLECTING ADULT MUST BE NAMED"
              MOVE SPACES                  TO  W-PARTY-NAME
           END-IF.

       CAPTURE-RELEASE.
      *    RELEASE ONLY TO THE ADULT NAMED AT DROP-OFF, ID IN HAND.
           MOVE "D"                        TO  UMC-EVENT-TYPE.
           PERFORM READ-CHAIN-EVENT.
           MOVE UMC-COLLECT-NAME           TO  W-COLLECT-NAME.
           DISPLAY "UMCUST - RELEASE ONLY TO: " W-COLLECT-NAME.
           DISPLAY "UMCUST - NAME OF ADULT COLLECTING:".
           ACCEPT W-PARTY-NAME.
           IF W-PARTY-NAME NOT = W-COLLECT-NAME
              DISPLAY "UMCUST - NOT THE NAMED ADULT - DO NOT RELEASE, "
                      "CALL SUPERVISOR"
              MOVE SPACES                  TO  W-PARTY-NAME
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "UMCUST - ID DOCUMENT SEEN (TYPE/NUMBER):".
           ACCEPT W-ID-DOC.
           IF W-ID-DOC = SPACES
              DISPLAY "UMCUST - COLLECTING ADULT ID MUST BE CHECKED"
              MOVE SPACES                  TO  W-PARTY-NAME
           END-IF.

       READ-CHAIN-EVENT.
           MOVE W-RES-ID                   TO  UMC-CUST-RES-ID.
           SET EVENT-FOUND                 TO  TRUE.
           READ UM-CUSTODY
                INVALID KEY
                   SET EVENT-NOT-FOUND     TO  TRUE
           END-READ.

       SHOW-ONE-CHAIN.
           DISPLAY "UMCUST - RESERVATION ID:".
           ACCEPT W-RES-ID.
           PERFORM LIST-CUSTODY-CHAIN.

       LIST-CUSTODY-CHAIN.
           SET CHAIN-NOT-AT-END            TO  TRUE.
           MOVE "NNNN"                     TO  CHAIN-FLAGS.
           MOVE W-RES-ID                   TO  UMC-CUST-RES-ID.
           MOVE LOW-VALUES                 TO  UMC-EVENT-TYPE.
           START UM-CUSTODY KEY IS > UMC-KEY
                 INVALID KEY
                    SET CHAIN-AT-END       TO  TRUE
           END-START.
           PERFORM UNTIL CHAIN-AT-END
              READ UM-CUSTODY NEXT
                   AT END
                      SET CHAIN-AT-END     TO  TRUE
                   NOT AT END
                      IF UMC-CUST-RES-ID NOT = W-RES-ID
                         SET CHAIN-AT-END  TO  TRUE
                      ELSE
                         PERFORM SHOW-CHAIN-EVENT
                      END-IF
              END-READ
           END-PERFORM.
           IF CHAIN-FLAGS = "NNNN"
              DISPLAY "  NO HANDOVERS RECORDED"
           END-IF.

       SHOW-CHAIN-EVENT.
           EVALUATE TRUE
              WHEN UMC-DROP-OFF
                 MOVE "Y"                  TO  CHAIN-HAS-DROP-OFF
                 MOVE "DROP-OFF"           TO  W-EVENT-NAME
              WHEN UMC-CREW-HANDOVER
                 MOVE "Y"                  TO  CHAIN-HAS-CREW
                 MOVE "TO CREW AT GATE"    TO  W-EVENT-NAME
              WHEN UMC-ARRIVAL-HANDOVER
                 MOVE "Y"                  TO  CHAIN-HAS-ARRIVAL
                 MOVE "TO ARRIVAL STAFF"   TO  W-EVENT-NAME
              WHEN UMC-RELEASE
                 MOVE "Y"                  TO  CHAIN-HAS-RELEASE
                 MOVE "RELEASED"           TO  W-EVENT-NAME
           END-EVALUATE.
           DISPLAY "  " W-EVENT-NAME " " UMC-EVENT-DATE " "
                   UMC-EVENT-TIME " OP " UMC-OP-ID " "
                   UMC-PARTY-NAME(1:20) " " UMC-ID-DOC.
           IF UMC-DROP-OFF
              DISPLAY "    COLLECTING ADULT: " UMC-COLLECT-NAME
           END-IF.

       PRINT-OPEN-CUSTODY.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME                 FROM TIME.
           MOVE NOW-TIME(1:4)              TO  NOW-HHMM.
           OPEN OUTPUT CUSTODY-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "UM OPEN CUSTODY - 2 HOURS AFTER ARRIVAL - "
                  TODAY-DATE " " NOW-HHMM   DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "RESERVATION FLIGHT  NAME"  TO  RPT-RECORD(1:24).
           MOVE "HRS SINCE ARR  MISSING"    TO  RPT-RECORD(42:22).
           WRITE RPT-RECORD.
           MOVE 0                          TO  OPEN-CHAIN-COUNT.
           OPEN INPUT FLIGHT-MASTER.
           SET CUSTOMER-NOT-AT-END         TO  TRUE.
           MOVE LOW-VALUES                 TO  CUST-RES-ID.
           START CUSTOMER KEY IS > CUST-RES-ID
                 INVALID KEY
                    SET CUSTOMER-AT-END    TO  TRUE
           END-START.
           PERFORM UNTIL CUSTOMER-AT-END
              READ CUSTOMER NEXT
                   AT END
                      SET CUSTOMER-AT-END  TO  TRUE
                   NOT AT END
                      IF UNACCOMPANIED-MINOR
                         PERFORM CHECK-ONE-UM-CHAIN
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE FLIGHT-MASTER.
           CLOSE CUSTODY-RPT.
           MOVE "UMCUSTRP"                 TO  RPG-REPORT-ID.
           MOVE "umcustrp"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "UMCUST"                   TO  RPG-PROGRAM.
           MOVE WS-OPERATOR-ID             TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "UMCUST - " OPEN-CHAIN-COUNT
                   " OPEN CUSTODY CHAIN(S) - SEE umcustrp".

       CHECK-ONE-UM-CHAIN.
      *    ONLY A CHILD WHO WAS ACTUALLY HANDED IN (OR BOARDED/FLEW)
      *    CAN BE IN OUR CUSTODY - A NO-SHOW UM HAS NO CHAIN TO CLOSE.
           MOVE CUST-RES-ID                TO  W-RES-ID.
           MOVE "D"                        TO  UMC-EVENT-TYPE.
           PERFORM READ-CHAIN-EVENT.
           IF EVENT-NOT-FOUND AND NOT RES-BOARDED AND NOT RES-FLOWN
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ARRIVAL-TIME.
           IF FLIGHT-NOT-FOUND
              EXIT PARAGRAPH
           END-IF.
           COMPUTE MINUTES-SINCE-ARR =
                 (FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                - FUNCTION INTEGER-OF-DATE(ARR-DATE)) * 1440
                + (NOW-HH * 60 + NOW-MM) - (ARR-HH * 60 + ARR-MM).
           IF MINUTES-SINCE-ARR < 120
              EXIT PARAGRAPH
           END-IF.
           MOVE "NNNN"                     TO  CHAIN-FLAGS.
           MOVE "D"                        TO  UMC-EVENT-TYPE.
           PERFORM READ-CHAIN-EVENT.
           IF EVENT-FOUND
              MOVE "Y"                     TO  CHAIN-HAS-DROP-OFF
           END-IF.
           MOVE "C"                        TO  UMC-EVENT-TYPE.
           PERFORM READ-CHAIN-EVENT.
           IF EVENT-FOUND
              MOVE "Y"                     TO  CHAIN-HAS-CREW
           END-IF.
           MOVE "A"                        TO  UMC-EVENT-TYPE.
           PERFORM READ-CHAIN-EVENT.
           IF EVENT-FOUND
              MOVE "Y"                     TO  CHAIN-HAS-ARRIVAL
           END-IF.
           MOVE "R"                        TO  UMC-EVENT-TYPE.
           PERFORM READ-CHAIN-EVENT.
           IF EVENT-FOUND
              MOVE "Y"                     TO  CHAIN-HAS-RELEASE
           END-IF.
           IF CHAIN-FLAGS = "YYYY"
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  OPEN-CHAIN-COUNT.
           COMPUTE RPT-HOURS = MINUTES-SINCE-ARR / 60.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE CUST-RES-ID                TO  RPT-RECORD(1:11).
           MOVE FLIGHT-ID                  TO  RPT-RECORD(13:7).
           MOVE CUST-LNAME                 TO  RPT-RECORD(21:20).
           MOVE RPT-HOURS                  TO  RPT-RECORD(42:4).
           IF CHAIN-HAS-DROP-OFF = "N"
              MOVE "D"                     TO  RPT-RECORD(58:1)
           END-IF.
           IF CHAIN-HAS-CREW = "N"
              MOVE "C"                     TO  RPT-RECORD(60:1)
           END-IF.
           IF CHAIN-HAS-ARRIVAL = "N"
              MOVE "A"                     TO  RPT-RECORD(62:1)
           END-IF.
           IF CHAIN-HAS-RELEASE = "N"
              MOVE "R"                     TO  RPT-RECORD(64:1)
           END-IF.
           WRITE RPT-RECORD.

       FIND-ARRIVAL-TIME.
      *    ACTUAL ARRIVAL WHEN POSTED, ELSE SCHEDULED; FM-ARR-DATE OF
      *    ZERO MEANS THE FLIGHT LANDED ON ITS TRAVEL DATE.
           SET FLIGHT-NOT-FOUND            TO  TRUE.
           IF FLIGHT-MASTER-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE FLIGHT-ID                  TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF FM-CANCELLED
              EXIT PARAGRAPH
           END-IF.
           SET FLIGHT-FOUND                TO  TRUE.
           IF FM-ARR-DATE NUMERIC AND FM-ARR-DATE > 0
              MOVE FM-ARR-DATE             TO  ARR-DATE
           ELSE
              MOVE FM-TRAVEL-DATE          TO  ARR-DATE
           END-IF.
           IF FM-ACT-ARR-TIME NUMERIC AND FM-ACT-ARR-TIME > 0
              MOVE FM-ACT-ARR-TIME         TO  ARR-TIME
           ELSE
              MOVE FM-SCHED-ARR-TIME       TO  ARR-TIME
           END-IF.
