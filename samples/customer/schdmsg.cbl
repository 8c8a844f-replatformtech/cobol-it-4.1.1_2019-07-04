       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      SCHDMSG.

      ******************************************************************
      *    SCHDMSG.CBL
      *    INBOUND SCHEDULE-CHANGE MESSAGE INGEST - APPLIES THE
      *    STANDARD SCHEDULE (SSM) AND AD-HOC SCHEDULE (ASM) CHANGE
      *    MESSAGES SENT BY NETWORK PLANNING AND BY CODESHARE PARTNERS
      *    STRAIGHT TO "flightmst", SO THEY ARE NO LONGER REKEYED
      *    THROUGH FLTMAINT.  ONE MESSAGE RECORD PER CHANGE ON THE
      *    SEQUENTIAL "schdmsg" FILE (NAME CAN BE OVERRIDDEN AT
      *    START-UP):
      *      NEW - ADD THE DATED FLIGHT (ROUTE, TIMES, EQUIPMENT AND
      *            CABIN CAPACITIES)
      *      CNL - CANCEL THE FLIGHT (STATUS "C")
      *      TIM - NEW SCHEDULED DEPARTURE/ARRIVAL TIMES
      *      EQT - NEW AIRCRAFT TYPE WITH ITS CABIN CAPACITIES
      *    EACH MESSAGE GOES THROUGH THE EDITS FLTMAINT ENFORCES:
      *    AIRPORTS ON THE AIRPORT MASTER, A CAPACITY CUT BELOW THE
      *    SEATS ALREADY SOLD IS REFUSED, AND A SAME-DAY GATE OR TAIL
      *    CLASH IN THE TURN WINDOW IS WARNED ABOUT (NOT BLOCKED, AS
      *    IN FLTMAINT).  APPLIED CHANGES ARE LOGGED TO "fltaudt" WITH
      *    THE SENDER IN THE OPERATOR FIELD.  A CANCELLATION OR A NEW
      *    DEPARTURE TIME PUTS EVERY RESERVATION CARRYING THE FLIGHT
      *    (MAIN OR CONNECTING LEG) ON THE "SC" SCHEDULE-CHANGE
      *    REACCOMMODATION QUEUE AND NOTIFIES THE PASSENGER.  EVERY
      *    MESSAGE IS LISTED APPLIED OR REJECTED ON "schdmlog".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-MSG-IN
                  ASSIGN TO WS-INGEST-FILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MSG-IN-STATUS.

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

           SELECT MSG-LOG
                  ASSIGN TO DISK "schdmlog"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-MSG-IN.
       01  SCHED-MSG-RECORD.
           03 SCM-MSG-TYPE                PIC X(03).
              88 SCM-STANDARD                      VALUE "SSM".
              88 SCM-AD-HOC                        VALUE "ASM".
           03 SCM-ACTION                  PIC X(03).
              88 SCM-NEW-FLIGHT                    VALUE "NEW".
              88 SCM-CANCEL                        VALUE "CNL".
              88 SCM-TIME-CHANGE                   VALUE "TIM".
              88 SCM-EQUIPMENT-CHANGE              VALUE "EQT".
           03 SCM-SENDER                  PIC X(05).
           03 SCM-MSG-REF                 PIC X(10).
           03 SCM-FLIGHT-ID               PIC X(07).
           03 SCM-TRAVEL-DATE             PIC 9(08).
           03 SCM-ORIGIN                  PIC X(03).
           03 SCM-DESTINATION             PIC X(03).
           03 SCM-DEP-TIME                PIC 9(04).
           03 SCM-ARR-TIME                PIC 9(04).
           03 SCM-ARR-DATE                PIC 9(08).
           03 SCM-AIRCRAFT-TYPE           PIC X(04).
           03 SCM-CAPACITY-CO             PIC 9(03).
           03 SCM-CAPACITY-FC             PIC 9(03).
           03 SCM-INTL-FLAG               PIC X(01).

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  CUSTOMER.
       COPY custrec.

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

       FD  MSG-LOG.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  MSG-IN-STATUS                  PIC X(02).
           88 MSG-IN-NOT-PRESENT                      VALUE "35".
       01  WS-INGEST-FILE                 PIC X(08)   VALUE "schdmsg".
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  AIRPORT-STATUS                 PIC X(02).
           88 AIRPORT-NOT-PRESENT                     VALUE "35".
       01  FLT-AUDIT-STATUS               PIC X(02).
           88 FLT-AUDIT-NOT-PRESENT                   VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  MSG-EOF-SWITCH                 PIC 9       VALUE 0.
           88 MSG-AT-END                              VALUE 1.
           88 MSG-NOT-AT-END                          VALUE 0.
       01  W-SYS-DATE.
           02 W-SYS-YY                    PIC X(04).
           02 W-SYS-MM                    PIC X(02).
           02 W-SYS-DD                    PIC X(02).
       01  REJECT-REASON                  PIC X(03)   VALUE SPACES.
           88 MESSAGE-ACCEPTED                        VALUE "OK ".
       01  REJECT-DETAIL                  PIC X(29)   VALUE SPACES.
       01  OLD-FLIGHT-RECORD              PIC X(72)   VALUE SPACES.
       01  SAVE-FLIGHT-ID                 PIC X(07)   VALUE SPACES.
       01  AIRPORT-VALID-SWITCH           PIC 9       VALUE 0.
           88 AIRPORT-CODE-VALID                      VALUE 1.
           88 AIRPORT-CODE-INVALID                    VALUE 0.
       01  W-CHECK-AIRPORT                PIC X(03)   VALUE SPACES.
       01  W-CHECK-TIME                   PIC 9(04)   VALUE 0.
       01  W-CHECK-TIME-GRP REDEFINES W-CHECK-TIME.
           03 CT-HH                       PIC 9(02).
           03 CT-MM                       PIC 9(02).
       01  TIME-VALID-SWITCH              PIC 9       VALUE 0.
           88 TIME-VALID                              VALUE 1.
           88 TIME-INVALID                            VALUE 0.
       01  TURN-WINDOW-MINUTES            PIC 9(03)   VALUE 45.
       01  CONFLICT-COUNT                 PIC 9(02)   VALUE 0.
       01  SCAN-EOF-SWITCH                PIC 9       VALUE 0.
           88 SCAN-AT-END                             VALUE 1.
           88 SCAN-NOT-AT-END                         VALUE 0.
       01  SAVE-FM-RECORD                 PIC X(72)   VALUE SPACES.
       01  CAND-DEP-MINUTES               PIC S9(05)  VALUE 0.
       01  OTHER-DEP-MINUTES              PIC S9(05)  VALUE 0.
       01  DEP-GAP-MINUTES                PIC S9(05)  VALUE 0.
       01  CONFLICT-WORK-TIME             PIC 9(04)   VALUE 0.
       01  CONFLICT-WORK-GRP REDEFINES CONFLICT-WORK-TIME.
           03 CF-HH                       PIC 9(02).
           03 CF-MM                       PIC 9(02).
       01  WQA-TYPE                       PIC X(02)   VALUE "SC".
       01  WQA-RES-ID                     PIC X(11)   VALUE SPACES.
       01  WQA-NOTE                       PIC X(40)   VALUE SPACES.
       01  WQA-BY                         PIC X(08)   VALUE "SCHDMSG".
       01  WQA-RESULT                     PIC X(01)   VALUE SPACES.
       01  MAIL-RESULT                    PIC X(01)   VALUE SPACES.
       01  MAIL-LANG                      PIC X(01)   VALUE "E".
       01  MAIL-CLASS                     PIC X(01)   VALUE "O".
       01  MAIL-OPTIN                     PIC X(01)   VALUE "Y".
       01  SC-AFFECTED-COUNT              PIC 9(05)   VALUE 0.
       01  SC-EOF-SWITCH                  PIC 9       VALUE 0.
           88 SC-AT-END                               VALUE 1.
           88 SC-NOT-AT-END                           VALUE 0.
       01  SC-LEG-IDX                     PIC 9(01)   VALUE 0.
       01  SC-HIT-SWITCH                  PIC 9       VALUE 0.
           88 SC-AFFECTED                             VALUE 1.
           88 SC-NOT-AFFECTED                         VALUE 0.
       01  SOLD-CO-COUNT                  PIC 9(05)   VALUE 0.
       01  SOLD-FC-COUNT                  PIC 9(05)   VALUE 0.
       01  READ-COUNT                     PIC 9(05)   VALUE 0.
       01  APPLIED-COUNT                  PIC 9(05)   VALUE 0.
       01  REJECT-COUNT                   PIC 9(05)   VALUE 0.
       01  QUEUED-COUNT                   PIC 9(05)   VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-INGEST.
           PERFORM UNTIL MSG-AT-END
              PERFORM PROCESS-ONE-MESSAGE
              PERFORM READ-SCHED-MSG
           END-PERFORM.
           PERFORM TERMINATE-INGEST.
           STOP RUN.

       INITIALIZE-INGEST.
           ACCEPT W-SYS-DATE               FROM DATE YYYYMMDD.
           DISPLAY "SCHDMSG - INPUT FILE (BLANK=schdmsg):".
           ACCEPT WS-INGEST-FILE.
           IF WS-INGEST-FILE = SPACES
              MOVE "schdmsg"               TO  WS-INGEST-FILE
           END-IF.
           OPEN INPUT SCHED-MSG-IN.
           IF MSG-IN-NOT-PRESENT
              DISPLAY "SCHDMSG - " WS-INGEST-FILE
                      " NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN I-O FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              CLOSE FLIGHT-MASTER
              OPEN OUTPUT FLIGHT-MASTER
              CLOSE FLIGHT-MASTER
              OPEN I-O FLIGHT-MASTER
           END-IF.
           OPEN INPUT CUSTOMER.
           OPEN INPUT AIRPORT.
           OPEN EXTEND FLIGHT-AUDIT.
           IF FLT-AUDIT-NOT-PRESENT
              CLOSE FLIGHT-AUDIT
              OPEN OUTPUT FLIGHT-AUDIT
           END-IF.
           OPEN OUTPUT MSG-LOG.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "SCHEDULE MESSAGE INGEST - " W-SYS-DATE
                  "  FILE " WS-INGEST-FILE  DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "MSG ACT FLIGHT  DATE     FROM  REFERENCE  RESULT   DET
      -    "AIL"                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM READ-SCHED-MSG.

       READ-SCHED-MSG.
           READ SCHED-MSG-IN
                AT END
                   SET MSG-AT-END          TO  TRUE
           END-READ.

       PROCESS-ONE-MESSAGE.
           ADD 1                           TO  READ-COUNT.
           MOVE "OK "                      TO  REJECT-REASON.
           MOVE SPACES                     TO  REJECT-DETAIL.
           MOVE 0                          TO  CONFLICT-COUNT
                                               SC-AFFECTED-COUNT.
           PERFORM EDIT-SCHED-MESSAGE.
           IF MESSAGE-ACCEPTED
              EVALUATE TRUE
                 WHEN SCM-NEW-FLIGHT
                    PERFORM APPLY-NEW-FLIGHT
                 WHEN SCM-CANCEL
                    PERFORM APPLY-CANCEL
                 WHEN SCM-TIME-CHANGE
                    PERFORM APPLY-TIME-CHANGE
                 WHEN SCM-EQUIPMENT-CHANGE
                    PERFORM APPLY-EQUIPMENT-CHANGE
              END-EVALUATE
              ADD 1                        TO  APPLIED-COUNT
           ELSE
              ADD 1                        TO  REJECT-COUNT
           END-IF.
           PERFORM WRITE-LOG-LINE.
           IF MESSAGE-ACCEPTED AND SCM-TIME-CHANGE
              PERFORM CHECK-GATE-TAIL-CONFLICTS
           END-IF.

      *****************************************************************
      *    EDITS - THE FIRST FAILURE REJECTS THE MESSAGE.
      *****************************************************************
       EDIT-SCHED-MESSAGE.
           IF NOT SCM-STANDARD AND NOT SCM-AD-HOC
              MOVE "TYP"                   TO  REJECT-REASON
              MOVE "NOT AN SSM OR ASM"     TO  REJECT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           IF NOT SCM-NEW-FLIGHT AND NOT SCM-CANCEL AND
              NOT SCM-TIME-CHANGE AND NOT SCM-EQUIPMENT-CHANGE
              MOVE "ACT"                   TO  REJECT-REASON
              MOVE "ACTION NOT NEW/CNL/TIM/EQT" TO REJECT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           IF SCM-FLIGHT-ID = SPACES
              MOVE "FLT"                   TO  REJECT-REASON
              MOVE "NO FLIGHT ID"          TO  REJECT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           IF SCM-TRAVEL-DATE NOT NUMERIC OR SCM-TRAVEL-DATE = 0
              MOVE "DTE"                   TO  REJECT-REASON
              MOVE "NO VALID TRAVEL DATE"  TO  REJECT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           MOVE SCM-FLIGHT-ID              TO  FM-FLIGHT-ID.
           IF SCM-NEW-FLIGHT
              READ FLIGHT-MASTER
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE "DUP"           TO  REJECT-REASON
                      MOVE "FLIGHT ALREADY ON FILE" TO REJECT-DETAIL
              END-READ
              IF MESSAGE-ACCEPTED
                 PERFORM EDIT-NEW-FLIGHT
              END-IF
              EXIT PARAGRAPH
           END-IF.
           READ FLIGHT-MASTER
                INVALID KEY
                   MOVE "NOF"              TO  REJECT-REASON
                   MOVE "FLIGHT NOT ON FILE" TO REJECT-DETAIL
           END-READ.
           IF NOT MESSAGE-ACCEPTED
              EXIT PARAGRAPH
           END-IF.
           IF FM-TRAVEL-DATE NOT = SCM-TRAVEL-DATE
              MOVE "DTE"                   TO  REJECT-REASON
              MOVE "DATE DIFFERS FROM FLIGHTMST" TO REJECT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           IF FM-CANCELLED
              MOVE "CXL"                   TO  REJECT-REASON
              MOVE "FLIGHT ALREADY CANCELLED" TO REJECT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN SCM-TIME-CHANGE
                 PERFORM EDIT-MESSAGE-TIMES
              WHEN SCM-EQUIPMENT-CHANGE
                 PERFORM EDIT-EQUIPMENT
           END-EVALUATE.

       EDIT-NEW-FLIGHT.
           IF SCM-ORIGIN = SPACES OR SCM-DESTINATION = SPACES
              MOVE "APT"                   TO  REJECT-REASON
              MOVE "ORIGIN/DESTINATION REQUIRED" TO REJECT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           MOVE SCM-ORIGIN                 TO  W-CHECK-AIRPORT.
           PERFORM VALIDATE-AIRPORT-CODE.
           IF AIRPORT-CODE-VALID
              MOVE SCM-DESTINATION         TO  W-CHECK-AIRPORT
              PERFORM VALIDATE-AIRPORT-CODE
           END-IF.
           IF AIRPORT-CODE-INVALID
              MOVE "APT"                   TO  REJECT-REASON
              STRING W-CHECK-AIRPORT " NOT ON AIRPORT MASTER"
                                            DELIMITED BY SIZE
                     INTO REJECT-DETAIL
              END-STRING
              EXIT PARAGRAPH
           END-IF.
           PERFORM EDIT-MESSAGE-TIMES.
           IF NOT MESSAGE-ACCEPTED
              EXIT PARAGRAPH
           END-IF.
           IF SCM-AIRCRAFT-TYPE = SPACES
              MOVE "EQP"                   TO  REJECT-REASON
              MOVE "AIRCRAFT TYPE REQUIRED" TO  REJECT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           IF SCM-CAPACITY-CO NOT NUMERIC OR
              SCM-CAPACITY-FC NOT NUMERIC
              MOVE "CAP"                   TO  REJECT-REASON
              MOVE "CABIN CAPACITY NOT NUMERIC" TO REJECT-DETAIL
           END-IF.

       EDIT-MESSAGE-TIMES.
           MOVE SCM-DEP-TIME               TO  W-CHECK-TIME.
           PERFORM VALIDATE-MESSAGE-TIME.
           IF TIME-VALID
              MOVE SCM-ARR-TIME            TO  W-CHECK-TIME
              PERFORM VALIDATE-MESSAGE-TIME
           END-IF.
           IF TIME-INVALID
              MOVE "TIM"                   TO  REJECT-REASON
              MOVE "DEP/ARR TIME NOT HHMM" TO  REJECT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           IF SCM-ARR-DATE NOT NUMERIC
              MOVE "TIM"                   TO  REJECT-REASON
              MOVE "ARRIVAL DATE NOT NUMERIC" TO REJECT-DETAIL
           END-IF.

       VALIDATE-MESSAGE-TIME.
           SET TIME-VALID                  TO  TRUE.
           IF W-CHECK-TIME NOT NUMERIC
              SET TIME-INVALID             TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF CT-HH > 23 OR CT-MM > 59
              SET TIME-INVALID             TO  TRUE
           END-IF.

       EDIT-EQUIPMENT.
      *    A NEW TYPE COMES WITH ITS OWN CABIN CONFIGURATION - THE
      *    CUT-BELOW-SOLD EDIT IS FLTMAINT'S.
           IF SCM-AIRCRAFT-TYPE = SPACES
              MOVE "EQP"                   TO  REJECT-REASON
              MOVE "AIRCRAFT TYPE REQUIRED" TO  REJECT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           IF SCM-CAPACITY-CO NOT NUMERIC OR
              SCM-CAPACITY-FC NOT NUMERIC
              MOVE "CAP"                   TO  REJECT-REASON
              MOVE "CABIN CAPACITY NOT NUMERIC" TO REJECT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-SOLD-SEATS.
           IF SCM-CAPACITY-CO < SOLD-CO-COUNT
              MOVE "CAP"                   TO  REJECT-REASON
              STRING "CO BELOW " SOLD-CO-COUNT " SOLD"
                                            DELIMITED BY SIZE
                     INTO REJECT-DETAIL
              END-STRING
              EXIT PARAGRAPH
           END-IF.
           IF SCM-CAPACITY-FC < SOLD-FC-COUNT
              MOVE "CAP"                   TO  REJECT-REASON
              STRING "FC BELOW " SOLD-FC-COUNT " SOLD"
                                            DELIMITED BY SIZE
                     INTO REJECT-DETAIL
              END-STRING
           END-IF.

      *****************************************************************
      *    APPLYING AN ACCEPTED MESSAGE.  THE EDIT LEFT THE FLIGHT IN
      *    THE RECORD AREA FOR CNL/TIM/EQT.
      *****************************************************************
       APPLY-NEW-FLIGHT.
           MOVE SPACES                     TO  FLIGHT-MASTER-RECORD.
           MOVE SCM-FLIGHT-ID              TO  FM-FLIGHT-ID.
           MOVE SCM-ORIGIN                 TO  FM-ORIGIN.
           MOVE SCM-DESTINATION            TO  FM-DESTINATION.
           MOVE SCM-TRAVEL-DATE            TO  FM-TRAVEL-DATE.
           MOVE SCM-CAPACITY-CO            TO  FM-CAPACITY-CO.
           MOVE SCM-CAPACITY-FC            TO  FM-CAPACITY-FC.
           MOVE SCM-AIRCRAFT-TYPE          TO  FM-AIRCRAFT-TYPE.
           IF SCM-INTL-FLAG = "Y"
              SET FM-INTERNATIONAL         TO  TRUE
           ELSE
              SET FM-DOMESTIC              TO  TRUE
           END-IF.
           MOVE "O"                        TO  FM-STATUS-CODE.
           MOVE 0                          TO  FM-NEW-DEP-TIME
                                               FM-ACT-DEP-TIME
                                               FM-ACT-ARR-TIME
                                               FM-PET-LIMIT.
           MOVE SCM-DEP-TIME               TO  FM-SCHED-DEP-TIME.
           MOVE SCM-ARR-TIME               TO  FM-SCHED-ARR-TIME.
           MOVE SCM-ARR-DATE               TO  FM-ARR-DATE.
           WRITE FLIGHT-MASTER-RECORD.
           SET FA-ADD                      TO  TRUE.
           MOVE SPACES                     TO  FA-BEFORE-IMAGE.
           MOVE FLIGHT-MASTER-RECORD       TO  FA-AFTER-IMAGE.
           PERFORM WRITE-FLIGHT-AUDIT.

       APPLY-CANCEL.
           MOVE FLIGHT-MASTER-RECORD       TO  OLD-FLIGHT-RECORD.
           MOVE "C"                        TO  FM-STATUS-CODE.
           MOVE 0                          TO  FM-NEW-DEP-TIME.
           REWRITE FLIGHT-MASTER-RECORD.
           SET FA-MODIFY                   TO  TRUE.
           MOVE OLD-FLIGHT-RECORD          TO  FA-BEFORE-IMAGE.
           MOVE FLIGHT-MASTER-RECORD       TO  FA-AFTER-IMAGE.
           PERFORM WRITE-FLIGHT-AUDIT.
           MOVE SPACES                     TO  WQA-NOTE.
           STRING "SCHED CNL " FM-TRAVEL-DATE " " SCM-MSG-TYPE " "
                  SCM-SENDER                DELIMITED BY SIZE
                  INTO WQA-NOTE
           END-STRING.
           PERFORM QUEUE-SCHEDULE-CHANGE.

       APPLY-TIME-CHANGE.
           MOVE FLIGHT-MASTER-RECORD       TO  OLD-FLIGHT-RECORD.
           MOVE SCM-DEP-TIME               TO  FM-SCHED-DEP-TIME.
           MOVE SCM-ARR-TIME               TO  FM-SCHED-ARR-TIME.
           MOVE SCM-ARR-DATE               TO  FM-ARR-DATE.
           REWRITE FLIGHT-MASTER-RECORD.
           SET FA-MODIFY                   TO  TRUE.
           MOVE OLD-FLIGHT-RECORD          TO  FA-BEFORE-IMAGE.
           MOVE FLIGHT-MASTER-RECORD       TO  FA-AFTER-IMAGE.
           PERFORM WRITE-FLIGHT-AUDIT.
           IF FM-SCHED-DEP-TIME NOT = OLD-FLIGHT-RECORD(41:4)
              MOVE SPACES                  TO  WQA-NOTE
              STRING "SCHED CHG " OLD-FLIGHT-RECORD(14:8) "/"
                     OLD-FLIGHT-RECORD(41:4) " -> "
                     FM-TRAVEL-DATE "/" FM-SCHED-DEP-TIME
                                            DELIMITED BY SIZE
                     INTO WQA-NOTE
              END-STRING
              PERFORM QUEUE-SCHEDULE-CHANGE
           END-IF.

       APPLY-EQUIPMENT-CHANGE.
           MOVE FLIGHT-MASTER-RECORD       TO  OLD-FLIGHT-RECORD.
           MOVE SCM-AIRCRAFT-TYPE          TO  FM-AIRCRAFT-TYPE.
           MOVE SCM-CAPACITY-CO            TO  FM-CAPACITY-CO.
           MOVE SCM-CAPACITY-FC            TO  FM-CAPACITY-FC.
           REWRITE FLIGHT-MASTER-RECORD.
           SET FA-MODIFY                   TO  TRUE.
           MOVE OLD-FLIGHT-RECORD          TO  FA-BEFORE-IMAGE.
           MOVE FLIGHT-MASTER-RECORD       TO  FA-AFTER-IMAGE.
           PERFORM WRITE-FLIGHT-AUDIT.
           MOVE SPACES                     TO  REJECT-DETAIL.
           STRING OLD-FLIGHT-RECORD(31:4) " -> " FM-AIRCRAFT-TYPE
                                            DELIMITED BY SIZE
                  INTO REJECT-DETAIL
           END-STRING.

      *****************************************************************
      *    THE FLTMAINT CHECKS, WITH THE WARNINGS GOING TO THE LOG
      *    UNDER THE MESSAGE THAT CAUSED THEM.
      *****************************************************************
       CHECK-GATE-TAIL-CONFLICTS.
           MOVE 0                          TO  CONFLICT-COUNT.
           IF FM-SCHED-DEP-TIME NOT NUMERIC OR FM-SCHED-DEP-TIME = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE FLIGHT-MASTER-RECORD       TO  SAVE-FM-RECORD.
           MOVE FM-SCHED-DEP-TIME          TO  CONFLICT-WORK-TIME.
           COMPUTE CAND-DEP-MINUTES = CF-HH * 60 + CF-MM.
           SET SCAN-NOT-AT-END             TO  TRUE.
           MOVE LOW-VALUES                 TO  FM-FLIGHT-ID.
           START FLIGHT-MASTER KEY IS >= FM-FLIGHT-ID
                 INVALID KEY
                    SET SCAN-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL SCAN-AT-END
              READ FLIGHT-MASTER NEXT
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      PERFORM CHECK-ONE-CONFLICT-CAND
              END-READ
           END-PERFORM.
           MOVE SAVE-FM-RECORD             TO  FLIGHT-MASTER-RECORD.

       CHECK-ONE-CONFLICT-CAND.
           IF FM-FLIGHT-ID = SAVE-FM-RECORD(1:7)
              EXIT PARAGRAPH
           END-IF.
           IF FM-TRAVEL-DATE NOT = SAVE-FM-RECORD(14:8)
              EXIT PARAGRAPH
           END-IF.
           IF FM-CANCELLED
              EXIT PARAGRAPH
           END-IF.
           IF FM-SCHED-DEP-TIME NOT NUMERIC OR FM-SCHED-DEP-TIME = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-SCHED-DEP-TIME          TO  CONFLICT-WORK-TIME.
           COMPUTE OTHER-DEP-MINUTES = CF-HH * 60 + CF-MM.
           COMPUTE DEP-GAP-MINUTES =
                   OTHER-DEP-MINUTES - CAND-DEP-MINUTES.
           IF DEP-GAP-MINUTES < 0
              COMPUTE DEP-GAP-MINUTES = 0 - DEP-GAP-MINUTES
           END-IF.
           IF DEP-GAP-MINUTES > TURN-WINDOW-MINUTES
              EXIT PARAGRAPH
           END-IF.
           IF FM-GATE NOT = SPACES AND
              FM-GATE = SAVE-FM-RECORD(28:3) AND
              FM-ORIGIN = SAVE-FM-RECORD(8:3)
              ADD 1                        TO  CONFLICT-COUNT
              MOVE SPACES                  TO  RPT-RECORD
              STRING "   *** WARNING - GATE " FM-GATE " ALSO HAS "
                     FM-FLIGHT-ID " AT " FM-SCHED-DEP-TIME
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           IF FM-TAIL-NO NOT = SPACES AND
              FM-TAIL-NO = SAVE-FM-RECORD(67:6)
              ADD 1                        TO  CONFLICT-COUNT
              MOVE SPACES                  TO  RPT-RECORD
              STRING "   *** WARNING - TAIL " FM-TAIL-NO " ALSO ON "
                     FM-FLIGHT-ID " AT " FM-SCHED-DEP-TIME
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.

       VALIDATE-AIRPORT-CODE.
      *    A SHOP WITH NO AIRPORT MASTER LOADED YET IS NOT LOCKED OUT.
           SET AIRPORT-CODE-VALID          TO  TRUE.
           IF AIRPORT-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE W-CHECK-AIRPORT            TO  AR-CODE.
           READ AIRPORT
                INVALID KEY
                   SET AIRPORT-CODE-INVALID TO  TRUE
           END-READ.

       COUNT-SOLD-SEATS.
           MOVE 0                          TO  SOLD-CO-COUNT
                                               SOLD-FC-COUNT.
           IF CUSTOMER-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-FLIGHT-ID               TO  SAVE-FLIGHT-ID.
           MOVE SAVE-FLIGHT-ID             TO  FLIGHT-ID.
           START CUSTOMER KEY IS = FLIGHT-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ CUSTOMER NEXT
                         AT END MOVE SPACES  TO  FLIGHT-ID
                    END-READ
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                       IF SEAT-TYPE = "CO"
                          ADD 1              TO  SOLD-CO-COUNT
                          IF EXTRA-SEAT-HELD
                             ADD 1           TO  SOLD-CO-COUNT
                          END-IF
                       END-IF
                       IF SEAT-TYPE = "FC"
                          ADD 1              TO  SOLD-FC-COUNT
                          IF EXTRA-SEAT-HELD
                             ADD 1           TO  SOLD-FC-COUNT
                          END-IF
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES TO FLIGHT-ID
                       END-READ
                    END-PERFORM
           END-START.

       QUEUE-SCHEDULE-CHANGE.
      *    EVERY RESERVATION CARRYING THE FLIGHT - MAIN LEG OR A
      *    CONNECTING LEG - GOES ON THE SCHEDULE-CHANGE QUEUE WITH
      *    WQA-NOTE, AND THE PASSENGER IS NOTIFIED, AS FLTMAINT DOES.
           MOVE 0                          TO  SC-AFFECTED-COUNT.
           IF CUSTOMER-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           SET SC-NOT-AT-END               TO  TRUE.
           MOVE LOW-VALUES                 TO  CUST-RES-ID.
           START CUSTOMER KEY IS >= CUST-RES-ID
                 INVALID KEY
                    SET SC-AT-END          TO  TRUE
           END-START.
           PERFORM UNTIL SC-AT-END
              READ CUSTOMER NEXT
                   AT END
                      SET SC-AT-END        TO  TRUE
                   NOT AT END
                      PERFORM QUEUE-ONE-IF-AFFECTED
              END-READ
           END-PERFORM.
           ADD SC-AFFECTED-COUNT           TO  QUEUED-COUNT.
           MOVE SPACES                     TO  REJECT-DETAIL.
           STRING SC-AFFECTED-COUNT " RES QUEUED FOR REACCOM"
                                            DELIMITED BY SIZE
                  INTO REJECT-DETAIL
           END-STRING.

       QUEUE-ONE-IF-AFFECTED.
           SET SC-NOT-AFFECTED             TO  TRUE.
           IF FLIGHT-ID = FM-FLIGHT-ID
              SET SC-AFFECTED              TO  TRUE
           END-IF.
           IF LEG-COUNT NUMERIC AND LEG-COUNT > 0
              PERFORM VARYING SC-LEG-IDX FROM 1 BY 1
                       UNTIL SC-LEG-IDX > LEG-COUNT
                 IF LEG-FLIGHT-ID(SC-LEG-IDX) = FM-FLIGHT-ID
                    SET SC-AFFECTED        TO  TRUE
                 END-IF
              END-PERFORM
           END-IF.
           IF SC-NOT-AFFECTED
              EXIT PARAGRAPH
           END-IF.
           IF RES-NO-SHOW OR RES-FLOWN
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  SC-AFFECTED-COUNT.
           MOVE CUST-RES-ID                TO  WQA-RES-ID.
           CALL "WORKQADD" USING WQA-TYPE, WQA-RES-ID, WQA-NOTE,
                WQA-BY, WQA-RESULT.
           CALL "MAILSEND" USING CUST-EMAIL, CUST-FNAME,
                CUST-LNAME, FLIGHT-ID, SEAT-NUMBER, MAIL-RESULT,
                MAIL-LANG, MAIL-CLASS, MAIL-OPTIN, CUST-RES-ID.

       WRITE-FLIGHT-AUDIT.
           MOVE W-SYS-YY                   TO  FA-YY.
           MOVE W-SYS-MM                   TO  FA-MM.
           MOVE W-SYS-DD                   TO  FA-DD.
           MOVE SCM-SENDER                 TO  FA-OPERATOR-ID.
           WRITE FLT-AUDIT-RECORD.

       WRITE-LOG-LINE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE SCM-MSG-TYPE               TO  RPT-RECORD(1:3).
           MOVE SCM-ACTION                 TO  RPT-RECORD(5:3).
           MOVE SCM-FLIGHT-ID              TO  RPT-RECORD(9:7).
           MOVE SCM-TRAVEL-DATE            TO  RPT-RECORD(17:8).
           MOVE SCM-SENDER                 TO  RPT-RECORD(26:5).
           MOVE SCM-MSG-REF                TO  RPT-RECORD(32:10).
           IF MESSAGE-ACCEPTED
              MOVE "APPLIED"               TO  RPT-RECORD(43:8)
           ELSE
              MOVE "REJ "                  TO  RPT-RECORD(43:4)
              MOVE REJECT-REASON           TO  RPT-RECORD(47:3)
           END-IF.
           MOVE REJECT-DETAIL              TO  RPT-RECORD(52:29).
           WRITE RPT-RECORD.

       TERMINATE-INGEST.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "READ " READ-COUNT "  APPLIED " APPLIED-COUNT
                  "  REJECTED " REJECT-COUNT
                  "  RES QUEUED " QUEUED-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE SCHED-MSG-IN.
           CLOSE FLIGHT-MASTER.
           IF NOT CUSTOMER-NOT-PRESENT
              CLOSE CUSTOMER
           END-IF.
           IF NOT AIRPORT-NOT-PRESENT
              CLOSE AIRPORT
           END-IF.
           CLOSE FLIGHT-AUDIT.
           CLOSE MSG-LOG.
           MOVE "SCHDMLOG"                 TO  RPG-REPORT-ID.
           MOVE "schdmlog"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "SCHDMSG"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "SCHDMSG - " APPLIED-COUNT " APPLIED, "
                   REJECT-COUNT " REJECTED - SEE schdmlog".
