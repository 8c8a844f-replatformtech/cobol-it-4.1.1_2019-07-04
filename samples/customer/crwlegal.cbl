       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      CRWLEGAL.

      ******************************************************************
      *    CRWLEGAL.CBL
      *    NIGHTLY CREW LEGALITY CHECK - FOR EVERY DEPARTURE IN THE
      *    CHECK WINDOW (FIRST DATE PLUS A NUMBER OF DAYS) COMPARES THE
      *    ROSTER ON "crewasgn" WITH THE SCHEDULE AS IT STANDS TONIGHT
      *    IN "flightmst" - SO CHANGES OUT OF FLTMAINT AND SCHDBLD ARE
      *    PICKED UP - AND LISTS EVERY FLIGHT THAT IS UNDER-CREWED OR
      *    HAS AN ILLEGAL MEMBER:
      *      - COMPLEMENT: ONE CAPTAIN, ONE FIRST OFFICER AND ONE CABIN
      *        CREW MEMBER PER 50 SEATS (OR PART) INSTALLED.
      *      - MEMBER NOT ON THE CREW MASTER, OR INACTIVE.
      *      - MEMBER NOT QUALIFIED ON FM-AIRCRAFT-TYPE.
      *      - DUTY DAY OVER THE LIMIT: REPORT 60 MINUTES BEFORE THE
      *        FIRST DEPARTURE OF THE MEMBER'S TRAVEL DATE, RELEASE 30
      *        MINUTES AFTER THE LAST ARRIVAL.
      *      - FLIGHT-DECK BLOCK TIME FOR THE DAY OVER THE LIMIT.
      *      - REST FROM THE PREVIOUS DAY'S RELEASE TO THIS REPORT
      *        SHORTER THAN THE MINIMUM.
      *    ACTUAL OUT/IN TIMES CAPTURED BY CUSTCLSE ARE USED WHERE
      *    PRESENT, OTHERWISE THE SCHEDULED TIMES; ALL ARITHMETIC IS ON
      *    A UTC CLOCK USING THE AIRPORT MASTER'S OFFSETS AND THE
      *    ARRIVAL DATE.  CANCELLED FLIGHTS ARE IGNORED.
      *    READ-ONLY.  OUTPUT TO "crwlegal".
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

           SELECT CREW-MASTER
                  ASSIGN TO DISK "crewmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CM-EMP-NO
                  FILE STATUS IS CREW-MASTER-STATUS.

           SELECT CREW-ASSIGN
                  ASSIGN TO DISK "crewasgn"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CA-KEY
                  ALTERNATE RECORD KEY IS CA-EMP-NO WITH DUPLICATES
                  FILE STATUS IS CREW-ASSIGN-STATUS.

           SELECT AIRPORT
                  ASSIGN TO DISK "airport"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AR-CODE
                  FILE STATUS IS AIRPORT-STATUS.

           SELECT LEGAL-RPT
                  ASSIGN TO DISK "crwlegal"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  CREW-MASTER.
       COPY crewmst.

       FD  CREW-ASSIGN.
       COPY crewasgn.

       FD  AIRPORT.
       COPY airport.

       FD  LEGAL-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  CREW-MASTER-STATUS             PIC X(02).
           88 CREW-MASTER-NOT-PRESENT                 VALUE "35".
       01  CREW-ASSIGN-STATUS             PIC X(02).
           88 CREW-ASSIGN-NOT-PRESENT                 VALUE "35".
       01  AIRPORT-STATUS                 PIC X(02).
           88 AIRPORT-NOT-PRESENT                     VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  FLIGHT-EOF-SWITCH              PIC 9       VALUE 0.
           88 FLIGHT-AT-END                           VALUE 1.
           88 FLIGHT-NOT-AT-END                       VALUE 0.
       01  ASSIGN-EOF-SWITCH              PIC 9       VALUE 0.
           88 ASSIGN-AT-END                           VALUE 1.
           88 ASSIGN-NOT-AT-END                       VALUE 0.
       01  CREW-FOUND-SWITCH              PIC 9       VALUE 0.
           88 CREW-ON-FILE                            VALUE 1.
           88 CREW-NOT-ON-FILE                        VALUE 0.
       01  QUAL-FOUND-SWITCH              PIC 9       VALUE 0.
           88 TYPE-QUALIFIED                          VALUE 1.
           88 TYPE-NOT-QUALIFIED                      VALUE 0.
       01  FLIGHT-FLAG-SWITCH             PIC 9       VALUE 0.
           88 FLIGHT-FLAGGED                          VALUE 1.
           88 FLIGHT-CLEAN                            VALUE 0.

      *    LEGALITY LIMITS, IN MINUTES.
       01  MAX-DUTY-MINUTES               PIC 9(04)   VALUE 780.
       01  MAX-FLIGHT-DECK-MINUTES        PIC 9(04)   VALUE 480.
       01  MIN-REST-MINUTES               PIC 9(04)   VALUE 600.
       01  REPORT-LEAD-MINUTES            PIC 9(03)   VALUE 60.
       01  RELEASE-LAG-MINUTES            PIC 9(03)   VALUE 30.
       01  SEATS-PER-ATTENDANT            PIC 9(03)   VALUE 50.

       01  WS-FIRST-DATE                  PIC X(08)   VALUE SPACES.
       01  WS-DAYS                        PIC X(03)   VALUE SPACES.
       01  FIRST-DATE                     PIC 9(08)   VALUE 0.
       01  LAST-DATE                      PIC 9(08)   VALUE 0.
       01  WINDOW-DAYS                    PIC 9(03)   VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.

      *    THE WINDOW'S DEPARTURES, LOADED FIRST SO THE ROSTER WALKS
      *    CAN READ "flightmst" AT RANDOM WITHOUT LOSING THE PLACE.
       01  FLIGHT-TABLE.
           03 FT-ENTRY OCCURS 500 TIMES.
              05 FT-FLIGHT-ID             PIC X(07).
       01  FLIGHT-COUNT                   PIC 9(03)   VALUE 0.
       01  FLIGHT-IDX                     PIC 9(03)   VALUE 0.
       01  FLIGHT-TABLE-FULL              PIC 9(05)   VALUE 0.

      *    THE CREW OF THE FLIGHT BEING CHECKED.
       01  CREW-TABLE.
           03 CT-ENTRY OCCURS 20 TIMES.
              05 CT-EMP-NO                PIC X(06).
              05 CT-DUTY-ROLE             PIC X(02).
       01  CREW-COUNT                     PIC 9(02)   VALUE 0.
       01  CREW-IDX                       PIC 9(02)   VALUE 0.
       01  QUAL-IDX                       PIC 9(01)   VALUE 0.

       01  CHECK-FLIGHT-ID                PIC X(07)   VALUE SPACES.
       01  CHECK-ORIGIN                   PIC X(03)   VALUE SPACES.
       01  CHECK-DEST                     PIC X(03)   VALUE SPACES.
       01  CHECK-DATE                     PIC 9(08)   VALUE 0.
       01  CHECK-AIRCRAFT-TYPE            PIC X(04)   VALUE SPACES.
       01  CHECK-DAY-NO                   PIC 9(07)   VALUE 0.
       01  TOTAL-SEATS                    PIC 9(04)   VALUE 0.
       01  REQ-CABIN-COUNT                PIC 9(02)   VALUE 0.
       01  HAVE-CP-COUNT                  PIC 9(02)   VALUE 0.
       01  HAVE-FO-COUNT                  PIC 9(02)   VALUE 0.
       01  HAVE-CABIN-COUNT               PIC 9(02)   VALUE 0.

      *    ONE MEMBER'S DUTY DAY AND THE DAY BEFORE, IN UTC MINUTES.
       01  DAY-FIRST-REPORT               PIC S9(11)  VALUE 0.
       01  DAY-LAST-RELEASE               PIC S9(11)  VALUE 0.
       01  PREV-LAST-RELEASE              PIC S9(11)  VALUE 0.
       01  DAY-FLIGHT-DECK-MINS           PIC S9(05)  VALUE 0.
       01  DUTY-MINUTES                   PIC S9(07)  VALUE 0.
       01  REST-MINUTES                   PIC S9(07)  VALUE 0.
       01  LEG-DEP-UTC                    PIC S9(11)  VALUE 0.
       01  LEG-ARR-UTC                    PIC S9(11)  VALUE 0.
       01  LEG-DAY-NO                     PIC 9(07)   VALUE 0.
       01  W-ARR-DATE                     PIC 9(08)   VALUE 0.
       01  W-UTC-OFFSET                   PIC S9(02)V99 VALUE 0.
       01  W-OFFSET-AIRPORT               PIC X(03)   VALUE SPACES.
       01  WORK-TIME                      PIC 9(04)   VALUE 0.
       01  WORK-TIME-GRP REDEFINES WORK-TIME.
           03 WT-HH                       PIC 9(02).
           03 WT-MM                       PIC 9(02).

       01  ISSUE-TEXT                     PIC X(60)   VALUE SPACES.
       01  RPT-MINS                       PIC ZZZZ9.
       01  RPT-CNT                        PIC ZZZZ9.
       01  FLIGHTS-CHECKED                PIC 9(05)   VALUE 0.
       01  FLIGHTS-FLAGGED                PIC 9(05)   VALUE 0.
       01  ISSUE-COUNT                    PIC 9(05)   VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT.
           PERFORM UNTIL FLIGHT-AT-END
              PERFORM SELECT-ONE-FLIGHT
              PERFORM READ-FLIGHT-REC
           END-PERFORM.
           PERFORM VARYING FLIGHT-IDX FROM 1 BY 1
                    UNTIL FLIGHT-IDX > FLIGHT-COUNT
              PERFORM CHECK-ONE-FLIGHT
           END-PERFORM.
           PERFORM TERMINATE-REPORT.
           STOP RUN.

       INITIALIZE-REPORT.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "CRWLEGAL - FIRST DATE (YYYYMMDD, BLANK=TODAY):".
           ACCEPT WS-FIRST-DATE.
           IF WS-FIRST-DATE = SPACES
              MOVE TODAY-DATE              TO  FIRST-DATE
           ELSE
              MOVE WS-FIRST-DATE           TO  FIRST-DATE
           END-IF.
           DISPLAY "CRWLEGAL - NUMBER OF DAYS TO CHECK (BLANK=1):".
           ACCEPT WS-DAYS.
           IF WS-DAYS = SPACES
              MOVE 1                       TO  WINDOW-DAYS
           ELSE
              MOVE WS-DAYS                 TO  WINDOW-DAYS
           END-IF.
           IF WINDOW-DAYS = 0
              MOVE 1                       TO  WINDOW-DAYS
           END-IF.
           COMPUTE LAST-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(FIRST-DATE)
                  + WINDOW-DAYS - 1).
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              DISPLAY "CRWLEGAL - FLIGHTMST FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT CREW-ASSIGN.
           IF CREW-ASSIGN-NOT-PRESENT
              DISPLAY "CRWLEGAL - CREWASGN FILE NOT FOUND, ABORTING"
              CLOSE FLIGHT-MASTER
              STOP RUN
           END-IF.
           OPEN INPUT CREW-MASTER.
           OPEN OUTPUT LEGAL-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "CREW LEGALITY EXCEPTIONS - " FIRST-DATE " TO "
                  LAST-DATE                 DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM READ-FLIGHT-REC.

       READ-FLIGHT-REC.
           READ FLIGHT-MASTER NEXT
                AT END
                   SET FLIGHT-AT-END         TO  TRUE
           END-READ.

       SELECT-ONE-FLIGHT.
           IF FM-TRAVEL-DATE < FIRST-DATE OR
              FM-TRAVEL-DATE > LAST-DATE OR
              FM-CANCELLED
              EXIT PARAGRAPH
           END-IF.
           IF FLIGHT-COUNT >= 500
              ADD 1                        TO  FLIGHT-TABLE-FULL
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  FLIGHT-COUNT.
           MOVE FM-FLIGHT-ID         TO  FT-FLIGHT-ID(FLIGHT-COUNT).

       CHECK-ONE-FLIGHT.
           MOVE FT-FLIGHT-ID(FLIGHT-IDX)   TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ADD 1                           TO  FLIGHTS-CHECKED.
           SET FLIGHT-CLEAN                TO  TRUE.
           MOVE FM-FLIGHT-ID               TO  CHECK-FLIGHT-ID.
           MOVE FM-ORIGIN                  TO  CHECK-ORIGIN.
           MOVE FM-DESTINATION             TO  CHECK-DEST.
           MOVE FM-TRAVEL-DATE             TO  CHECK-DATE.
           MOVE FM-AIRCRAFT-TYPE           TO  CHECK-AIRCRAFT-TYPE.
           COMPUTE CHECK-DAY-NO = FUNCTION INTEGER-OF-DATE(CHECK-DATE).
           COMPUTE TOTAL-SEATS = FM-CAPACITY-CO + FM-CAPACITY-FC.
           COMPUTE REQ-CABIN-COUNT =
                 (TOTAL-SEATS + SEATS-PER-ATTENDANT - 1)
                 / SEATS-PER-ATTENDANT.
           PERFORM LOAD-FLIGHT-CREW.
           IF HAVE-CP-COUNT < 1 OR HAVE-FO-COUNT < 1 OR
              HAVE-CABIN-COUNT < REQ-CABIN-COUNT
              MOVE SPACES                  TO  ISSUE-TEXT
              STRING "UNDER-CREWED - CP " HAVE-CP-COUNT "/1 FO "
                     HAVE-FO-COUNT "/1 CABIN " HAVE-CABIN-COUNT "/"
                     REQ-CABIN-COUNT        DELIMITED BY SIZE
                     INTO ISSUE-TEXT
              END-STRING
              PERFORM WRITE-ISSUE-LINE
           END-IF.
           PERFORM VARYING CREW-IDX FROM 1 BY 1
                    UNTIL CREW-IDX > CREW-COUNT
              PERFORM CHECK-ONE-MEMBER
           END-PERFORM.
           IF FLIGHT-FLAGGED
              ADD 1                        TO  FLIGHTS-FLAGGED
              MOVE SPACES                  TO  RPT-RECORD
              WRITE RPT-RECORD
           END-IF.

       LOAD-FLIGHT-CREW.
           MOVE 0                          TO  CREW-COUNT
                                                HAVE-CP-COUNT
                                                HAVE-FO-COUNT
                                                HAVE-CABIN-COUNT.
           SET ASSIGN-NOT-AT-END           TO  TRUE.
           MOVE CHECK-FLIGHT-ID            TO  CA-FLIGHT-ID.
           MOVE LOW-VALUES                 TO  CA-EMP-NO.
           START CREW-ASSIGN KEY IS >= CA-KEY
                 INVALID KEY
                    SET ASSIGN-AT-END      TO  TRUE
           END-START.
           PERFORM UNTIL ASSIGN-AT-END
              READ CREW-ASSIGN NEXT
                   AT END
                      SET ASSIGN-AT-END    TO  TRUE
                   NOT AT END
                      IF CA-FLIGHT-ID NOT = CHECK-FLIGHT-ID
                         SET ASSIGN-AT-END TO  TRUE
                      ELSE
                         PERFORM ADD-CREW-ENTRY
                      END-IF
              END-READ
           END-PERFORM.

       ADD-CREW-ENTRY.
           EVALUATE TRUE
              WHEN CA-ROLE-CAPTAIN
                 ADD 1                     TO  HAVE-CP-COUNT
              WHEN CA-ROLE-FIRST-OFFICER
                 ADD 1                     TO  HAVE-FO-COUNT
              WHEN OTHER
                 ADD 1                     TO  HAVE-CABIN-COUNT
           END-EVALUATE.
           IF CREW-COUNT < 20
              ADD 1                        TO  CREW-COUNT
              MOVE CA-EMP-NO               TO  CT-EMP-NO(CREW-COUNT)
              MOVE CA-DUTY-ROLE            TO  CT-DUTY-ROLE(CREW-COUNT)
           END-IF.

       CHECK-ONE-MEMBER.
           MOVE CT-EMP-NO(CREW-IDX)        TO  CM-EMP-NO.
           SET CREW-ON-FILE                TO  TRUE.
           READ CREW-MASTER
                INVALID KEY
                   SET CREW-NOT-ON-FILE    TO  TRUE
           END-READ.
           IF CREW-NOT-ON-FILE
              MOVE SPACES                  TO  ISSUE-TEXT
              STRING CT-DUTY-ROLE(CREW-IDX) " " CT-EMP-NO(CREW-IDX)
                     " NOT ON CREW MASTER"  DELIMITED BY SIZE
                     INTO ISSUE-TEXT
              END-STRING
              PERFORM WRITE-ISSUE-LINE
              EXIT PARAGRAPH
           END-IF.
           IF CM-INACTIVE
              MOVE SPACES                  TO  ISSUE-TEXT
              STRING CT-DUTY-ROLE(CREW-IDX) " " CT-EMP-NO(CREW-IDX)
                     " INACTIVE"            DELIMITED BY SIZE
                     INTO ISSUE-TEXT
              END-STRING
              PERFORM WRITE-ISSUE-LINE
           END-IF.
           SET TYPE-NOT-QUALIFIED          TO  TRUE.
           PERFORM VARYING QUAL-IDX FROM 1 BY 1
                    UNTIL QUAL-IDX > 4 OR TYPE-QUALIFIED
              IF CM-QUAL-TYPE(QUAL-IDX) = CHECK-AIRCRAFT-TYPE
                 SET TYPE-QUALIFIED        TO  TRUE
              END-IF
           END-PERFORM.
           IF TYPE-NOT-QUALIFIED
              MOVE SPACES                  TO  ISSUE-TEXT
              STRING CT-DUTY-ROLE(CREW-IDX) " " CT-EMP-NO(CREW-IDX)
                     " NOT QUALIFIED ON " CHECK-AIRCRAFT-TYPE
                                            DELIMITED BY SIZE
                     INTO ISSUE-TEXT
              END-STRING
              PERFORM WRITE-ISSUE-LINE
           END-IF.
           PERFORM WALK-MEMBER-ROSTER.
           IF DAY-FIRST-REPORT = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE DUTY-MINUTES = DAY-LAST-RELEASE - DAY-FIRST-REPORT.
           IF DUTY-MINUTES > MAX-DUTY-MINUTES
              MOVE DUTY-MINUTES            TO  RPT-MINS
              MOVE SPACES                  TO  ISSUE-TEXT
              STRING CT-DUTY-ROLE(CREW-IDX) " " CT-EMP-NO(CREW-IDX)
                     " DUTY DAY " RPT-MINS " MINUTES"
                                            DELIMITED BY SIZE
                     INTO ISSUE-TEXT
              END-STRING
              PERFORM WRITE-ISSUE-LINE
           END-IF.
           IF DAY-FLIGHT-DECK-MINS > MAX-FLIGHT-DECK-MINUTES
              MOVE DAY-FLIGHT-DECK-MINS    TO  RPT-MINS
              MOVE SPACES                  TO  ISSUE-TEXT
              STRING CT-DUTY-ROLE(CREW-IDX) " " CT-EMP-NO(CREW-IDX)
                     " FLIGHT TIME " RPT-MINS " MINUTES"
                                            DELIMITED BY SIZE
                     INTO ISSUE-TEXT
              END-STRING
              PERFORM WRITE-ISSUE-LINE
           END-IF.
           IF PREV-LAST-RELEASE NOT = 0
              COMPUTE REST-MINUTES =
                    DAY-FIRST-REPORT - PREV-LAST-RELEASE
              IF REST-MINUTES < MIN-REST-MINUTES
                 IF REST-MINUTES < 0
                    MOVE 0                 TO  REST-MINUTES
                 END-IF
                 MOVE REST-MINUTES         TO  RPT-MINS
                 MOVE SPACES               TO  ISSUE-TEXT
                 STRING CT-DUTY-ROLE(CREW-IDX) " " CT-EMP-NO(CREW-IDX)
                        " REST ONLY " RPT-MINS " MINUTES"
                                            DELIMITED BY SIZE
                        INTO ISSUE-TEXT
                 END-STRING
                 PERFORM WRITE-ISSUE-LINE
              END-IF
           END-IF.

       WALK-MEMBER-ROSTER.
      *    EVERY FLIGHT THE MEMBER IS ROSTERED ON, BY THE EMPLOYEE
      *    ALTERNATE KEY.  LEGS ON THE CHECK DATE BUILD THE DUTY DAY;
      *    LEGS ON THE DAY BEFORE GIVE THE RELEASE THE REST RUNS FROM.
           MOVE 0                          TO  DAY-FIRST-REPORT
                                                DAY-LAST-RELEASE
                                                PREV-LAST-RELEASE
                                                DAY-FLIGHT-DECK-MINS.
           SET ASSIGN-NOT-AT-END           TO  TRUE.
           MOVE CT-EMP-NO(CREW-IDX)        TO  CA-EMP-NO.
           START CREW-ASSIGN KEY IS = CA-EMP-NO
                 INVALID KEY
                    SET ASSIGN-AT-END      TO  TRUE
           END-START.
           PERFORM UNTIL ASSIGN-AT-END
              READ CREW-ASSIGN NEXT
                   AT END
                      SET ASSIGN-AT-END    TO  TRUE
                   NOT AT END
                      IF CA-EMP-NO NOT = CT-EMP-NO(CREW-IDX)
                         SET ASSIGN-AT-END TO  TRUE
                      ELSE
                         PERFORM ADD-ROSTER-LEG
                      END-IF
              END-READ
           END-PERFORM.

       ADD-ROSTER-LEG.
           MOVE CA-FLIGHT-ID               TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF FM-CANCELLED
              EXIT PARAGRAPH
           END-IF.
           COMPUTE LEG-DAY-NO =
                 FUNCTION INTEGER-OF-DATE(FM-TRAVEL-DATE).
           IF LEG-DAY-NO NOT = CHECK-DAY-NO AND
              LEG-DAY-NO NOT = CHECK-DAY-NO - 1
              EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-LEG-TIMES.
           IF LEG-DAY-NO = CHECK-DAY-NO
              IF DAY-FIRST-REPORT = 0 OR
                 LEG-DEP-UTC - REPORT-LEAD-MINUTES < DAY-FIRST-REPORT
                 COMPUTE DAY-FIRST-REPORT =
                       LEG-DEP-UTC - REPORT-LEAD-MINUTES
              END-IF
              IF LEG-ARR-UTC + RELEASE-LAG-MINUTES > DAY-LAST-RELEASE
                 COMPUTE DAY-LAST-RELEASE =
                       LEG-ARR-UTC + RELEASE-LAG-MINUTES
              END-IF
              IF CA-ROLE-FLIGHT-DECK
                 COMPUTE DAY-FLIGHT-DECK-MINS = DAY-FLIGHT-DECK-MINS
                       + LEG-ARR-UTC - LEG-DEP-UTC
              END-IF
           ELSE
              IF LEG-ARR-UTC + RELEASE-LAG-MINUTES > PREV-LAST-RELEASE
                 COMPUTE PREV-LAST-RELEASE =
                       LEG-ARR-UTC + RELEASE-LAG-MINUTES
              END-IF
           END-IF.

       COMPUTE-LEG-TIMES.
      *    OUT AND IN FOR THE LEG NOW IN FLIGHT-MASTER AS UTC MINUTES
      *    SINCE THE CALENDAR BASE - ACTUAL WHEN CLOSEOUT HAS CAPTURED
      *    IT, OTHERWISE SCHEDULED.
           IF FM-ACT-DEP-TIME NUMERIC AND FM-ACT-DEP-TIME > 0
              MOVE FM-ACT-DEP-TIME         TO  WORK-TIME
           ELSE
              MOVE FM-SCHED-DEP-TIME       TO  WORK-TIME
           END-IF.
           MOVE FM-ORIGIN                  TO  W-OFFSET-AIRPORT.
           PERFORM GET-UTC-OFFSET.
           COMPUTE LEG-DEP-UTC =
                 FUNCTION INTEGER-OF-DATE(FM-TRAVEL-DATE) * 1440
                 + WT-HH * 60 + WT-MM - W-UTC-OFFSET * 60.
           IF FM-ARR-DATE NUMERIC AND FM-ARR-DATE > 0
              MOVE FM-ARR-DATE             TO  W-ARR-DATE
           ELSE
              MOVE FM-TRAVEL-DATE          TO  W-ARR-DATE
           END-IF.
           IF FM-ACT-ARR-TIME NUMERIC AND FM-ACT-ARR-TIME > 0
              MOVE FM-ACT-ARR-TIME         TO  WORK-TIME
           ELSE
              MOVE FM-SCHED-ARR-TIME       TO  WORK-TIME
           END-IF.
           MOVE FM-DESTINATION             TO  W-OFFSET-AIRPORT.
           PERFORM GET-UTC-OFFSET.
           COMPUTE LEG-ARR-UTC =
                 FUNCTION INTEGER-OF-DATE(W-ARR-DATE) * 1440
                 + WT-HH * 60 + WT-MM - W-UTC-OFFSET * 60.
           IF LEG-ARR-UTC < LEG-DEP-UTC
              MOVE LEG-DEP-UTC             TO  LEG-ARR-UTC
           END-IF.

       GET-UTC-OFFSET.
           MOVE 0                          TO  W-UTC-OFFSET.
           OPEN INPUT AIRPORT.
           IF AIRPORT-NOT-PRESENT
              CLOSE AIRPORT
              EXIT PARAGRAPH
           END-IF.
           MOVE W-OFFSET-AIRPORT           TO  AR-CODE.
           READ AIRPORT
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF AR-UTC-OFFSET NUMERIC
                      MOVE AR-UTC-OFFSET   TO  W-UTC-OFFSET
                   END-IF
           END-READ.
           CLOSE AIRPORT.

       WRITE-ISSUE-LINE.
           IF FLIGHT-CLEAN
              SET FLIGHT-FLAGGED           TO  TRUE
              MOVE SPACES                  TO  RPT-RECORD
              STRING "FLIGHT " CHECK-FLIGHT-ID " " CHECK-ORIGIN "-"
                     CHECK-DEST " " CHECK-DATE " TYPE "
                     CHECK-AIRCRAFT-TYPE    DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           ADD 1                           TO  ISSUE-COUNT.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE ISSUE-TEXT                 TO  RPT-RECORD(5:60).
           WRITE RPT-RECORD.

       TERMINATE-REPORT.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE FLIGHTS-CHECKED            TO  RPT-CNT.
           STRING "FLIGHTS CHECKED     " RPT-CNT DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE FLIGHTS-FLAGGED            TO  RPT-CNT.
           STRING "FLIGHTS FLAGGED     " RPT-CNT DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE ISSUE-COUNT                TO  RPT-CNT.
           STRING "EXCEPTIONS LISTED   " RPT-CNT DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF FLIGHT-TABLE-FULL > 0
              MOVE SPACES                  TO  RPT-RECORD
              MOVE FLIGHT-TABLE-FULL       TO  RPT-CNT
              STRING "FLIGHTS NOT CHECKED (WINDOW TOO LARGE) " RPT-CNT
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           CLOSE FLIGHT-MASTER
                 CREW-ASSIGN
                 CREW-MASTER
                 LEGAL-RPT.
           MOVE "CRWLEGAL"                 TO  RPG-REPORT-ID.
           MOVE "crwlegal"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "CRWLEGAL"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "CRWLEGAL - " FLIGHTS-CHECKED " FLIGHTS CHECKED, "
                   FLIGHTS-FLAGGED " FLAGGED".
