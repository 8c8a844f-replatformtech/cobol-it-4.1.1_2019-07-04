       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      ACDUERPT.

      ******************************************************************
      *    ACDUERPT.CBL
      *    DAILY MAINTENANCE DUE LIST - WALKS THE "acmast" AIRCRAFT
      *    REGISTRY AND, FOR EVERY AIRFRAME IN SERVICE, ASKS ACDUECHK
      *    WHETHER IT IS OVERDUE OR COMING DUE FOR ITS NEXT CHECK AS
      *    OF THE RUN DATE.  EACH LISTED TAIL SHOWS HOURS AND CYCLES
      *    SINCE THE LAST CHECK AGAINST THE INTERVALS, THE CALENDAR
      *    DUE DATE, AND THE NEXT FLIGHT IT IS ASSIGNED TO ON
      *    "flightmst" SO MAINTENANCE CONTROL CAN PULL IT BEFORE IT
      *    GOES.  RUN AFTER ACHOURS.  READ-ONLY.  OUTPUT TO "acduerpt".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AIRCRAFT-MASTER
                  ASSIGN TO DISK "acmast"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AC-TAIL-NO
                  FILE STATUS IS AC-MAST-STATUS.

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

           SELECT DUE-RPT
                  ASSIGN TO DISK "acduerpt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AIRCRAFT-MASTER.
       COPY acmast.

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  DUE-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  AC-MAST-STATUS                 PIC X(02).
           88 AC-MAST-NOT-PRESENT                     VALUE "35".
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  AIRCRAFT-EOF-SWITCH            PIC 9       VALUE 0.
           88 AIRCRAFT-AT-END                         VALUE 1.
           88 AIRCRAFT-NOT-AT-END                     VALUE 0.
       01  SCAN-EOF-SWITCH                PIC 9       VALUE 0.
           88 SCAN-AT-END                             VALUE 1.
           88 SCAN-NOT-AT-END                         VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  DUE-TAIL-NO                    PIC X(06)   VALUE SPACES.
       01  DUE-HOURS-SINCE                PIC 9(05)   VALUE 0.
       01  DUE-CYCLES-SINCE               PIC 9(05)   VALUE 0.
       01  DUE-RESULT                     PIC X(01)   VALUE SPACES.
           88 DUE-CLEAR                               VALUE "K".
           88 DUE-SOON                                VALUE "D".
           88 DUE-OVERDUE                             VALUE "O".
       01  DUE-WORD                       PIC X(08)   VALUE SPACES.
       01  NEXT-FLIGHT-ID                 PIC X(07)   VALUE SPACES.
       01  NEXT-FLIGHT-DATE               PIC 9(08)   VALUE 0.
       01  RPT-HOURS                      PIC ZZZZ9.
       01  RPT-HOURS-INT                  PIC ZZZZ9.
       01  RPT-CYCLES                     PIC ZZZZ9.
       01  RPT-CYCLES-INT                 PIC ZZZZ9.
       01  RPT-CNT                        PIC ZZZZ9.
       01  OVERDUE-COUNT                  PIC 9(05)   VALUE 0.
       01  DUE-COUNT                      PIC 9(05)   VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT.
           PERFORM UNTIL AIRCRAFT-AT-END
              PERFORM CHECK-ONE-AIRCRAFT
              PERFORM READ-AIRCRAFT-REC
           END-PERFORM.
           PERFORM TERMINATE-REPORT.
           STOP RUN.

       INITIALIZE-REPORT.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           OPEN INPUT AIRCRAFT-MASTER.
           IF AC-MAST-NOT-PRESENT
              DISPLAY "ACDUERPT - ACMAST REGISTRY NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT FLIGHT-MASTER.
           OPEN OUTPUT DUE-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "MAINTENANCE DUE LIST - AS OF " TODAY-DATE
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "TAIL   TYPE STATUS    HRS/INTVL   CYC/INTVL  DUE DATE
      -    "  NEXT FLIGHT"                  DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           PERFORM READ-AIRCRAFT-REC.

       READ-AIRCRAFT-REC.
           READ AIRCRAFT-MASTER NEXT
                AT END
                   SET AIRCRAFT-AT-END       TO  TRUE
           END-READ.

       CHECK-ONE-AIRCRAFT.
           IF AC-WITHDRAWN
              EXIT PARAGRAPH
           END-IF.
           MOVE AC-TAIL-NO                 TO  DUE-TAIL-NO.
           CALL "ACDUECHK" USING DUE-TAIL-NO, TODAY-DATE,
                                 DUE-HOURS-SINCE, DUE-CYCLES-SINCE,
                                 DUE-RESULT.
           EVALUATE TRUE
              WHEN DUE-OVERDUE
                 ADD 1                     TO  OVERDUE-COUNT
                 MOVE "OVERDUE "           TO  DUE-WORD
              WHEN DUE-SOON
                 ADD 1                     TO  DUE-COUNT
                 MOVE "DUE     "           TO  DUE-WORD
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM FIND-NEXT-FLIGHT.
           MOVE DUE-HOURS-SINCE            TO  RPT-HOURS.
           MOVE AC-CHECK-HOURS-INTERVAL    TO  RPT-HOURS-INT.
           MOVE DUE-CYCLES-SINCE           TO  RPT-CYCLES.
           MOVE AC-CHECK-CYCLES-INTERVAL   TO  RPT-CYCLES-INT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING AC-TAIL-NO " " AC-AIRCRAFT-TYPE " " DUE-WORD " "
                  RPT-HOURS "/" RPT-HOURS-INT " " RPT-CYCLES "/"
                  RPT-CYCLES-INT " " AC-NEXT-CHECK-DATE "  "
                  NEXT-FLIGHT-ID            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       FIND-NEXT-FLIGHT.
      *    THE EARLIEST NON-CANCELLED DEPARTURE FROM TODAY ON THAT
      *    CARRIES THIS TAIL.
           MOVE SPACES                     TO  NEXT-FLIGHT-ID.
           MOVE 0                          TO  NEXT-FLIGHT-DATE.
           IF FM-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
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
                      IF FM-TAIL-NO = AC-TAIL-NO AND
                         NOT FM-CANCELLED AND
                         FM-TRAVEL-DATE NOT < TODAY-DATE AND
                         (NEXT-FLIGHT-DATE = 0 OR
                          FM-TRAVEL-DATE < NEXT-FLIGHT-DATE)
                         MOVE FM-FLIGHT-ID   TO  NEXT-FLIGHT-ID
                         MOVE FM-TRAVEL-DATE TO  NEXT-FLIGHT-DATE
                      END-IF
              END-READ
           END-PERFORM.

       TERMINATE-REPORT.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE OVERDUE-COUNT              TO  RPT-CNT.
           STRING "AIRCRAFT OVERDUE   " RPT-CNT DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE DUE-COUNT                  TO  RPT-CNT.
           STRING "AIRCRAFT DUE SOON  " RPT-CNT DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE AIRCRAFT-MASTER
                 FLIGHT-MASTER
                 DUE-RPT.
           MOVE "ACDUERPT"                 TO  RPG-REPORT-ID.
           MOVE "acduerpt"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "ACDUERPT"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "ACDUERPT - " OVERDUE-COUNT " OVERDUE, " DUE-COUNT
                   " DUE SOON".
