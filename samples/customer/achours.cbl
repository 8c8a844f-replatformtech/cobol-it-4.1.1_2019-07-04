       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      ACHOURS.

      ******************************************************************
      *    ACHOURS.CBL
      *    POST-CLOSEOUT AIRCRAFT HOURS AND CYCLES - RUN AFTER CUSTCLSE
      *    HAS CAPTURED THE ACTUAL OUT AND IN TIMES.  EVERY DEPARTED,
      *    NON-CANCELLED FLIGHT IN "flightmst" WITH A TAIL NUMBER AND
      *    BOTH ACTUAL TIMES ADDS ITS BLOCK TIME (ACTUAL OUT TO ACTUAL
      *    IN ON A UTC CLOCK, AS OTPRPT WORKS IT) AND ONE CYCLE TO THE
      *    AIRFRAME ON THE "acmast" REGISTRY.  EACH POSTED DEPARTURE
      *    IS RECORDED ON "acpost" SO A RERUN, OR TIMES KEYED ON A
      *    LATER CLOSEOUT NIGHT, NEVER COUNTS A SECTOR TWICE.  A TAIL
      *    NOT YET ON THE REGISTRY IS REPORTED AND LEFT UNPOSTED UNTIL
      *    IT IS ADDED THROUGH ACMAINT.  POSTING LIST TO "achours".
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

           SELECT AIRCRAFT-MASTER
                  ASSIGN TO DISK "acmast"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AC-TAIL-NO
                  FILE STATUS IS AC-MAST-STATUS.

           SELECT AIRCRAFT-POSTING
                  ASSIGN TO DISK "acpost"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AP-FLIGHT-ID
                  FILE STATUS IS AC-POST-STATUS.

           SELECT AIRPORT
                  ASSIGN TO DISK "airport"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AR-CODE
                  FILE STATUS IS AIRPORT-STATUS.

           SELECT HOURS-RPT
                  ASSIGN TO DISK "achours"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  AIRCRAFT-MASTER.
       COPY acmast.

       FD  AIRCRAFT-POSTING.
       COPY acpost.

       FD  AIRPORT.
       COPY airport.

       FD  HOURS-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  AC-MAST-STATUS                 PIC X(02).
           88 AC-MAST-NOT-PRESENT                     VALUE "35".
       01  AC-POST-STATUS                 PIC X(02).
           88 AC-POST-NOT-PRESENT                     VALUE "35".
       01  AIRPORT-STATUS                 PIC X(02).
           88 AIRPORT-NOT-PRESENT                     VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  FLIGHT-EOF-SWITCH              PIC 9       VALUE 0.
           88 FLIGHT-AT-END                           VALUE 1.
           88 FLIGHT-NOT-AT-END                       VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  ACT-DEP-MINUTES                PIC 9(05)   VALUE 0.
       01  BLOCK-MINUTES                  PIC S9(07)  VALUE 0.
       01  W-UTC-OFFSET                   PIC S9(02)V99 VALUE 0.
       01  W-OFFSET-AIRPORT               PIC X(03)   VALUE SPACES.
       01  DEP-OFFSET                     PIC S9(02)V99 VALUE 0.
       01  ARR-OFFSET                     PIC S9(02)V99 VALUE 0.
       01  W-ARR-DATE                     PIC 9(08)   VALUE 0.
       01  WORK-TIME                      PIC 9(04)   VALUE 0.
       01  WORK-TIME-GRP REDEFINES WORK-TIME.
           03 WT-HH                       PIC 9(02).
           03 WT-MM                       PIC 9(02).
       01  RPT-BLOCK                      PIC ZZZ9.
       01  RPT-HOURS                      PIC ZZZZ9.
       01  RPT-CYCLES                     PIC ZZZZ9.
       01  RPT-CNT                        PIC ZZZZ9.
       01  POSTED-COUNT                   PIC 9(05)   VALUE 0.
       01  UNREGISTERED-COUNT             PIC 9(05)   VALUE 0.
       01  NO-TIMES-COUNT                 PIC 9(05)   VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-POSTING.
           PERFORM UNTIL FLIGHT-AT-END
              PERFORM POST-ONE-FLIGHT
              PERFORM READ-FLIGHT-REC
           END-PERFORM.
           PERFORM TERMINATE-POSTING.
           STOP RUN.

       INITIALIZE-POSTING.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              DISPLAY "ACHOURS - FLIGHTMST FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN I-O AIRCRAFT-MASTER.
           IF AC-MAST-NOT-PRESENT
              DISPLAY "ACHOURS - ACMAST REGISTRY NOT FOUND, ABORTING"
              CLOSE FLIGHT-MASTER
              STOP RUN
           END-IF.
           OPEN I-O AIRCRAFT-POSTING.
           IF AC-POST-NOT-PRESENT
              CLOSE AIRCRAFT-POSTING
              OPEN OUTPUT AIRCRAFT-POSTING
              CLOSE AIRCRAFT-POSTING
              OPEN I-O AIRCRAFT-POSTING
           END-IF.
           OPEN OUTPUT HOURS-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "AIRCRAFT HOURS AND CYCLES POSTED - RUN " TODAY-DATE
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "TAIL   FLIGHT  DATE     BLOCK  HRS-SINCE CYC-SINCE"
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           PERFORM READ-FLIGHT-REC.

       READ-FLIGHT-REC.
           READ FLIGHT-MASTER NEXT
                AT END
                   SET FLIGHT-AT-END         TO  TRUE
           END-READ.

       POST-ONE-FLIGHT.
           IF FM-TRAVEL-DATE NOT < TODAY-DATE OR
              FM-CANCELLED OR
              FM-TAIL-NO = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF FM-ACT-DEP-TIME NOT NUMERIC OR FM-ACT-DEP-TIME = 0 OR
              FM-ACT-ARR-TIME NOT NUMERIC OR FM-ACT-ARR-TIME = 0
              ADD 1                        TO  NO-TIMES-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-FLIGHT-ID               TO  AP-FLIGHT-ID.
           READ AIRCRAFT-POSTING
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE FM-TAIL-NO                 TO  AC-TAIL-NO.
           READ AIRCRAFT-MASTER
                INVALID KEY
                   ADD 1                   TO  UNREGISTERED-COUNT
                   MOVE SPACES             TO  RPT-RECORD
                   STRING FM-TAIL-NO " " FM-FLIGHT-ID " "
                          FM-TRAVEL-DATE
                          "  TAIL NOT ON REGISTRY - NOT POSTED"
                                            DELIMITED BY SIZE
                          INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
                   EXIT PARAGRAPH
           END-READ.
           PERFORM COMPUTE-BLOCK-MINUTES.
           ADD BLOCK-MINUTES               TO  AC-MINS-SINCE-CHECK
                                                AC-TOTAL-MINS.
           ADD 1                           TO  AC-CYCLES-SINCE-CHECK
                                                AC-TOTAL-CYCLES.
           REWRITE AIRCRAFT-RECORD.
           MOVE FM-FLIGHT-ID               TO  AP-FLIGHT-ID.
           MOVE FM-TAIL-NO                 TO  AP-TAIL-NO.
           MOVE BLOCK-MINUTES              TO  AP-BLOCK-MINS.
           MOVE TODAY-DATE                 TO  AP-POSTED-DATE.
           WRITE AIRCRAFT-POSTING-RECORD.
           ADD 1                           TO  POSTED-COUNT.
           MOVE BLOCK-MINUTES              TO  RPT-BLOCK.
           COMPUTE RPT-HOURS = AC-MINS-SINCE-CHECK / 60.
           MOVE AC-CYCLES-SINCE-CHECK      TO  RPT-CYCLES.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING FM-TAIL-NO " " FM-FLIGHT-ID " " FM-TRAVEL-DATE " "
                  RPT-BLOCK "   " RPT-HOURS "     " RPT-CYCLES
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       COMPUTE-BLOCK-MINUTES.
      *    ACTUAL OUT TO ACTUAL IN, BOTH SHIFTED TO UTC, WITH THE
      *    ARRIVAL DATE CARRYING OVERNIGHT LANDINGS.  A NEGATIVE
      *    RESULT (BAD KEYING) POSTS THE CYCLE WITH NO TIME.
           MOVE FM-ACT-DEP-TIME            TO  WORK-TIME.
           COMPUTE ACT-DEP-MINUTES = WT-HH * 60 + WT-MM.
           MOVE FM-ORIGIN                  TO  W-OFFSET-AIRPORT.
           PERFORM GET-UTC-OFFSET.
           MOVE W-UTC-OFFSET               TO  DEP-OFFSET.
           MOVE FM-DESTINATION             TO  W-OFFSET-AIRPORT.
           PERFORM GET-UTC-OFFSET.
           MOVE W-UTC-OFFSET               TO  ARR-OFFSET.
           IF FM-ARR-DATE NUMERIC AND FM-ARR-DATE > 0
              MOVE FM-ARR-DATE             TO  W-ARR-DATE
           ELSE
              MOVE FM-TRAVEL-DATE          TO  W-ARR-DATE
           END-IF.
           MOVE FM-ACT-ARR-TIME            TO  WORK-TIME.
           COMPUTE BLOCK-MINUTES =
                 (FUNCTION INTEGER-OF-DATE(W-ARR-DATE)
                - FUNCTION INTEGER-OF-DATE(FM-TRAVEL-DATE)) * 1440
                + WT-HH * 60 + WT-MM
                - ACT-DEP-MINUTES
                - (ARR-OFFSET - DEP-OFFSET) * 60.
           IF BLOCK-MINUTES < 0
              MOVE 0                       TO  BLOCK-MINUTES
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

       TERMINATE-POSTING.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE POSTED-COUNT               TO  RPT-CNT.
           STRING "DEPARTURES POSTED        " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE UNREGISTERED-COUNT         TO  RPT-CNT.
           STRING "TAIL NOT ON REGISTRY     " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE NO-TIMES-COUNT             TO  RPT-CNT.
           STRING "DEPARTED, NO ACTUAL TIMES" RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE FLIGHT-MASTER
                 AIRCRAFT-MASTER
                 AIRCRAFT-POSTING
                 HOURS-RPT.
           MOVE "ACHOURS"                  TO  RPG-REPORT-ID.
           MOVE "achours"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "ACHOURS"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "ACHOURS - " POSTED-COUNT " DEPARTURE(S) POSTED, "
                   UNREGISTERED-COUNT " ON UNREGISTERED TAILS".
