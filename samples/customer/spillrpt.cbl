       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      SPILLRPT.

      ******************************************************************
      *    SPILLRPT.CBL
      *    WEEKLY SPILL AND UNCONSTRAINED-DEMAND REPORT.  BKCURVE AND
      *    FAREADJ ONLY EVER SEE THE BOOKINGS WE TOOK; THIS READS THE
      *    "turnaway" LOG TRNAWAY KEEPS OF EVERY REQUEST WE REFUSED -
      *    EMPTY AVAILABILITY SEARCHES AND CABIN-FULL REFUSALS FROM THE
      *    BOOKING SCREEN AND AGENCY/STATION/WEB INGEST - AND, FOR
      *    EVERY DEPARTURE FROM A WEEK AGO ONWARD, SETS THE REFUSALS
      *    BESIDE THE SEATS BOOKED ON "fltinv" AND THE PASSENGERS STILL
      *    ON "waitlist".  TURNAWAYS THAT TOOK A WAITLIST PLACE ARE
      *    ALREADY COUNTED AS BOOKED OR WAITING, SO ONLY THE ONES THAT
      *    WALKED AWAY ARE SPILL:
      *        UNCONSTRAINED DEMAND = BOOKED + WAITING + SPILL
      *    DF% IS THAT DEMAND OVER CABIN CAPACITY.  LINES RUN BY ROUTE
      *    AND DEPARTURE DATE WITH A TOTAL PER ROUTE; A SEARCH THAT
      *    MATCHED NO FLIGHT AT ALL SHOWS UNDER FLIGHT "NONE".  THE
      *    SAME CALLER ASKING TWICE IS COUNTED TWICE, SO SPILL IS AN
      *    UPPER ESTIMATE.  READ-ONLY AGAINST EVERY FILE.  OUTPUT GOES
      *    TO "spillrpt".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURNAWAY
                  ASSIGN TO DISK "turnaway"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TURNAWAY-STATUS.

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

           SELECT FLIGHT-INVENTORY
                  ASSIGN TO DISK "fltinv"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FI-KEY
                  FILE STATUS IS FLT-INV-STATUS.

           SELECT WAITLIST
                  ASSIGN TO DISK "waitlist"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS WL-RES-ID
                  FILE STATUS IS WAITLIST-STATUS.

           SELECT SPILL-RPT
                  ASSIGN TO DISK "spillrpt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TURNAWAY.
       COPY turnaway.

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  FLIGHT-INVENTORY.
       COPY fltinv.

       FD  WAITLIST.
       COPY waitlist.

       FD  SPILL-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  TURNAWAY-STATUS                PIC X(02).
           88 TURNAWAY-NOT-PRESENT                    VALUE "35".
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  FLT-INV-STATUS                 PIC X(02).
           88 FLT-INV-NOT-PRESENT                     VALUE "35".
       01  WAITLIST-STATUS                PIC X(02).
           88 WAITLIST-NOT-PRESENT                    VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  TURNAWAY-EOF-SWITCH            PIC 9       VALUE 0.
           88 TURNAWAY-AT-END                         VALUE 1.
           88 TURNAWAY-NOT-AT-END                     VALUE 0.
       01  WAITLIST-EOF-SWITCH            PIC 9       VALUE 0.
           88 WAITLIST-AT-END                         VALUE 1.
           88 WAITLIST-NOT-AT-END                     VALUE 0.
       01  TODAY-DATE.
           03 TODAY-YY                    PIC 9(04).
           03 TODAY-MM                    PIC 9(02).
           03 TODAY-DD                    PIC 9(02).
       01  TODAY-DATE-NUM REDEFINES TODAY-DATE
                                           PIC 9(08).
       01  WINDOW-START                   PIC 9(08)   VALUE 0.
       01  TURNAWAY-READ                  PIC 9(07)   VALUE 0.
       01  RPT-CNT                        PIC ZZZZ9.
       01  RPT-DF                         PIC ZZZ9.9.
       01  DEMAND-PCT                     PIC 9(04)V9 VALUE 0.
       01  LINE-COUNT                     PIC 9(05)   VALUE 0.
       01  SAVE-ORIGIN                    PIC X(03)   VALUE SPACES.
       01  SAVE-DEST                      PIC X(03)   VALUE SPACES.

      *    ONE ENTRY PER DEPARTURE (FLIGHT, OR ROUTE/DATE FOR A SEARCH
      *    THAT FOUND NO FLIGHT), KEPT IN ROUTE/DATE/FLIGHT ORDER AS
      *    IT IS BUILT SO THE REPORT CAN BE WRITTEN STRAIGHT DOWN.
       01  SPILL-TABLE.
           03 SPILL-ENTRY OCCURS 500 TIMES.
              05 SP-KEY.
                 07 SP-ORIGIN             PIC X(03).
                 07 SP-DEST               PIC X(03).
                 07 SP-TRAVEL-DATE        PIC 9(08).
                 07 SP-FLIGHT-ID          PIC X(07).
              05 SP-TURNED                PIC 9(05).
              05 SP-WL-TAKEN              PIC 9(05).
       01  SPILL-COUNT                    PIC 9(03)   VALUE 0.
       01  SP-IDX                         PIC 9(03)   VALUE 0.
       01  SP-MOVE-IDX                    PIC 9(03)   VALUE 0.
       01  SP-FOUND-SWITCH                PIC 9       VALUE 0.
           88 SP-FOUND                                VALUE 1.
           88 SP-NOT-FOUND                            VALUE 0.
       01  SP-NEW-KEY.
           03 SP-NEW-ORIGIN               PIC X(03).
           03 SP-NEW-DEST                 PIC X(03).
           03 SP-NEW-TRAVEL-DATE          PIC 9(08).
           03 SP-NEW-FLIGHT-ID            PIC X(07).
       01  SP-TABLE-FULL-SWITCH           PIC 9       VALUE 0.
           88 SP-TABLE-FULL                           VALUE 1.

      *    FIGURES FOR THE DEPARTURE BEING PRINTED AND ITS ROUTE.
       01  DEP-CAPACITY                   PIC 9(05)   VALUE 0.
       01  DEP-BOOKED                     PIC 9(05)   VALUE 0.
       01  DEP-WAITING                    PIC 9(05)   VALUE 0.
       01  DEP-SPILL                      PIC 9(05)   VALUE 0.
       01  DEP-UNCONSTRAINED              PIC 9(05)   VALUE 0.
       01  RTE-CAPACITY                   PIC 9(07)   VALUE 0.
       01  RTE-BOOKED                     PIC 9(07)   VALUE 0.
       01  RTE-TURNED                     PIC 9(07)   VALUE 0.
       01  RTE-WL-TAKEN                   PIC 9(07)   VALUE 0.
       01  RTE-WAITING                    PIC 9(07)   VALUE 0.
       01  RTE-SPILL                      PIC 9(07)   VALUE 0.
       01  RTE-UNCONSTRAINED              PIC 9(07)   VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT.
           PERFORM LOAD-TURNAWAYS.
           PERFORM REPORT-DEPARTURES.
           PERFORM TERMINATE-REPORT.
           STOP RUN.

       INITIALIZE-REPORT.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           COMPUTE WINDOW-START = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM) - 7).
           OPEN INPUT TURNAWAY.
           IF TURNAWAY-NOT-PRESENT
              DISPLAY "SPILLRPT - TURNAWAY FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              DISPLAY "SPILLRPT - FLIGHTMST FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT FLIGHT-INVENTORY.
           OPEN INPUT WAITLIST.
           OPEN OUTPUT SPILL-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "SPILL AND UNCONSTRAINED DEMAND - "
                  TODAY-MM "/" TODAY-DD "/" TODAY-YY
                  " - DEPARTURES FROM " WINDOW-START
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "ROUTE   DEPART   FLIGHT    CAP  BOOK  TURN  WLTK"
                  " SPILL  WAIT UNCON    DF%"   DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       LOAD-TURNAWAYS.
           PERFORM UNTIL TURNAWAY-AT-END
              READ TURNAWAY
                   AT END
                      SET TURNAWAY-AT-END   TO  TRUE
                   NOT AT END
                      ADD 1                 TO  TURNAWAY-READ
                      IF TW-TRAVEL-DATE >= WINDOW-START
                         PERFORM TALLY-ONE-TURNAWAY
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE TURNAWAY.

       TALLY-ONE-TURNAWAY.
           MOVE TW-ORIGIN                  TO  SP-NEW-ORIGIN.
           MOVE TW-DEST                    TO  SP-NEW-DEST.
           MOVE TW-TRAVEL-DATE             TO  SP-NEW-TRAVEL-DATE.
           MOVE TW-FLIGHT-ID               TO  SP-NEW-FLIGHT-ID.
      *    THE TABLE IS IN KEY ORDER - STOP AT THE ENTRY OR AT THE
      *    FIRST ONE THAT SORTS AFTER IT.
           SET SP-NOT-FOUND                TO  TRUE.
           PERFORM VARYING SP-IDX FROM 1 BY 1
                    UNTIL SP-IDX > SPILL-COUNT
                       OR SP-KEY(SP-IDX) >= SP-NEW-KEY
              CONTINUE
           END-PERFORM.
           IF SP-IDX NOT > SPILL-COUNT
              IF SP-KEY(SP-IDX) = SP-NEW-KEY
                 SET SP-FOUND              TO  TRUE
              END-IF
           END-IF.
           IF SP-NOT-FOUND
              IF SPILL-COUNT >= 500
                 SET SP-TABLE-FULL         TO  TRUE
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING SP-MOVE-IDX FROM SPILL-COUNT BY -1
                       UNTIL SP-MOVE-IDX < SP-IDX
                 MOVE SPILL-ENTRY(SP-MOVE-IDX) TO
                      SPILL-ENTRY(SP-MOVE-IDX + 1)
              END-PERFORM
              ADD 1                        TO  SPILL-COUNT
              MOVE SP-NEW-KEY              TO  SP-KEY(SP-IDX)
              MOVE 0                       TO  SP-TURNED(SP-IDX)
                                                SP-WL-TAKEN(SP-IDX)
           END-IF.
           ADD 1                           TO  SP-TURNED(SP-IDX).
           IF TW-WAITLIST-TAKEN
              ADD 1                        TO  SP-WL-TAKEN(SP-IDX)
           END-IF.

       REPORT-DEPARTURES.
           PERFORM VARYING SP-IDX FROM 1 BY 1
                    UNTIL SP-IDX > SPILL-COUNT
              IF SP-ORIGIN(SP-IDX) NOT = SAVE-ORIGIN OR
                 SP-DEST(SP-IDX) NOT = SAVE-DEST
                 IF SP-IDX > 1
                    PERFORM WRITE-ROUTE-TOTAL
                 END-IF
                 MOVE SP-ORIGIN(SP-IDX)    TO  SAVE-ORIGIN
                 MOVE SP-DEST(SP-IDX)      TO  SAVE-DEST
                 MOVE 0                    TO  RTE-CAPACITY RTE-BOOKED
                                                RTE-TURNED RTE-WL-TAKEN
                                                RTE-WAITING RTE-SPILL
                                                RTE-UNCONSTRAINED
              END-IF
              PERFORM REPORT-ONE-DEPARTURE
           END-PERFORM.
           IF SPILL-COUNT > 0
              PERFORM WRITE-ROUTE-TOTAL
           END-IF.

       REPORT-ONE-DEPARTURE.
           MOVE 0                          TO  DEP-CAPACITY DEP-BOOKED
                                                DEP-WAITING.
           IF SP-FLIGHT-ID(SP-IDX) NOT = SPACES
              PERFORM GET-FLIGHT-FIGURES
           END-IF.
           COMPUTE DEP-SPILL = SP-TURNED(SP-IDX) - SP-WL-TAKEN(SP-IDX).
           COMPUTE DEP-UNCONSTRAINED =
                 DEP-BOOKED + DEP-WAITING + DEP-SPILL.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE SP-ORIGIN(SP-IDX)          TO  RPT-RECORD(1:3).
           MOVE "-"                        TO  RPT-RECORD(4:1).
           MOVE SP-DEST(SP-IDX)            TO  RPT-RECORD(5:3).
           MOVE SP-TRAVEL-DATE(SP-IDX)     TO  RPT-RECORD(9:8).
           IF SP-FLIGHT-ID(SP-IDX) = SPACES
              MOVE "NONE"                  TO  RPT-RECORD(18:7)
           ELSE
              MOVE SP-FLIGHT-ID(SP-IDX)    TO  RPT-RECORD(18:7)
           END-IF.
           MOVE DEP-CAPACITY               TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(26:5).
           MOVE DEP-BOOKED                 TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(32:5).
           MOVE SP-TURNED(SP-IDX)          TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(38:5).
           MOVE SP-WL-TAKEN(SP-IDX)        TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(44:5).
           MOVE DEP-SPILL                  TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(50:5).
           MOVE DEP-WAITING                TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(56:5).
           MOVE DEP-UNCONSTRAINED          TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(62:5).
           IF DEP-CAPACITY > 0
              COMPUTE DEMAND-PCT ROUNDED =
                    DEP-UNCONSTRAINED * 100 / DEP-CAPACITY
              MOVE DEMAND-PCT              TO  RPT-DF
              MOVE RPT-DF                  TO  RPT-RECORD(68:6)
           END-IF.
           WRITE RPT-RECORD.
           ADD 1                           TO  LINE-COUNT.
           ADD DEP-CAPACITY                TO  RTE-CAPACITY.
           ADD DEP-BOOKED                  TO  RTE-BOOKED.
           ADD SP-TURNED(SP-IDX)           TO  RTE-TURNED.
           ADD SP-WL-TAKEN(SP-IDX)         TO  RTE-WL-TAKEN.
           ADD DEP-WAITING                 TO  RTE-WAITING.
           ADD DEP-SPILL                   TO  RTE-SPILL.
           ADD DEP-UNCONSTRAINED           TO  RTE-UNCONSTRAINED.

       GET-FLIGHT-FIGURES.
           MOVE SP-FLIGHT-ID(SP-IDX)       TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   COMPUTE DEP-CAPACITY =
                         FM-CAPACITY-CO + FM-CAPACITY-FC
           END-READ.
           IF NOT FLT-INV-NOT-PRESENT
              MOVE SP-FLIGHT-ID(SP-IDX)    TO  FI-FLIGHT-ID
              MOVE "CO"                    TO  FI-SEAT-TYPE
              READ FLIGHT-INVENTORY
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      ADD FI-BOOKED-COUNT  TO  DEP-BOOKED
              END-READ
              MOVE SP-FLIGHT-ID(SP-IDX)    TO  FI-FLIGHT-ID
              MOVE "FC"                    TO  FI-SEAT-TYPE
              READ FLIGHT-INVENTORY
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      ADD FI-BOOKED-COUNT  TO  DEP-BOOKED
              END-READ
           END-IF.
           IF WAITLIST-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           SET WAITLIST-NOT-AT-END         TO  TRUE.
           MOVE SP-FLIGHT-ID(SP-IDX)       TO  WL-FLIGHT.
           MOVE LOW-VALUES                 TO  WL-NO.
           START WAITLIST KEY IS >= WL-RES-ID
                 INVALID KEY
                    SET WAITLIST-AT-END    TO  TRUE
           END-START.
           PERFORM UNTIL WAITLIST-AT-END
              READ WAITLIST NEXT
                   AT END
                      SET WAITLIST-AT-END   TO  TRUE
                   NOT AT END
                      IF WL-FLIGHT = SP-FLIGHT-ID(SP-IDX)
                         ADD 1             TO  DEP-WAITING
                      ELSE
                         SET WAITLIST-AT-END TO TRUE
                      END-IF
              END-READ
           END-PERFORM.

       WRITE-ROUTE-TOTAL.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  " SAVE-ORIGIN "-" SAVE-DEST " ROUTE TOTAL"
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           MOVE RTE-CAPACITY               TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(26:5).
           MOVE RTE-BOOKED                 TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(32:5).
           MOVE RTE-TURNED                 TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(38:5).
           MOVE RTE-WL-TAKEN               TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(44:5).
           MOVE RTE-SPILL                  TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(50:5).
           MOVE RTE-WAITING                TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(56:5).
           MOVE RTE-UNCONSTRAINED          TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(62:5).
           IF RTE-CAPACITY > 0
              COMPUTE DEMAND-PCT ROUNDED =
                    RTE-UNCONSTRAINED * 100 / RTE-CAPACITY
              MOVE DEMAND-PCT              TO  RPT-DF
              MOVE RPT-DF                  TO  RPT-RECORD(68:6)
           END-IF.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.

       TERMINATE-REPORT.
           IF SP-TABLE-FULL
              MOVE SPACES                  TO  RPT-RECORD
              MOVE "*** MORE THAN 500 DEPARTURES - LATER ONES NOT SHOWN"
                                           TO  RPT-RECORD
              WRITE RPT-RECORD
           END-IF.
           CLOSE FLIGHT-MASTER.
           CLOSE FLIGHT-INVENTORY.
           CLOSE WAITLIST.
           CLOSE SPILL-RPT.
           MOVE "SPILLRPT"                 TO  RPG-REPORT-ID.
           MOVE "spillrpt"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "SPILLRPT"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "SPILLRPT - " TURNAWAY-READ " TURNAWAY(S) READ, "
                   LINE-COUNT " DEPARTURE(S) REPORTED TO spillrpt".
