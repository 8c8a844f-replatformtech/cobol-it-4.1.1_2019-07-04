      ******************************************************************
      *    BSMSEND.CBL
      *    STAND-ALONE BAGGAGE SOURCE MESSAGE (BSM) SUBPROGRAM - TELLS
      *    THE AIRPORT'S BAGGAGE SORTATION SYSTEM ABOUT A BAG SO THE
      *    TAG IS READ AT THE MAKE-UP BELT BY THE SORTER INSTEAD OF BY
      *    HAND.  CALLED WHEN A TAG IS ISSUED (CUSTOMER0) AND WHEN
      *    BAGRECON PULLS A BAG OFF A FLIGHT.  THE MESSAGE CARRIES:
      *      .V/ THE DEPARTURE STATION (LOCAL BAGGAGE)
      *      .F/ THE FLIGHT, DATE, DESTINATION AND CABIN
      *      .O/ EACH OWN-CARRIER ONWARD LEG FROM ADDL-LEG, THE LAST
      *          ENDING AT BT-FINAL-DEST (PARTNER LEGS RETAG AT THE
      *          TRANSFER POINT, AS CUSTOMER0 TAGS THEM)
      *      .N/ THE TAG NUMBER
      *      .S/ AUTHORITY TO LOAD, SEAT, AND WHETHER THE PASSENGER IS
      *          CHECKED IN (C) OR BOARDED (B)
      *      .W/ THE BAG WEIGHT IN POUNDS
      *      .P/ THE PASSENGER NAME
      *    AN OFFLOAD GOES AS A CHANGE (CHG) WITH NO AUTHORITY TO
      *    LOAD; A DELETE (DEL) CARRIES ONLY THE FLIGHT AND TAG.  THE
      *    MESSAGE IS APPENDED TO THE DEPARTURE STATION'S OUTBOUND
      *    QUEUE ("bsmq" + STATION) AND TO THE "bsmlog" HISTORY THAT
      *    BSMRESND REPLAYS AFTER A SORTATION LINK OUTAGE.  MESSAGE IDS
      *    ARE DRAWN FROM THE "M" RECORD ON "bagctr".  OPENS AND CLOSES
      *    ITS FILES ON EVERY CALL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      BSMSEND.

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
                  FILE STATUS IS FLIGHT-MASTER-STATUS.

           SELECT BAG-COUNTER
                  ASSIGN TO DISK "bagctr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BG-KEY
                  FILE STATUS IS BAG-CTR-STATUS.

           SELECT BSM-QUEUE
                  ASSIGN TO BSS-QUEUE-FILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BSM-QUEUE-STATUS.

           SELECT BSM-LOG
                  ASSIGN TO DISK "bsmlog"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BSM-LOG-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  BAG-COUNTER.
       COPY bagctr.

       FD  BSM-QUEUE.
       COPY bsmq.

       FD  BSM-LOG.
       COPY bsmlog.

       WORKING-STORAGE SECTION.
       01  FLIGHT-MASTER-STATUS           PIC X(02).
           88 FLIGHT-MASTER-NOT-PRESENT               VALUE "35".
       01  BAG-CTR-STATUS                 PIC X(02).
           88 BAG-CTR-NOT-PRESENT                     VALUE "35".
       01  BSM-QUEUE-STATUS               PIC X(02).
           88 BSM-QUEUE-NOT-PRESENT                   VALUE "35".
       01  BSM-LOG-STATUS                 PIC X(02).
           88 BSM-LOG-NOT-PRESENT                     VALUE "35".
       01  BSS-QUEUE-FILE                 PIC X(08)   VALUE SPACES.
       01  BSS-STATION-LOWER              PIC X(03)   VALUE SPACES.
       01  BSS-MSG-CNTR                   PIC 9(09)   VALUE 0.
       01  BSS-LINE-NO                    PIC 9(03)   VALUE 0.
       01  BSS-TEXT                       PIC X(64)   VALUE SPACES.
       01  BSS-TODAY                      PIC 9(08)   VALUE 0.
       01  BSS-TIME-NOW                   PIC 9(08)   VALUE 0.
       01  BSS-DDMMM                      PIC X(05)   VALUE SPACES.
       01  BSS-DEST                       PIC X(03)   VALUE SPACES.
       01  BSS-CLASS                      PIC X(01)   VALUE SPACES.
       01  BSS-AUTHORITY                  PIC X(01)   VALUE SPACES.
       01  BSS-PAX-STATUS                 PIC X(01)   VALUE SPACES.
       01  BSS-LEG-FLIGHT-ID              PIC X(07)   VALUE SPACES.
       01  BSS-LAST-LEG                   PIC 9(01)   VALUE 0.
       01  LEG-IDX                        PIC 9(01)   VALUE 0.
       01  BSS-DATE-X                     PIC X(08)   VALUE SPACES.
       01  BSS-MONTH                      PIC 9(02)   VALUE 0.
       01  MONTH-NAMES-DEF                PIC X(36)   VALUE
           "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01  MONTH-NAMES REDEFINES MONTH-NAMES-DEF.
           03 MONTH-NAME OCCURS 12 TIMES  PIC X(03).

      ******************************************************************
       LINKAGE SECTION.
       COPY bagtag.
       COPY custrec.
       COPY bsmparm.

      ******************************************************************
       PROCEDURE DIVISION USING BAG-TAG-RECORD, CUSTOMER-RECORD,
                                 BSM-PARMS.

       0000-MAINLINE.
           SET BSP-FAILED                   TO  TRUE.
           MOVE SPACES                      TO  BSP-STATION
                                                 BSP-MSG-ID.
           ACCEPT BSS-TODAY                 FROM DATE YYYYMMDD.
           ACCEPT BSS-TIME-NOW              FROM TIME.
           OPEN INPUT FLIGHT-MASTER.
           MOVE BT-FLIGHT-ID                TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   CLOSE FLIGHT-MASTER
                   GOBACK
           END-READ.
           MOVE FM-ORIGIN                   TO  BSP-STATION.
           MOVE FM-DESTINATION              TO  BSS-DEST.
           PERFORM FORMAT-FLIGHT-DATE.
           PERFORM DRAW-MESSAGE-ID.
           PERFORM OPEN-STATION-QUEUE.
           OPEN EXTEND BSM-LOG.
           IF BSM-LOG-NOT-PRESENT
              CLOSE BSM-LOG
              OPEN OUTPUT BSM-LOG
           END-IF.
           MOVE 0                           TO  BSS-LINE-NO.
           MOVE "BSM"                       TO  BSS-TEXT.
           PERFORM WRITE-MESSAGE-LINE.
           IF BSP-OFFLOAD
              MOVE "CHG"                    TO  BSS-TEXT
              PERFORM WRITE-MESSAGE-LINE
           END-IF.
           IF BSP-DELETE
              MOVE "DEL"                    TO  BSS-TEXT
              PERFORM WRITE-MESSAGE-LINE
           END-IF.
           STRING ".V/1L" BSP-STATION       DELIMITED BY SIZE
                  INTO BSS-TEXT
           END-STRING.
           PERFORM WRITE-MESSAGE-LINE.
           MOVE "Y"                         TO  BSS-CLASS.
           IF NOT BSP-DELETE AND SEAT-TYPE = "FC"
              MOVE "F"                      TO  BSS-CLASS
           END-IF.
           STRING ".F/" BT-FLIGHT-ID        DELIMITED BY SPACE
                  "/" BSS-DDMMM "/" BSS-DEST "/" BSS-CLASS
                                            DELIMITED BY SIZE
                  INTO BSS-TEXT
           END-STRING.
           PERFORM WRITE-MESSAGE-LINE.
           IF NOT BSP-DELETE
              PERFORM WRITE-ONWARD-LINES
           END-IF.
           STRING ".N/" BT-TAG-NO "001"     DELIMITED BY SIZE
                  INTO BSS-TEXT
           END-STRING.
           PERFORM WRITE-MESSAGE-LINE.
           IF NOT BSP-DELETE
              PERFORM WRITE-PASSENGER-LINES
           END-IF.
           MOVE "ENDBSM"                    TO  BSS-TEXT.
           PERFORM WRITE-MESSAGE-LINE.
           CLOSE BSM-QUEUE.
           CLOSE BSM-LOG.
           CLOSE FLIGHT-MASTER.
           SET BSP-QUEUED                   TO  TRUE.
           GOBACK.

       WRITE-ONWARD-LINES.
      *    ONE .O/ LINE PER OWN-CARRIER LEG.  THE LAST ONE ENDS WHERE
      *    THE BAG IS TAGGED TO, WHATEVER THE FLIGHT MASTER SAYS.
           IF LEG-COUNT NOT NUMERIC OR LEG-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                           TO  BSS-LAST-LEG.
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                    UNTIL LEG-IDX > LEG-COUNT
              IF LEG-OWN-SEGMENT(LEG-IDX) AND
                 LEG-FLIGHT-ID(LEG-IDX) NOT = SPACES
                 MOVE LEG-IDX               TO  BSS-LAST-LEG
              END-IF
           END-PERFORM.
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                    UNTIL LEG-IDX > LEG-COUNT
              IF LEG-OWN-SEGMENT(LEG-IDX) AND
                 LEG-FLIGHT-ID(LEG-IDX) NOT = SPACES
                 PERFORM WRITE-ONE-ONWARD-LINE
              END-IF
           END-PERFORM.

       WRITE-ONE-ONWARD-LINE.
           MOVE LEG-FLIGHT-ID(LEG-IDX)      TO  BSS-LEG-FLIGHT-ID
                                                 FM-FLIGHT-ID.
           MOVE SPACES                      TO  BSS-DEST BSS-DDMMM.
           READ FLIGHT-MASTER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FM-DESTINATION      TO  BSS-DEST
                   PERFORM FORMAT-FLIGHT-DATE
           END-READ.
           IF LEG-IDX = BSS-LAST-LEG AND BT-FINAL-DEST NOT = SPACES
              MOVE BT-FINAL-DEST            TO  BSS-DEST
           END-IF.
           STRING ".O/" BSS-LEG-FLIGHT-ID   DELIMITED BY SPACE
                  "/" BSS-DDMMM "/" BSS-DEST "/" BSS-CLASS
                                            DELIMITED BY SIZE
                  INTO BSS-TEXT
           END-STRING.
           PERFORM WRITE-MESSAGE-LINE.

       WRITE-PASSENGER-LINES.
           MOVE "Y"                         TO  BSS-AUTHORITY.
           IF BSP-OFFLOAD
              MOVE "N"                      TO  BSS-AUTHORITY
           END-IF.
           MOVE "C"                         TO  BSS-PAX-STATUS.
           IF RES-BOARDED
              MOVE "B"                      TO  BSS-PAX-STATUS
           END-IF.
           STRING ".S/" BSS-AUTHORITY "/"   DELIMITED BY SIZE
                  SEAT-NUMBER               DELIMITED BY SPACE
                  "/" BSS-PAX-STATUS        DELIMITED BY SIZE
                  INTO BSS-TEXT
           END-STRING.
           PERFORM WRITE-MESSAGE-LINE.
           STRING ".W/L/1/" BT-WEIGHT       DELIMITED BY SIZE
                  INTO BSS-TEXT
           END-STRING.
           PERFORM WRITE-MESSAGE-LINE.
           STRING ".P/" CUST-LNAME          DELIMITED BY SPACE
                  "/" CUST-FNAME            DELIMITED BY SPACE
                  INTO BSS-TEXT
           END-STRING.
           PERFORM WRITE-MESSAGE-LINE.

       FORMAT-FLIGHT-DATE.
           MOVE FM-TRAVEL-DATE              TO  BSS-DATE-X.
           MOVE BSS-DATE-X(5:2)             TO  BSS-MONTH.
           MOVE SPACES                      TO  BSS-DDMMM.
           IF BSS-MONTH > 0 AND BSS-MONTH < 13
              STRING BSS-DATE-X(7:2) MONTH-NAME(BSS-MONTH)
                                            DELIMITED BY SIZE
                     INTO BSS-DDMMM
              END-STRING
           END-IF.

       DRAW-MESSAGE-ID.
           OPEN I-O BAG-COUNTER.
           IF BAG-CTR-NOT-PRESENT
              CLOSE BAG-COUNTER
              OPEN OUTPUT BAG-COUNTER
              CLOSE BAG-COUNTER
              OPEN I-O BAG-COUNTER
           END-IF.
           MOVE "M"                         TO  BG-KEY.
           READ BAG-COUNTER WITH LOCK
                INVALID KEY
                   MOVE "M"                 TO  BG-KEY
                   MOVE 2                   TO  BG-NEXT-NO
                   WRITE BAG-COUNTER-RECORD
                   MOVE 1                   TO  BSS-MSG-CNTR
                NOT INVALID KEY
                   MOVE BG-NEXT-NO          TO  BSS-MSG-CNTR
                   ADD 1                    TO  BG-NEXT-NO
                   REWRITE BAG-COUNTER-RECORD
           END-READ.
           CLOSE BAG-COUNTER.
           STRING "BSM" BSS-MSG-CNTR        DELIMITED BY SIZE
                  INTO BSP-MSG-ID
           END-STRING.

       OPEN-STATION-QUEUE.
           MOVE BSP-STATION                 TO  BSS-STATION-LOWER.
           INSPECT BSS-STATION-LOWER CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                   "abcdefghijklmnopqrstuvwxyz".
           MOVE SPACES                      TO  BSS-QUEUE-FILE.
           STRING "bsmq" BSS-STATION-LOWER  DELIMITED BY SIZE
                  INTO BSS-QUEUE-FILE
           END-STRING.
           OPEN EXTEND BSM-QUEUE.
           IF BSM-QUEUE-NOT-PRESENT
              CLOSE BSM-QUEUE
              OPEN OUTPUT BSM-QUEUE
           END-IF.

       WRITE-MESSAGE-LINE.
           ADD 1                            TO  BSS-LINE-NO.
           MOVE BSP-STATION                 TO  BQ-STATION.
           MOVE BSP-MSG-ID                  TO  BQ-MSG-ID.
           MOVE BSS-LINE-NO                 TO  BQ-LINE-NO.
           MOVE BSS-TEXT                    TO  BQ-TEXT.
           WRITE BSM-QUEUE-RECORD.
           MOVE BSS-TODAY                   TO  BSL-SENT-DATE.
           MOVE BSS-TIME-NOW(1:4)           TO  BSL-SENT-TIME.
           MOVE BSP-ACTION                  TO  BSL-ACTION.
           MOVE BT-FLIGHT-ID                TO  BSL-FLIGHT-ID.
           MOVE BT-TAG-NO                   TO  BSL-TAG-NO.
           MOVE BSM-QUEUE-RECORD            TO  BSL-QUEUE-LINE.
           WRITE BSM-LOG-RECORD.
           MOVE SPACES                      TO  BSS-TEXT.
