      ******************************************************************
      *    TRNAWAY.CBL
      *    STAND-ALONE TURNAWAY LOGGING SUBPROGRAM.  EVERY PATH THAT
      *    REFUSES A REQUEST FOR SPACE - AN AVAILABILITY SEARCH THAT
      *    SHOWED NOTHING, A CABIN-FULL REFUSAL ON THE BOOKING SCREEN,
      *    A CAPACITY REJECT IN AGENCY/STATION/WEB INGEST - CALLS HERE
      *    TO APPEND ONE RECORD TO "turnaway".  WHEN A FLIGHT IS GIVEN
      *    THE ROUTE AND TRAVEL DATE ARE TAKEN FROM THE FLIGHT MASTER;
      *    OTHERWISE THE CALLER'S ROUTE AND DATE ARE KEPT AS ASKED.
      *    DAYS BEFORE DEPARTURE IS COUNTED FROM TODAY.  A MISSING
      *    FILE IS CREATED ON THE FLY, SAME AS FLTINV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      TRNAWAY.

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

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TURNAWAY.
       COPY turnaway.

       FD  FLIGHT-MASTER.
       COPY flightmst.

       WORKING-STORAGE SECTION.
       01  TURNAWAY-STATUS                PIC X(02).
           88 TURNAWAY-NOT-PRESENT                    VALUE "35".
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  NOW-TIME                       PIC 9(08)   VALUE 0.
       01  DAYS-OUT                       PIC S9(05)  VALUE 0.

      *****************************************************************
       LINKAGE SECTION.
       01  TRNAWAY-FLIGHT-ID              PIC X(07).
       01  TRNAWAY-ORIGIN                 PIC X(03).
       01  TRNAWAY-DEST                   PIC X(03).
       01  TRNAWAY-TRAVEL-DATE            PIC 9(08).
       01  TRNAWAY-CABIN                  PIC X(02).
       01  TRNAWAY-BOOKING-CLASS          PIC X(01).
       01  TRNAWAY-CHANNEL                PIC X(03).
       01  TRNAWAY-WAITLIST-FLAG          PIC X(01).
       01  TRNAWAY-REASON                 PIC X(01).
       01  TRNAWAY-RESULT                 PIC X(01).
           88  TRNAWAY-DONE                           VALUE "D".
           88  TRNAWAY-FAILED                         VALUE "F".

      *****************************************************************
       PROCEDURE DIVISION USING TRNAWAY-FLIGHT-ID, TRNAWAY-ORIGIN,
                                 TRNAWAY-DEST, TRNAWAY-TRAVEL-DATE,
                                 TRNAWAY-CABIN, TRNAWAY-BOOKING-CLASS,
                                 TRNAWAY-CHANNEL, TRNAWAY-WAITLIST-FLAG,
                                 TRNAWAY-REASON, TRNAWAY-RESULT.

       0000-MAINLINE.
           SET TRNAWAY-FAILED               TO  TRUE.
           ACCEPT TODAY-DATE                FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME                  FROM TIME.
           MOVE SPACES                      TO  TURNAWAY-RECORD.
           MOVE TRNAWAY-FLIGHT-ID           TO  TW-FLIGHT-ID.
           MOVE TRNAWAY-ORIGIN              TO  TW-ORIGIN.
           MOVE TRNAWAY-DEST                TO  TW-DEST.
           IF TRNAWAY-TRAVEL-DATE NUMERIC
              MOVE TRNAWAY-TRAVEL-DATE      TO  TW-TRAVEL-DATE
           ELSE
              MOVE 0                        TO  TW-TRAVEL-DATE
           END-IF.
           IF TRNAWAY-FLIGHT-ID NOT = SPACES
              PERFORM 1000-READ-FLIGHT
           END-IF.
           MOVE TRNAWAY-CABIN               TO  TW-CABIN.
           MOVE TRNAWAY-BOOKING-CLASS       TO  TW-BOOKING-CLASS.
      *    A SEARCH TURNAWAY NAMES NO CABIN AND SO NO CLASS.
           IF TW-BOOKING-CLASS = SPACES AND TW-CABIN NOT = SPACES
              IF TW-CABIN = "FC"
                 MOVE "F"                   TO  TW-BOOKING-CLASS
              ELSE
                 MOVE "Y"                   TO  TW-BOOKING-CLASS
              END-IF
           END-IF.
           MOVE TODAY-DATE                  TO  TW-REQUEST-DATE.
           MOVE NOW-TIME(1:6)               TO  TW-REQUEST-TIME.
           PERFORM 2000-DAYS-BEFORE.
           MOVE TRNAWAY-CHANNEL             TO  TW-CHANNEL.
           MOVE TRNAWAY-WAITLIST-FLAG       TO  TW-WAITLIST-FLAG.
           IF NOT TW-WAITLIST-TAKEN
              SET TW-WAITLIST-DECLINED      TO  TRUE
           END-IF.
           MOVE TRNAWAY-REASON              TO  TW-REASON.
           OPEN EXTEND TURNAWAY.
           IF TURNAWAY-NOT-PRESENT
              CLOSE TURNAWAY
              OPEN OUTPUT TURNAWAY
           END-IF.
           WRITE TURNAWAY-RECORD.
           CLOSE TURNAWAY.
           SET TRNAWAY-DONE                 TO  TRUE.
           GOBACK.

       1000-READ-FLIGHT.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              CLOSE FLIGHT-MASTER
              EXIT PARAGRAPH
           END-IF.
           MOVE TRNAWAY-FLIGHT-ID           TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FM-ORIGIN           TO  TW-ORIGIN
                   MOVE FM-DESTINATION      TO  TW-DEST
                   MOVE FM-TRAVEL-DATE      TO  TW-TRAVEL-DATE
           END-READ.
           CLOSE FLIGHT-MASTER.

       2000-DAYS-BEFORE.
           MOVE 0                           TO  TW-DAYS-BEFORE.
           IF TW-TRAVEL-DATE NOT > TODAY-DATE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE DAYS-OUT =
                 FUNCTION INTEGER-OF-DATE(TW-TRAVEL-DATE)
               - FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           IF DAYS-OUT < 0
              MOVE 0                        TO  DAYS-OUT
           END-IF.
           IF DAYS-OUT > 9999
              MOVE 9999                     TO  DAYS-OUT
           END-IF.
           MOVE DAYS-OUT                    TO  TW-DAYS-BEFORE.
