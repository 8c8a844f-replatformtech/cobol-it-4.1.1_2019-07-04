       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      CARGOMAN.

      ******************************************************************
      *    CARGOMAN.CBL
      *    CARGO MANIFEST - FOR ONE FLIGHT, LISTS EVERY UNCANCELLED AIR
      *    WAYBILL ON "cargoawb" WITH SHIPPER, CONSIGNEE, COMMODITY,
      *    PIECES, WEIGHT, HOLD ZONE AND STATUS.  ACCEPTED SHIPMENTS
      *    ARE WHAT GOES ON BOARD; BOOKED ONES NOT YET RECEIVED AT THE
      *    SHED ARE FLAGGED SO THE RAMP KNOWS WHAT IS STILL TO COME.
      *    MAIL IS TOTALLED SEPARATELY FROM FREIGHT FOR THE POST
      *    OFFICE DELIVERY BILL.  READ-ONLY.  OUTPUT TO "cargoman".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGO-AWB
                  ASSIGN TO DISK "cargoawb"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CW-AWB-NO
                  ALTERNATE RECORD KEY IS CW-FLIGHT-ID WITH DUPLICATES
                  FILE STATUS IS CARGO-STATUS.

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

           SELECT MANIFEST-RPT
                  ASSIGN TO DISK "cargoman"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CARGO-AWB.
       COPY cargoawb.

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  MANIFEST-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CARGO-STATUS                   PIC X(02).
           88 CARGO-NOT-PRESENT                       VALUE "35".
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  SCAN-EOF-SWITCH                PIC 9       VALUE 0.
           88 SCAN-AT-END                             VALUE 1.
           88 SCAN-NOT-AT-END                         VALUE 0.
       01  WS-FLIGHT-ID                   PIC X(07)   VALUE SPACES.
       01  STATUS-WORD                    PIC X(08)   VALUE SPACES.
       01  AWB-COUNT                      PIC 9(05)   VALUE 0.
       01  FREIGHT-PIECES                 PIC 9(05)   VALUE 0.
       01  FREIGHT-WEIGHT                 PIC 9(07)   VALUE 0.
       01  MAIL-PIECES                    PIC 9(05)   VALUE 0.
       01  MAIL-WEIGHT                    PIC 9(07)   VALUE 0.
       01  PENDING-WEIGHT                 PIC 9(07)   VALUE 0.
       01  RPT-PIECES                     PIC ZZZZ9.
       01  RPT-WT                         PIC ZZZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-MANIFEST.
           PERFORM UNTIL SCAN-AT-END
              PERFORM LIST-ONE-AWB
              PERFORM READ-AWB-REC
           END-PERFORM.
           PERFORM TERMINATE-MANIFEST.
           STOP RUN.

       INITIALIZE-MANIFEST.
           DISPLAY "CARGOMAN - ENTER FLIGHT-ID:".
           ACCEPT WS-FLIGHT-ID.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              DISPLAY "CARGOMAN - FLIGHTMST FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           MOVE WS-FLIGHT-ID               TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   DISPLAY "CARGOMAN - FLIGHT NOT ON FILE, ABORTING"
                   STOP RUN
           END-READ.
           CLOSE FLIGHT-MASTER.
           OPEN INPUT CARGO-AWB.
           IF CARGO-NOT-PRESENT
              DISPLAY "CARGOMAN - CARGOAWB FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN OUTPUT MANIFEST-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "CARGO MANIFEST - FLIGHT " WS-FLIGHT-ID
                  " TYPE " FM-AIRCRAFT-TYPE " TAIL " FM-TAIL-NO
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "ROUTE " FM-ORIGIN "-" FM-DESTINATION
                  "   DATE " FM-TRAVEL-DATE
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "AWB NUMBER  SHIPPER          CONSIGNEE        COM "
                  " PCS  WEIGHT Z STATUS"   DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           SET SCAN-NOT-AT-END             TO  TRUE.
           MOVE WS-FLIGHT-ID               TO  CW-FLIGHT-ID.
           START CARGO-AWB KEY IS = CW-FLIGHT-ID
                 INVALID KEY
                    SET SCAN-AT-END        TO  TRUE
           END-START.
           PERFORM READ-AWB-REC.

       READ-AWB-REC.
           IF SCAN-AT-END
              EXIT PARAGRAPH
           END-IF.
           READ CARGO-AWB NEXT
                AT END
                   SET SCAN-AT-END         TO  TRUE
           END-READ.
           IF CW-FLIGHT-ID NOT = WS-FLIGHT-ID
              SET SCAN-AT-END              TO  TRUE
           END-IF.

       LIST-ONE-AWB.
           IF CW-CANCELLED
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  AWB-COUNT.
           IF CW-ACCEPTED
              MOVE "ACCEPTED"              TO  STATUS-WORD
              IF CW-MAIL
                 ADD CW-PIECES             TO  MAIL-PIECES
                 ADD CW-WEIGHT             TO  MAIL-WEIGHT
              ELSE
                 ADD CW-PIECES             TO  FREIGHT-PIECES
                 ADD CW-WEIGHT             TO  FREIGHT-WEIGHT
              END-IF
           ELSE
              MOVE "PENDING "              TO  STATUS-WORD
              ADD CW-WEIGHT                TO  PENDING-WEIGHT
           END-IF.
           MOVE CW-PIECES                  TO  RPT-PIECES.
           MOVE CW-WEIGHT                  TO  RPT-WT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING CW-AWB-NO " " CW-SHIPPER(1:16) " "
                  CW-CONSIGNEE(1:16) " " CW-COMMODITY " "
                  RPT-PIECES " " RPT-WT " " CW-HOLD-ZONE " "
                  STATUS-WORD               DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       TERMINATE-MANIFEST.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE FREIGHT-PIECES             TO  RPT-PIECES.
           MOVE FREIGHT-WEIGHT             TO  RPT-WT.
           STRING "FREIGHT ON BOARD   PCS " RPT-PIECES "  LB " RPT-WT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE MAIL-PIECES                TO  RPT-PIECES.
           MOVE MAIL-WEIGHT                TO  RPT-WT.
           STRING "MAIL ON BOARD      PCS " RPT-PIECES "  LB " RPT-WT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE PENDING-WEIGHT             TO  RPT-WT.
           STRING "BOOKED NOT YET ACCEPTED      LB " RPT-WT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "LOADED BY: ______________   CHECKED BY: ____________"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           CLOSE CARGO-AWB
                 MANIFEST-RPT.
           MOVE "CARGOMAN"                 TO  RPG-REPORT-ID.
           MOVE "cargoman"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "CARGOMAN"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "CARGOMAN - " AWB-COUNT " AIR WAYBILL(S) LISTED".
