       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      BSMRESND.

      ******************************************************************
      *    BSMRESND.CBL
      *    BAGGAGE SOURCE MESSAGE RESEND - RUN WHEN THE LINK TO A
      *    STATION'S BAGGAGE SORTATION SYSTEM HAS BEEN DOWN, SO BAGS
      *    TAGGED OR OFFLOADED DURING THE OUTAGE DO NOT FALL BACK TO
      *    HAND-READING.  GIVEN THE STATION AND THE DATE AND TIME THE
      *    LINK WENT DOWN, WALKS THE "bsmlog" HISTORY WRITTEN BY
      *    BSMSEND AND PUTS EVERY MESSAGE FOR THAT STATION SENT AT OR
      *    AFTER THAT MOMENT BACK ON THE STATION'S OUTBOUND QUEUE
      *    ("bsmq" + STATION) UNDER ITS ORIGINAL MESSAGE ID, IN THE
      *    ORDER IT WAS FIRST SENT - THE SORTER KEEPS THE LATEST
      *    MESSAGE PER TAG, SO A DUPLICATE IS HARMLESS.  THE MESSAGES
      *    RESENT ARE LISTED ON "bsmresnd".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BSM-LOG
                  ASSIGN TO DISK "bsmlog"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BSM-LOG-STATUS.

           SELECT BSM-QUEUE
                  ASSIGN TO WS-QUEUE-FILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BSM-QUEUE-STATUS.

           SELECT RESEND-RPT
                  ASSIGN TO DISK "bsmresnd"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BSM-LOG.
       COPY bsmlog.

       FD  BSM-QUEUE.
       COPY bsmq.

       FD  RESEND-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  BSM-LOG-STATUS                 PIC X(02).
           88 BSM-LOG-NOT-PRESENT                     VALUE "35".
       01  BSM-QUEUE-STATUS               PIC X(02).
           88 BSM-QUEUE-NOT-PRESENT                   VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  LOG-EOF-SWITCH                 PIC 9       VALUE 0.
           88 LOG-AT-END                              VALUE 1.
           88 LOG-NOT-AT-END                          VALUE 0.
       01  WS-QUEUE-FILE                  PIC X(08)   VALUE SPACES.
       01  WS-STATION                     PIC X(03)   VALUE SPACES.
       01  W-STATION-LOWER                PIC X(03)   VALUE SPACES.
       01  WS-FROM-DATE                   PIC X(08)   VALUE SPACES.
       01  WS-FROM-DATE-N REDEFINES WS-FROM-DATE
                                          PIC 9(08).
       01  WS-FROM-TIME                   PIC X(04)   VALUE SPACES.
       01  WS-FROM-TIME-N REDEFINES WS-FROM-TIME
                                          PIC 9(04).
       01  FROM-STAMP                     PIC 9(12)   VALUE 0.
       01  SENT-STAMP                     PIC 9(12)   VALUE 0.
       01  LAST-MSG-ID                    PIC X(12)   VALUE SPACES.
       01  MSG-RESENT                     PIC 9(05)   VALUE 0.
       01  LINES-RESENT                   PIC 9(07)   VALUE 0.
       01  W-ACTION-NAME                  PIC X(07)   VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-RESEND.
           PERFORM UNTIL LOG-AT-END
              READ BSM-LOG
                   AT END
                      SET LOG-AT-END        TO  TRUE
                   NOT AT END
                      PERFORM RESEND-ONE-LINE
              END-READ
           END-PERFORM.
           PERFORM TERMINATE-RESEND.
           STOP RUN.

       INITIALIZE-RESEND.
           DISPLAY "BSMRESND - ENTER STATION:".
           ACCEPT WS-STATION.
           INSPECT WS-STATION CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "BSMRESND - LINK DOWN SINCE DATE (YYYYMMDD):".
           ACCEPT WS-FROM-DATE.
           DISPLAY "BSMRESND - LINK DOWN SINCE TIME (HHMM, BLANK=0000)"
                   ":".
           ACCEPT WS-FROM-TIME.
           IF WS-FROM-TIME = SPACES
              MOVE "0000"                  TO  WS-FROM-TIME
           END-IF.
           IF WS-STATION = SPACES OR WS-FROM-DATE NOT NUMERIC OR
              WS-FROM-TIME NOT NUMERIC
              DISPLAY "BSMRESND - STATION, DATE AND TIME REQUIRED"
              STOP RUN
           END-IF.
           COMPUTE FROM-STAMP = WS-FROM-DATE-N * 10000
                              + WS-FROM-TIME-N.
           OPEN INPUT BSM-LOG.
           IF BSM-LOG-NOT-PRESENT
              DISPLAY "BSMRESND - NO MESSAGE HISTORY, NOTHING TO RESEND"
              STOP RUN
           END-IF.
           MOVE WS-STATION                 TO  W-STATION-LOWER.
           INSPECT W-STATION-LOWER CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                   "abcdefghijklmnopqrstuvwxyz".
           MOVE SPACES                     TO  WS-QUEUE-FILE.
           STRING "bsmq" W-STATION-LOWER   DELIMITED BY SIZE
                  INTO WS-QUEUE-FILE
           END-STRING.
           OPEN EXTEND BSM-QUEUE.
           IF BSM-QUEUE-NOT-PRESENT
              CLOSE BSM-QUEUE
              OPEN OUTPUT BSM-QUEUE
           END-IF.
           OPEN OUTPUT RESEND-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "BAGGAGE SOURCE MESSAGE RESEND - STATION "
                  WS-STATION " SINCE " WS-FROM-DATE " " WS-FROM-TIME
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "MESSAGE ID"               TO  RPT-RECORD(1:10).
           MOVE "SENT"                     TO  RPT-RECORD(15:4).
           MOVE "FLIGHT"                   TO  RPT-RECORD(30:6).
           MOVE "BAG TAG"                  TO  RPT-RECORD(39:7).
           MOVE "ACTION"                   TO  RPT-RECORD(52:6).
           WRITE RPT-RECORD.

       RESEND-ONE-LINE.
           IF BSL-STATION NOT = WS-STATION
              EXIT PARAGRAPH
           END-IF.
           COMPUTE SENT-STAMP = BSL-SENT-DATE * 10000 + BSL-SENT-TIME.
           IF SENT-STAMP < FROM-STAMP
              EXIT PARAGRAPH
           END-IF.
           MOVE BSL-QUEUE-LINE             TO  BSM-QUEUE-RECORD.
           WRITE BSM-QUEUE-RECORD.
           ADD 1                           TO  LINES-RESENT.
           IF BSL-MSG-ID = LAST-MSG-ID
              EXIT PARAGRAPH
           END-IF.
           MOVE BSL-MSG-ID                 TO  LAST-MSG-ID.
           ADD 1                           TO  MSG-RESENT.
           EVALUATE BSL-ACTION
              WHEN "N"  MOVE "NEW BAG"     TO  W-ACTION-NAME
              WHEN "O"  MOVE "OFFLOAD"     TO  W-ACTION-NAME
              WHEN "D"  MOVE "DELETE"      TO  W-ACTION-NAME
              WHEN OTHER MOVE SPACES       TO  W-ACTION-NAME
           END-EVALUATE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE BSL-MSG-ID                 TO  RPT-RECORD(1:12).
           MOVE BSL-SENT-DATE              TO  RPT-RECORD(15:8).
           MOVE BSL-SENT-TIME              TO  RPT-RECORD(24:4).
           MOVE BSL-FLIGHT-ID              TO  RPT-RECORD(30:7).
           MOVE BSL-TAG-NO                 TO  RPT-RECORD(39:10).
           MOVE W-ACTION-NAME              TO  RPT-RECORD(52:7).
           WRITE RPT-RECORD.

       TERMINATE-RESEND.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "MESSAGES RESENT " MSG-RESENT
                  "   LINES " LINES-RESENT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE BSM-LOG.
           CLOSE BSM-QUEUE.
           CLOSE RESEND-RPT.
           MOVE "BSMRESND"                 TO  RPG-REPORT-ID.
           MOVE "bsmresnd"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "BSMRESND"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "BSMRESND - " MSG-RESENT " MESSAGE(S) REQUEUED FOR "
                   WS-STATION " - SEE bsmresnd".
