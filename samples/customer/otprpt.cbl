      *    ACTUAL OUT TO ACTUAL IN ON A COMMON (UTC) CLOCK, USING THE
      *    AIRPORT MASTER'S OFFSETS AND THE ARRIVAL DATE FOR OVERNIGHT
      *    LANDINGS - NO MORE NONSENSE BLOCKS ON EAST-WEST FLYING.
      *    A FLIGHT MARKED DIVERTED BY FLTDIVRT NEVER REACHED ITS
      *    DESTINATION, HOWEVER PROMPTLY IT LEFT: IT COUNTS IN THE DIV
      *    COLUMN, NOT IN A DELAY BAND, AND HAS NO BLOCK TIME.
      *    READ-ONLY.  OUTPUT TO "otprpt".
      ******************************************************************
       ENVIRONMENT DIVISION.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  RPT-STATUS                     PIC X(02).
              05 RO-D60-PLUS              PIC 9(04).
              05 RO-BLOCK-MINS            PIC S9(07).
              05 RO-BLOCK-CNT             PIC 9(04).
              05 RO-DIVERTED              PIC 9(04).
       01  ROUTE-OTP-COUNT                PIC 9(02)   VALUE 0.
       01  RO-IDX                         PIC 9(02)   VALUE 0.
       01  RO-FOUND-SWITCH                PIC 9       VALUE 0.
      -    "+ AVGBLK"                       DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           MOVE "DIV"                      TO  RPT-RECORD(64:3).
           WRITE RPT-RECORD.
           PERFORM READ-FLIGHT-REC.

           IF FM-DATE-X(1:6) NOT = WS-REPORT-MONTH
              EXIT PARAGRAPH
           END-IF.
           IF FM-DIVERTED
              MOVE 0                       TO  DELAY-MINUTES
                                                BLOCK-MINUTES
              PERFORM TALLY-ROUTE-OTP
              EXIT PARAGRAPH
           END-IF.
           IF FM-ACT-DEP-TIME NOT NUMERIC OR FM-ACT-DEP-TIME = 0 OR
              FM-SCHED-DEP-TIME NOT NUMERIC OR FM-SCHED-DEP-TIME = 0
              ADD 1                        TO  NO-TIMES-COUNT
                                                RO-D60-PLUS(RO-IDX)
                                                RO-BLOCK-MINS(RO-IDX)
                                                RO-BLOCK-CNT(RO-IDX)
                                                RO-DIVERTED(RO-IDX)
           END-IF.
           ADD 1                           TO  RO-FLIGHTS(RO-IDX).
           IF BLOCK-MINUTES > 0
              ADD 1                        TO  RO-BLOCK-CNT(RO-IDX)
           END-IF.
           EVALUATE TRUE
              WHEN FM-DIVERTED
                 ADD 1                     TO  RO-DIVERTED(RO-IDX)
              WHEN DELAY-MINUTES NOT > 0
                 ADD 1                     TO  RO-ONTIME(RO-IDX)
              WHEN DELAY-MINUTES NOT > 15
                 MOVE BLOCK-MINUTES        TO  RPT-BLOCK
                 MOVE RPT-BLOCK            TO  RPT-RECORD(53:5)
              END-IF
              MOVE RO-DIVERTED(RO-IDX)     TO  RPT-CNT
              MOVE RPT-CNT                 TO  RPT-RECORD(63:4)
              WRITE RPT-RECORD
           END-PERFORM.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           CLOSE FLIGHT-MASTER.
           CLOSE OTP-RPT.
           MOVE "OTPRPT"                   TO  RPG-REPORT-ID.
           MOVE "otprpt"                   TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "OTPRPT"                   TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "OTPRPT - " ROUTE-OTP-COUNT " ROUTE(S) REPORTED TO o
      -    "tprpt".
