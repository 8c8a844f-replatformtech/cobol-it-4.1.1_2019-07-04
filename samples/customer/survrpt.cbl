       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      SURVRPT.

      ******************************************************************
      *    SURVRPT.CBL
      *    MONTHLY PASSENGER SATISFACTION REPORT - READS "survey" FOR
      *    THE PASSENGERS INVITED WHO FLEW IN THE REPORT MONTH AND
      *    SCORES SERVICE THE WAY REVENUE IS MEASURED: BY ROUTE, BY
      *    FLIGHT NUMBER (THE THREE-CHARACTER FLIGHT-ID STEM, AS IN
      *    OTPRPT), BY CHECK-IN / BOOKING OPERATOR AND BY FFP TIER.
      *    EACH LINE SHOWS SURVEYS SENT, RESPONSES, RESPONSE RATE AND
      *    THE AVERAGE OVERALL, CHECK-IN, ON-BOARD AND ON-TIME SCORE.
      *    A SKIPPED QUESTION (SCORE 0) IS LEFT OUT OF THAT QUESTION'S
      *    AVERAGE.  INVITATIONS SUPPRESSED FOR WANT OF CONSENT ARE
      *    COUNTED ON THE TOTAL LINE ONLY.  READ-ONLY.  OUTPUT TO
      *    "survrpt".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURVEY-RESPONSE
                  ASSIGN TO DISK "survey"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SV-CUST-RES-ID
                  FILE STATUS IS SURVEY-STATUS.

           SELECT SURVEY-RPT
                  ASSIGN TO DISK "survrpt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SURVEY-RESPONSE.
       COPY survey.

       FD  SURVEY-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  SURVEY-STATUS                  PIC X(02).
           88 SURVEY-NOT-PRESENT                      VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  SURVEY-EOF-SWITCH              PIC 9       VALUE 0.
           88 SURVEY-AT-END                           VALUE 1.
           88 SURVEY-NOT-AT-END                       VALUE 0.
       01  WS-REPORT-MONTH                PIC X(06).
       01  SV-DATE-X                      PIC X(08)   VALUE SPACES.

      *    ONE TALLY TABLE FOR ALL FOUR VIEWS - ST-DIM SAYS WHICH:
      *    R ROUTE, F FLIGHT STEM, O OPERATOR, T FFP TIER.
       01  SCORE-TALLY-TABLE.
           03 SCORE-TALLY-ENTRY OCCURS 200 TIMES.
              05 ST-DIM                   PIC X(01).
              05 ST-KEY                   PIC X(08).
              05 ST-INVITED               PIC 9(05).
              05 ST-RESPONDED             PIC 9(05).
              05 ST-SCORE-SUM             PIC 9(07) OCCURS 4 TIMES.
              05 ST-SCORE-CNT             PIC 9(05) OCCURS 4 TIMES.
       01  SCORE-TALLY-COUNT              PIC 9(03)   VALUE 0.
       01  ST-IDX                         PIC 9(03)   VALUE 0.
       01  ST-FOUND-SWITCH                PIC 9       VALUE 0.
           88 ST-FOUND                                VALUE 1.
           88 ST-NOT-FOUND                            VALUE 0.
       01  TALLY-DIM                      PIC X(01)   VALUE SPACES.
       01  TALLY-KEY                      PIC X(08)   VALUE SPACES.
       01  PRINT-DIM                      PIC X(01)   VALUE SPACES.
       01  SCORE-IDX                      PIC 9(01)   VALUE 0.
       01  RPT-COL                        PIC 9(02)   VALUE 0.
       01  TABLE-FULL-COUNT               PIC 9(05)   VALUE 0.
       01  TOTAL-INVITED                  PIC 9(05)   VALUE 0.
       01  TOTAL-RESPONDED                PIC 9(05)   VALUE 0.
       01  TOTAL-NOT-SENT                 PIC 9(05)   VALUE 0.
       01  AVG-SCORE                      PIC 9(02)V9 VALUE 0.
       01  RESPONSE-PCT                   PIC 9(03)   VALUE 0.
       01  RPT-CNT                        PIC ZZZZ9.
       01  RPT-PCT                        PIC ZZ9.
       01  RPT-AVG                        PIC Z9.9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT.
           PERFORM UNTIL SURVEY-AT-END
              PERFORM CHECK-ONE-SURVEY
              PERFORM READ-SURVEY-REC
           END-PERFORM.
           PERFORM TERMINATE-REPORT.
           STOP RUN.

       INITIALIZE-REPORT.
           DISPLAY "SURVRPT - ENTER REPORT MONTH (YYYYMM):".
           ACCEPT WS-REPORT-MONTH.
           OPEN INPUT SURVEY-RESPONSE.
           IF SURVEY-NOT-PRESENT
              DISPLAY "SURVRPT - SURVEY FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN OUTPUT SURVEY-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "PASSENGER SATISFACTION SCORES - " WS-REPORT-MONTH
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           PERFORM READ-SURVEY-REC.

       READ-SURVEY-REC.
           READ SURVEY-RESPONSE NEXT
                AT END
                   SET SURVEY-AT-END         TO  TRUE
           END-READ.

       CHECK-ONE-SURVEY.
           MOVE SV-TRAVEL-DATE             TO  SV-DATE-X.
           IF SV-DATE-X(1:6) NOT = WS-REPORT-MONTH
              EXIT PARAGRAPH
           END-IF.
           IF SV-NOT-SENT
              ADD 1                        TO  TOTAL-NOT-SENT
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  TOTAL-INVITED.
           IF SV-RESPONDED
              ADD 1                        TO  TOTAL-RESPONDED
           END-IF.
           MOVE "R"                        TO  TALLY-DIM.
           MOVE SPACES                     TO  TALLY-KEY.
           STRING SV-ORIGIN "-" SV-DEST    DELIMITED BY SIZE
                  INTO TALLY-KEY
           END-STRING.
           PERFORM TALLY-SURVEY.
           MOVE "F"                        TO  TALLY-DIM.
           MOVE SV-FLIGHT-ID(1:3)          TO  TALLY-KEY.
           PERFORM TALLY-SURVEY.
           MOVE "O"                        TO  TALLY-DIM.
           IF SV-BOOKED-BY-OP-ID = SPACES
              MOVE "(NONE)"                TO  TALLY-KEY
           ELSE
              MOVE SV-BOOKED-BY-OP-ID      TO  TALLY-KEY
           END-IF.
           PERFORM TALLY-SURVEY.
           MOVE "T"                        TO  TALLY-DIM.
           IF SV-FFP-TIER = SPACES
              MOVE "(NONE)"                TO  TALLY-KEY
           ELSE
              MOVE SV-FFP-TIER             TO  TALLY-KEY
           END-IF.
           PERFORM TALLY-SURVEY.

       TALLY-SURVEY.
           SET ST-NOT-FOUND                TO  TRUE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                    UNTIL ST-IDX > SCORE-TALLY-COUNT OR ST-FOUND
              IF ST-DIM(ST-IDX) = TALLY-DIM AND
                 ST-KEY(ST-IDX) = TALLY-KEY
                 SET ST-FOUND              TO  TRUE
              END-IF
           END-PERFORM.
           IF ST-FOUND
              SUBTRACT 1                   FROM ST-IDX
           ELSE
              IF SCORE-TALLY-COUNT >= 200
                 ADD 1                     TO  TABLE-FULL-COUNT
                 EXIT PARAGRAPH
              END-IF
              ADD 1                        TO  SCORE-TALLY-COUNT
              MOVE SCORE-TALLY-COUNT       TO  ST-IDX
              MOVE TALLY-DIM               TO  ST-DIM(ST-IDX)
              MOVE TALLY-KEY               TO  ST-KEY(ST-IDX)
              MOVE 0                       TO  ST-INVITED(ST-IDX)
                                                ST-RESPONDED(ST-IDX)
              PERFORM VARYING SCORE-IDX FROM 1 BY 1
                       UNTIL SCORE-IDX > 4
                 MOVE 0             TO  ST-SCORE-SUM(ST-IDX, SCORE-IDX)
                                        ST-SCORE-CNT(ST-IDX, SCORE-IDX)
              END-PERFORM
           END-IF.
           ADD 1                           TO  ST-INVITED(ST-IDX).
           IF NOT SV-RESPONDED
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  ST-RESPONDED(ST-IDX).
           PERFORM VARYING SCORE-IDX FROM 1 BY 1 UNTIL SCORE-IDX > 4
              IF SV-SCORE(SCORE-IDX) > 0
                 ADD SV-SCORE(SCORE-IDX)
                                    TO  ST-SCORE-SUM(ST-IDX, SCORE-IDX)
                 ADD 1              TO  ST-SCORE-CNT(ST-IDX, SCORE-IDX)
              END-IF
           END-PERFORM.

       TERMINATE-REPORT.
           MOVE "R"                        TO  PRINT-DIM.
           MOVE "BY ROUTE"                 TO  RPT-RECORD.
           PERFORM PRINT-DIMENSION.
           MOVE "F"                        TO  PRINT-DIM.
           MOVE "BY FLIGHT NUMBER"         TO  RPT-RECORD.
           PERFORM PRINT-DIMENSION.
           MOVE "O"                        TO  PRINT-DIM.
           MOVE "BY CHECK-IN OPERATOR"     TO  RPT-RECORD.
           PERFORM PRINT-DIMENSION.
           MOVE "T"                        TO  PRINT-DIM.
           MOVE "BY FFP TIER"              TO  RPT-RECORD.
           PERFORM PRINT-DIMENSION.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "TOTAL SENT " TOTAL-INVITED
                  "  RESPONDED " TOTAL-RESPONDED
                  "  NOT SENT (NO CONSENT/ADDRESS) " TOTAL-NOT-SENT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF TABLE-FULL-COUNT > 0
              MOVE SPACES                  TO  RPT-RECORD
              STRING "TALLY TABLE FULL - " TABLE-FULL-COUNT
                     " ENTRIES NOT BROKEN DOWN"
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           CLOSE SURVEY-RESPONSE.
           CLOSE SURVEY-RPT.
           MOVE "SURVRPT"                  TO  RPG-REPORT-ID.
           MOVE "survrpt"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "SURVRPT"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "SURVRPT - " TOTAL-RESPONDED " RESPONSE(S) OF "
                   TOTAL-INVITED " SCORED TO survrpt".

       PRINT-DIMENSION.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "KEY       SENT  RESP  RATE%  OVERALL CHECKIN ONBOARD
      -    " ONTIME"                        DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                    UNTIL ST-IDX > SCORE-TALLY-COUNT
              IF ST-DIM(ST-IDX) = PRINT-DIM
                 PERFORM PRINT-TALLY-LINE
              END-IF
           END-PERFORM.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.

       PRINT-TALLY-LINE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE ST-KEY(ST-IDX)             TO  RPT-RECORD(1:8).
           MOVE ST-INVITED(ST-IDX)         TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(10:5).
           MOVE ST-RESPONDED(ST-IDX)       TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(16:5).
           IF ST-INVITED(ST-IDX) > 0
              COMPUTE RESPONSE-PCT ROUNDED =
                      ST-RESPONDED(ST-IDX) * 100 / ST-INVITED(ST-IDX)
              MOVE RESPONSE-PCT            TO  RPT-PCT
              MOVE RPT-PCT                 TO  RPT-RECORD(24:3)
           END-IF.
           MOVE 33                         TO  RPT-COL.
           PERFORM VARYING SCORE-IDX FROM 1 BY 1 UNTIL SCORE-IDX > 4
              IF ST-SCORE-CNT(ST-IDX, SCORE-IDX) > 0
                 COMPUTE AVG-SCORE ROUNDED =
                         ST-SCORE-SUM(ST-IDX, SCORE-IDX) /
                         ST-SCORE-CNT(ST-IDX, SCORE-IDX)
                 MOVE AVG-SCORE            TO  RPT-AVG
                 MOVE RPT-AVG              TO  RPT-RECORD(RPT-COL:4)
              END-IF
              ADD 8                        TO  RPT-COL
           END-PERFORM.
           WRITE RPT-RECORD.
