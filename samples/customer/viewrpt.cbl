       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      VIEWRPT.

      ******************************************************************
      *    VIEWRPT.CBL
      *    UNUSUAL-VIEWING REPORT FOR SUPERVISORS - READS THE "viewlog"
      *    READ-ACCESS LOG FOR A DATE RANGE AND SHOWS, PER OPERATOR,
      *    HOW MUCH PASSENGER PERSONAL DATA THEY LOOKED AT AND WHETHER
      *    ANY OF IT LOOKS OUT OF THE ORDINARY:
      *      - OTHER-AGENT VIEWS: RESERVATIONS OPENED ON AN INQUIRY
      *        SCREEN THAT SOMEONE ELSE BOOKED.  AN OPERATOR OVER THE
      *        LIMIT KEYED AT THE START (DEFAULT 25) IS FLAGGED.
      *      - OFF-SHIFT ACCESS: ANY VIEW, LISTING OR EXTRACT OUTSIDE
      *        THE SHIFT ON THE OPERATOR'S "operator" RECORD.  EACH IS
      *        LISTED IN DETAIL AND THE OPERATOR IS FLAGGED.  AN
      *        OPERATOR WITH NO SET SHIFT IS NOT CHECKED.
      *    EXTRACT RECORDS (CSV EXPORT, API MANIFEST) ARE COUNTED
      *    SEPARATELY SO A BULK RUN DOES NOT SWAMP THE VIEW COUNTS.
      *    OUTPUT TO "viewrpt".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEW-LOG
                  ASSIGN TO DISK "viewlog"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VIEW-LOG-STATUS.

           SELECT OPERATOR
                  ASSIGN TO DISK "operator"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OP-ID
                  FILE STATUS IS OPERATOR-STATUS.

           SELECT VIEW-RPT
                  ASSIGN TO DISK "viewrpt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  VIEW-LOG.
       COPY viewlog.

       FD  OPERATOR.
       COPY operator.

       FD  VIEW-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  VIEW-LOG-STATUS                PIC X(02).
           88 VIEW-LOG-NOT-PRESENT                    VALUE "35".
       01  OPERATOR-STATUS                PIC X(02).
           88 OPERATOR-NOT-PRESENT                    VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  VIEW-LOG-EOF                   PIC 9       VALUE 0.
           88 VIEW-LOG-AT-END                         VALUE 1.
           88 VIEW-LOG-NOT-AT-END                     VALUE 0.
       01  OPERATOR-EOF                   PIC 9       VALUE 0.
           88 OPERATOR-AT-END                         VALUE 1.
           88 OPERATOR-NOT-AT-END                     VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  WS-FROM-DATE                   PIC X(08)   VALUE SPACES.
       01  WS-FROM-DATE-NUM               PIC 9(08)   VALUE 0.
       01  WS-TO-DATE                     PIC X(08)   VALUE SPACES.
       01  WS-TO-DATE-NUM                 PIC 9(08)   VALUE 0.
       01  WS-OTHER-LIMIT                 PIC 9(05)   VALUE 0.
       01  OTHER-VIEW-LIMIT               PIC 9(05)   VALUE 25.
       01  VIEW-HHMM                      PIC 9(04)   VALUE 0.
       01  OFF-SHIFT-SWITCH               PIC 9       VALUE 0.
           88 VIEW-OFF-SHIFT                          VALUE 1.
           88 VIEW-ON-SHIFT                           VALUE 0.
       01  LOG-RECORDS-READ               PIC 9(07)   VALUE 0.
       01  LOG-RECORDS-IN-RANGE           PIC 9(07)   VALUE 0.
       01  OFF-SHIFT-TOTAL                PIC 9(07)   VALUE 0.
       01  FLAGGED-COUNT                  PIC 9(05)   VALUE 0.
       01  OVERFLOW-COUNT                 PIC 9(07)   VALUE 0.

      *    EVERY OPERATOR ON FILE WITH THEIR SET SHIFT.
       01  SHIFT-TABLE.
           03 SHIFT-ENTRY OCCURS 300 TIMES.
              05 SH-OP-ID                 PIC X(05).
              05 SH-NAME                  PIC X(20).
              05 SH-START                 PIC 9(04).
              05 SH-END                   PIC 9(04).
       01  SHIFT-COUNT                    PIC 9(03)   VALUE 0.
       01  SH-IDX                         PIC 9(03)   VALUE 0.
       01  SH-FOUND-SWITCH                PIC 9       VALUE 0.
           88 SH-FOUND                                VALUE 1.
           88 SH-NOT-FOUND                            VALUE 0.

      *    ACCESS COUNTS PER OPERATOR SEEN IN THE LOG.
       01  ACTIVITY-TABLE.
           03 ACTIVITY-ENTRY OCCURS 300 TIMES.
              05 AT-OP-ID                 PIC X(05).
              05 AT-VIEWS                 PIC 9(05).
              05 AT-LISTED                PIC 9(05).
              05 AT-OTHER-AGENT           PIC 9(05).
              05 AT-OFF-SHIFT             PIC 9(05).
              05 AT-EXTRACTS              PIC 9(06).
       01  ACTIVITY-COUNT                 PIC 9(03)   VALUE 0.
       01  AT-IDX                         PIC 9(03)   VALUE 0.
       01  AT-FOUND-SWITCH                PIC 9       VALUE 0.
           88 AT-FOUND                                VALUE 1.
           88 AT-NOT-FOUND                            VALUE 0.

       01  DETAIL-LINE.
           03 DL-OP-ID                    PIC X(05).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 DL-DATE                     PIC 9(08).
           03 FILLER                      PIC X(01)   VALUE SPACES.
           03 DL-TIME                     PIC 9(06).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 DL-PROGRAM                  PIC X(10).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 DL-KEY                      PIC X(11).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 DL-BOOKED-BY                PIC X(05).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 DL-GROUPS                   PIC X(05).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 DL-ACCESS                   PIC X(07).
           03 FILLER                      PIC X(10)   VALUE SPACES.

       01  SUMMARY-LINE.
           03 SL-OP-ID                    PIC X(05).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 SL-NAME                     PIC X(20).
           03 FILLER                      PIC X(01)   VALUE SPACES.
           03 SL-VIEWS                    PIC ZZZZ9.
           03 FILLER                      PIC X(01)   VALUE SPACES.
           03 SL-LISTED                   PIC ZZZZ9.
           03 FILLER                      PIC X(01)   VALUE SPACES.
           03 SL-OTHER-AGENT              PIC ZZZZ9.
           03 FILLER                      PIC X(01)   VALUE SPACES.
           03 SL-OFF-SHIFT                PIC ZZZZ9.
           03 FILLER                      PIC X(01)   VALUE SPACES.
           03 SL-EXTRACTS                 PIC ZZZZZ9.
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 SL-FLAGS                    PIC X(20).

       01  RPT-CNT                        PIC Z(06)9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-VIEWRPT.
           PERFORM LOAD-OPERATOR-SHIFTS.
           PERFORM READ-VIEW-LOG.
           PERFORM UNTIL VIEW-LOG-AT-END
              ADD 1                        TO  LOG-RECORDS-READ
              IF VW-VIEW-DATE NOT < WS-FROM-DATE-NUM AND
                 VW-VIEW-DATE NOT > WS-TO-DATE-NUM
                 PERFORM TALLY-ONE-ACCESS
              END-IF
              PERFORM READ-VIEW-LOG
           END-PERFORM.
           PERFORM PRINT-OPERATOR-SUMMARY.
           PERFORM TERMINATE-VIEWRPT.
           STOP RUN.

       INITIALIZE-VIEWRPT.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "VIEWRPT - FROM DATE (YYYYMMDD, BLANK=TODAY):".
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE = SPACES
              MOVE TODAY-DATE              TO  WS-FROM-DATE
           END-IF.
           DISPLAY "VIEWRPT - TO DATE (YYYYMMDD, BLANK=FROM DATE):".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = SPACES
              MOVE WS-FROM-DATE            TO  WS-TO-DATE
           END-IF.
           MOVE WS-FROM-DATE               TO  WS-FROM-DATE-NUM.
           MOVE WS-TO-DATE                 TO  WS-TO-DATE-NUM.
           DISPLAY "VIEWRPT - OTHER-AGENT VIEW LIMIT (BLANK=25):".
           ACCEPT WS-OTHER-LIMIT.
           IF WS-OTHER-LIMIT > 0
              MOVE WS-OTHER-LIMIT          TO  OTHER-VIEW-LIMIT
           END-IF.
           OPEN INPUT VIEW-LOG.
           IF VIEW-LOG-NOT-PRESENT
              DISPLAY "VIEWRPT - VIEWLOG FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN OUTPUT VIEW-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "UNUSUAL-VIEWING REPORT " WS-FROM-DATE " TO "
                  WS-TO-DATE                DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "OFF-SHIFT ACCESS"         TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "OP ID  DATE     TIME    PROGRAM     KEY          BOOKE
      -         "D GROUPS ACCESS"          TO  RPT-RECORD.
           WRITE RPT-RECORD.

       LOAD-OPERATOR-SHIFTS.
           OPEN INPUT OPERATOR.
           IF OPERATOR-NOT-PRESENT
              DISPLAY "VIEWRPT - NO OPERATOR FILE, SHIFTS NOT CHECKED"
              EXIT PARAGRAPH
           END-IF.
           SET OPERATOR-NOT-AT-END         TO  TRUE.
           PERFORM UNTIL OPERATOR-AT-END
              READ OPERATOR NEXT RECORD
                   AT END
                      SET OPERATOR-AT-END  TO  TRUE
                   NOT AT END
                      IF SHIFT-COUNT < 300
                         ADD 1             TO  SHIFT-COUNT
                         MOVE OP-ID     TO  SH-OP-ID(SHIFT-COUNT)
                         MOVE OP-NAME   TO  SH-NAME(SHIFT-COUNT)
                         MOVE 0         TO  SH-START(SHIFT-COUNT)
                                            SH-END(SHIFT-COUNT)
                         IF OP-SHIFT-START NUMERIC AND
                            OP-SHIFT-END NUMERIC
                            MOVE OP-SHIFT-START
                                        TO  SH-START(SHIFT-COUNT)
                            MOVE OP-SHIFT-END
                                        TO  SH-END(SHIFT-COUNT)
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERATOR.

       READ-VIEW-LOG.
           READ VIEW-LOG
                AT END
                   SET VIEW-LOG-AT-END     TO  TRUE
           END-READ.

       TALLY-ONE-ACCESS.
           ADD 1                           TO  LOG-RECORDS-IN-RANGE.
           PERFORM FIND-ACTIVITY-ENTRY.
           IF AT-NOT-FOUND
              ADD 1                        TO  OVERFLOW-COUNT
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN VW-SCREEN-VIEW
                 ADD 1                     TO  AT-VIEWS(AT-IDX)
                 IF VW-BOOKED-BY NOT = SPACES AND
                    VW-BOOKED-BY NOT = VW-OP-ID
                    ADD 1                  TO  AT-OTHER-AGENT(AT-IDX)
                 END-IF
              WHEN VW-LIST-VIEW
                 ADD 1                     TO  AT-LISTED(AT-IDX)
              WHEN OTHER
                 ADD 1                     TO  AT-EXTRACTS(AT-IDX)
           END-EVALUATE.
           PERFORM CHECK-SHIFT.
           IF VIEW-OFF-SHIFT
              ADD 1                        TO  AT-OFF-SHIFT(AT-IDX)
              ADD 1                        TO  OFF-SHIFT-TOTAL
              PERFORM PRINT-OFF-SHIFT-LINE
           END-IF.

       FIND-ACTIVITY-ENTRY.
           SET AT-NOT-FOUND                TO  TRUE.
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > ACTIVITY-COUNT OR AT-FOUND
              IF AT-OP-ID(AT-IDX) = VW-OP-ID
                 SET AT-FOUND              TO  TRUE
              END-IF
           END-PERFORM.
           IF AT-FOUND
              SUBTRACT 1                   FROM AT-IDX
              EXIT PARAGRAPH
           END-IF.
           IF ACTIVITY-COUNT < 300
              ADD 1                        TO  ACTIVITY-COUNT
              MOVE ACTIVITY-COUNT          TO  AT-IDX
              MOVE VW-OP-ID                TO  AT-OP-ID(AT-IDX)
              MOVE 0                       TO  AT-VIEWS(AT-IDX)
                                               AT-LISTED(AT-IDX)
                                               AT-OTHER-AGENT(AT-IDX)
                                               AT-OFF-SHIFT(AT-IDX)
                                               AT-EXTRACTS(AT-IDX)
              SET AT-FOUND                 TO  TRUE
           END-IF.

       FIND-SHIFT-ENTRY.
           SET SH-NOT-FOUND                TO  TRUE.
           PERFORM VARYING SH-IDX FROM 1 BY 1
                   UNTIL SH-IDX > SHIFT-COUNT OR SH-FOUND
              IF SH-OP-ID(SH-IDX) = AT-OP-ID(AT-IDX)
                 SET SH-FOUND              TO  TRUE
              END-IF
           END-PERFORM.
           IF SH-FOUND
              SUBTRACT 1                   FROM SH-IDX
           END-IF.

       CHECK-SHIFT.
      *    A SHIFT THAT ENDS BEFORE IT STARTS RUNS OVERNIGHT.
           SET VIEW-ON-SHIFT               TO  TRUE.
           PERFORM FIND-SHIFT-ENTRY.
           IF SH-NOT-FOUND
              EXIT PARAGRAPH
           END-IF.
           IF SH-START(SH-IDX) = 0 AND SH-END(SH-IDX) = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE VW-VIEW-TIME(1:4)          TO  VIEW-HHMM.
           IF SH-START(SH-IDX) NOT > SH-END(SH-IDX)
              IF VIEW-HHMM < SH-START(SH-IDX) OR
                 VIEW-HHMM NOT < SH-END(SH-IDX)
                 SET VIEW-OFF-SHIFT        TO  TRUE
              END-IF
           ELSE
              IF VIEW-HHMM < SH-START(SH-IDX) AND
                 VIEW-HHMM NOT < SH-END(SH-IDX)
                 SET VIEW-OFF-SHIFT        TO  TRUE
              END-IF
           END-IF.

       PRINT-OFF-SHIFT-LINE.
           MOVE VW-OP-ID                   TO  DL-OP-ID.
           MOVE VW-VIEW-DATE               TO  DL-DATE.
           MOVE VW-VIEW-TIME               TO  DL-TIME.
           MOVE VW-PROGRAM                 TO  DL-PROGRAM.
           MOVE VW-KEY                     TO  DL-KEY.
           MOVE VW-BOOKED-BY               TO  DL-BOOKED-BY.
           MOVE "-----"                    TO  DL-GROUPS.
           IF VW-SHOWN-DOB = "Y"
              MOVE "D"                     TO  DL-GROUPS(1:1)
           END-IF.
           IF VW-SHOWN-CONTACT = "Y"
              MOVE "C"                     TO  DL-GROUPS(2:1)
           END-IF.
           IF VW-SHOWN-PASSPORT = "Y"
              MOVE "P"                     TO  DL-GROUPS(3:1)
           END-IF.
           IF VW-SHOWN-GUARDIAN = "Y"
              MOVE "G"                     TO  DL-GROUPS(4:1)
           END-IF.
           IF VW-SHOWN-CARD = "Y"
              MOVE "K"                     TO  DL-GROUPS(5:1)
           END-IF.
           EVALUATE TRUE
              WHEN VW-SCREEN-VIEW  MOVE "VIEW"     TO  DL-ACCESS
              WHEN VW-LIST-VIEW    MOVE "LIST"     TO  DL-ACCESS
              WHEN OTHER           MOVE "EXTRACT"  TO  DL-ACCESS
           END-EVALUATE.
           WRITE RPT-RECORD              FROM  DETAIL-LINE.

       PRINT-OPERATOR-SUMMARY.
           IF OFF-SHIFT-TOTAL = 0
              MOVE "  NONE"                TO  RPT-RECORD
              WRITE RPT-RECORD
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "GROUPS: D=DATE OF BIRTH C=CONTACT P=PASSPORT G=GUARDIA
      -         "N K=CARD"                 TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "OPERATOR SUMMARY"         TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "OP ID  NAME                 VIEWS  LIST OTHER   OFF EX
      -         "TRCT  FLAGS"              TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > ACTIVITY-COUNT
              PERFORM PRINT-ONE-OPERATOR
           END-PERFORM.

       PRINT-ONE-OPERATOR.
           MOVE SPACES                     TO  SUMMARY-LINE.
           MOVE AT-OP-ID(AT-IDX)           TO  SL-OP-ID.
           PERFORM FIND-SHIFT-ENTRY.
           IF SH-FOUND
              MOVE SH-NAME(SH-IDX)         TO  SL-NAME
           ELSE
              MOVE "(NOT ON OPERATOR FILE)" TO SL-NAME
           END-IF.
           MOVE AT-VIEWS(AT-IDX)           TO  SL-VIEWS.
           MOVE AT-LISTED(AT-IDX)          TO  SL-LISTED.
           MOVE AT-OTHER-AGENT(AT-IDX)     TO  SL-OTHER-AGENT.
           MOVE AT-OFF-SHIFT(AT-IDX)       TO  SL-OFF-SHIFT.
           MOVE AT-EXTRACTS(AT-IDX)        TO  SL-EXTRACTS.
           IF AT-OTHER-AGENT(AT-IDX) > OTHER-VIEW-LIMIT
              MOVE "*OTHERS*"              TO  SL-FLAGS(1:8)
           END-IF.
           IF AT-OFF-SHIFT(AT-IDX) > 0
              MOVE "*OFF-SHIFT*"           TO  SL-FLAGS(10:11)
           END-IF.
           IF SL-FLAGS NOT = SPACES
              ADD 1                        TO  FLAGGED-COUNT
           END-IF.
           WRITE RPT-RECORD              FROM  SUMMARY-LINE.

       TERMINATE-VIEWRPT.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE LOG-RECORDS-IN-RANGE       TO  RPT-CNT.
           STRING "ACCESS RECORDS IN RANGE   " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE OFF-SHIFT-TOTAL            TO  RPT-CNT.
           STRING "OFF-SHIFT ACCESSES        " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE FLAGGED-COUNT              TO  RPT-CNT.
           STRING "OPERATORS FLAGGED         " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF OVERFLOW-COUNT > 0
              MOVE SPACES                  TO  RPT-RECORD
              MOVE OVERFLOW-COUNT          TO  RPT-CNT
              STRING "*** " RPT-CNT " ACCESS RECORD(S) BEYOND TABLE "
                     "CAPACITY - NOT COUNTED ***" DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           CLOSE VIEW-LOG.
           CLOSE VIEW-RPT.
           MOVE "VIEWRPT"                  TO  RPG-REPORT-ID
                                               RPG-PROGRAM.
           MOVE "viewrpt"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "VIEWRPT - " FLAGGED-COUNT " OPERATOR(S) FLAGGED - "
                   "SEE viewrpt".
