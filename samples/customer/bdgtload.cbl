       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      BDGTLOAD.

      ******************************************************************
      *    BDGTLOAD.CBL
      *    ROUTE BUDGET LOAD - READS FINANCE'S ANNUAL PLAN FROM THE
      *    SEQUENTIAL "bdgtplan" FILE (ONE RECORD PER ORIGIN/
      *    DESTINATION AND MONTH: PASSENGERS, REVENUE, LOAD FACTOR AND
      *    OPERATING COST) AND POSTS IT TO THE "rtbudget" FILE BDGTVAR
      *    REPORTS AGAINST.  A ROUTE AND MONTH ALREADY ON FILE IS
      *    REPLACED, SO A REVISED PLAN IS SIMPLY LOADED AGAIN.  A
      *    RECORD IS REJECTED WHEN THE ROUTE IS BLANK, THE MONTH IS
      *    NOT A VALID YYYYMM, A FIGURE IS NOT NUMERIC OR THE LOAD
      *    FACTOR IS OVER 100.  EVERY INPUT RECORD IS LISTED ON
      *    "bdgtload" WITH ITS RESULT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-IN
                  ASSIGN TO DISK "bdgtplan"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PLAN-IN-STATUS.

           SELECT ROUTE-BUDGET
                  ASSIGN TO DISK "rtbudget"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RB-KEY
                  FILE STATUS IS ROUTE-BUDGET-STATUS.

           SELECT LOAD-RPT
                  ASSIGN TO DISK "bdgtload"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-IN.
       01  PLAN-IN-RECORD.
           03 BP-ORIGIN                   PIC X(03).
           03 BP-DEST                     PIC X(03).
           03 BP-PERIOD.
              05 BP-PERIOD-YY             PIC 9(04).
              05 BP-PERIOD-MM             PIC 9(02).
           03 BP-PAX                      PIC 9(07).
           03 BP-REVENUE                  PIC 9(09)V99.
           03 BP-LOAD-FACTOR              PIC 9(03)V9.
           03 BP-OPER-COST                PIC 9(09)V99.

       FD  ROUTE-BUDGET.
       COPY rtbudget.

       FD  LOAD-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  PLAN-IN-STATUS                 PIC X(02).
           88 PLAN-IN-NOT-PRESENT                     VALUE "35".
       01  ROUTE-BUDGET-STATUS            PIC X(02).
           88 ROUTE-BUDGET-NOT-PRESENT                VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  PLAN-EOF-SWITCH                PIC 9       VALUE 0.
           88 PLAN-AT-END                             VALUE 1.
           88 PLAN-NOT-AT-END                         VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  LOAD-RESULT                    PIC X(30)   VALUE SPACES.
       01  READ-COUNT                     PIC 9(05)   VALUE 0.
       01  ADDED-COUNT                    PIC 9(05)   VALUE 0.
       01  REPLACED-COUNT                 PIC 9(05)   VALUE 0.
       01  REJECTED-COUNT                 PIC 9(05)   VALUE 0.
       01  RPT-AMT                        PIC ZZZZZZZZ9.99.
       01  RPT-CNT                        PIC ZZZZZZ9.
       01  RPT-LF                         PIC ZZ9.9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-LOAD.
           PERFORM UNTIL PLAN-AT-END
              PERFORM LOAD-ONE-PLAN-LINE
              PERFORM READ-PLAN-REC
           END-PERFORM.
           PERFORM TERMINATE-LOAD.
           STOP RUN.

       INITIALIZE-LOAD.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           OPEN INPUT PLAN-IN.
           IF PLAN-IN-NOT-PRESENT
              DISPLAY "BDGTLOAD - BDGTPLAN FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN I-O ROUTE-BUDGET.
           IF ROUTE-BUDGET-NOT-PRESENT
              CLOSE ROUTE-BUDGET
              OPEN OUTPUT ROUTE-BUDGET
              CLOSE ROUTE-BUDGET
              OPEN I-O ROUTE-BUDGET
           END-IF.
           OPEN OUTPUT LOAD-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "ROUTE BUDGET LOAD - " TODAY-DATE
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "ROUTE   MONTH       PAX      REVENUE   LF%"
                                           TO  RPT-RECORD.
           MOVE "RESULT"                   TO  RPT-RECORD(50:6).
           WRITE RPT-RECORD.
           PERFORM READ-PLAN-REC.

       READ-PLAN-REC.
           READ PLAN-IN
                AT END
                   SET PLAN-AT-END           TO  TRUE
                NOT AT END
                   ADD 1                     TO  READ-COUNT
           END-READ.

       LOAD-ONE-PLAN-LINE.
           MOVE SPACES                     TO  LOAD-RESULT.
           PERFORM EDIT-PLAN-LINE.
           IF LOAD-RESULT = SPACES
              PERFORM POST-PLAN-LINE
           ELSE
              ADD 1                        TO  REJECTED-COUNT
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE BP-ORIGIN                  TO  RPT-RECORD(1:3).
           MOVE "-"                        TO  RPT-RECORD(4:1).
           MOVE BP-DEST                    TO  RPT-RECORD(5:3).
           MOVE BP-PERIOD                  TO  RPT-RECORD(9:6).
           IF BP-PAX NUMERIC
              MOVE BP-PAX                  TO  RPT-CNT
              MOVE RPT-CNT                 TO  RPT-RECORD(16:7)
           END-IF.
           IF BP-REVENUE NUMERIC
              MOVE BP-REVENUE              TO  RPT-AMT
              MOVE RPT-AMT                 TO  RPT-RECORD(24:12)
           END-IF.
           IF BP-LOAD-FACTOR NUMERIC
              MOVE BP-LOAD-FACTOR          TO  RPT-LF
              MOVE RPT-LF                  TO  RPT-RECORD(38:5)
           END-IF.
           MOVE LOAD-RESULT                TO  RPT-RECORD(50:30).
           WRITE RPT-RECORD.

       EDIT-PLAN-LINE.
           IF BP-ORIGIN = SPACES OR BP-DEST = SPACES
              MOVE "REJECT - ROUTE MISSING"   TO  LOAD-RESULT
              EXIT PARAGRAPH
           END-IF.
           IF BP-PERIOD NOT NUMERIC OR BP-PERIOD-MM < 1 OR
              BP-PERIOD-MM > 12
              MOVE "REJECT - BAD MONTH"       TO  LOAD-RESULT
              EXIT PARAGRAPH
           END-IF.
           IF BP-PAX NOT NUMERIC OR BP-REVENUE NOT NUMERIC OR
              BP-LOAD-FACTOR NOT NUMERIC OR BP-OPER-COST NOT NUMERIC
              MOVE "REJECT - NOT NUMERIC"     TO  LOAD-RESULT
              EXIT PARAGRAPH
           END-IF.
           IF BP-LOAD-FACTOR > 100
              MOVE "REJECT - LOAD FACTOR OVER 100" TO  LOAD-RESULT
           END-IF.

       POST-PLAN-LINE.
           MOVE BP-ORIGIN                  TO  RB-ORIGIN.
           MOVE BP-DEST                    TO  RB-DEST.
           MOVE BP-PERIOD                  TO  RB-PERIOD.
           INSPECT RB-ORIGIN CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT RB-DEST CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE BP-PAX                     TO  RB-PAX.
           MOVE BP-REVENUE                 TO  RB-REVENUE.
           MOVE BP-LOAD-FACTOR             TO  RB-LOAD-FACTOR.
           MOVE BP-OPER-COST               TO  RB-OPER-COST.
           MOVE TODAY-DATE                 TO  RB-UPDATED-DATE.
           MOVE "PLAN"                     TO  RB-UPDATED-BY.
           WRITE ROUTE-BUDGET-RECORD
                 INVALID KEY
                    REWRITE ROUTE-BUDGET-RECORD
                    ADD 1                  TO  REPLACED-COUNT
                    MOVE "REPLACED"        TO  LOAD-RESULT
                 NOT INVALID KEY
                    ADD 1                  TO  ADDED-COUNT
                    MOVE "ADDED"           TO  LOAD-RESULT
           END-WRITE.

       TERMINATE-LOAD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           STRING "READ " READ-COUNT "  ADDED " ADDED-COUNT
                  "  REPLACED " REPLACED-COUNT
                  "  REJECTED " REJECTED-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE PLAN-IN
                 ROUTE-BUDGET
                 LOAD-RPT.
           MOVE "BDGTLOAD"                 TO  RPG-REPORT-ID.
           MOVE "bdgtload"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "BDGTLOAD"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "BDGTLOAD - " ADDED-COUNT " ADDED, " REPLACED-COUNT
                   " REPLACED, " REJECTED-COUNT
                   " REJECTED - SEE bdgtload".
