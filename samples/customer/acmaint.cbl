       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      ACMAINT.

      ******************************************************************
      *    ACMAINT.CBL
      *    AIRCRAFT REGISTRY MAINTENANCE - ADDS AND CHANGES AIRFRAMES
      *    ON THE "acmast" REGISTRY (TAIL, REGISTRATION, TYPE, IN-
      *    SERVICE DATE, CHECK INTERVALS) AND RECORDS A COMPLETED
      *    CHECK, WHICH ZEROES THE HOURS AND CYCLES SINCE CHECK AND
      *    SETS THE NEXT CALENDAR DUE DATE.  HOURS AND CYCLES THEMSELVES
      *    ARE ONLY EVER ADDED BY THE ACHOURS POSTING RUN; A NEW TAIL
      *    MAY BE OPENED WITH ITS CURRENT TOTALS WHEN IT JOINS THE
      *    FLEET.  CHANGES ARE SUPERVISOR-ONLY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AIRCRAFT-MASTER
                  ASSIGN TO DISK "acmast"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AC-TAIL-NO
                  FILE STATUS IS AC-MAST-STATUS.

           SELECT OPERATOR
                  ASSIGN TO DISK "operator"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OP-ID
                  FILE STATUS IS OPERATOR-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AIRCRAFT-MASTER.
       COPY acmast.

       FD  OPERATOR.
       COPY operator.

       WORKING-STORAGE SECTION.
       01  AC-MAST-STATUS                 PIC X(02).
           88 AC-MAST-NOT-PRESENT                     VALUE "35".
       01  OPERATOR-STATUS                PIC X(02).
           88 OPERATOR-NOT-PRESENT                    VALUE "35".
       01  OPERATOR-VALID-SWITCH          PIC 9      VALUE 0.
           88 OPERATOR-VALID                          VALUE 1.
           88 OPERATOR-INVALID                        VALUE 0.
       01  WS-OPERATOR-ID                 PIC X(05)  VALUE SPACES.
       01  WS-OPERATOR-PASSWORD           PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-ROLE               PIC X(01)  VALUE SPACES.
           88 OPERATOR-IS-SUPERVISOR                  VALUE "S".
       01  MENU-CHOICE1                   PIC X(01)  VALUE SPACES.
           88 AIRCRAFT-OPT                            VALUE "1".
           88 CHECK-DONE-OPT                          VALUE "2".
           88 EXIT-PROG                               VALUE "0".
       01  MENU-CHOICE2                   PIC X(01)  VALUE SPACES.
           88 SAVE-REC                                VALUE "1".
           88 CANCEL-SAVE                             VALUE "2".
       01  AIRCRAFT-FOUND-SWITCH          PIC 9      VALUE 0.
           88 AIRCRAFT-ON-FILE                        VALUE 1.
           88 AIRCRAFT-NOT-ON-FILE                    VALUE 0.
       01  WS-TAIL-NO                     PIC X(06)  VALUE SPACES.
       01  WS-HOURS                       PIC 9(07)  VALUE 0.
       01  TODAY-DATE                     PIC 9(08)  VALUE 0.
       01  W-SYS-DATE.
           02 W-SYS-YY                    PIC X(04).
           02 W-SYS-MM                    PIC X(02).
           02 W-SYS-DD                    PIC X(02).
       01  BLNK-LINE                      PIC X(76)  VALUE SPACES.
       01  CNTR                           PIC 9(02)  VALUE 0.
       01  RESP                           PIC X(01)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

       Main Section.
           ACCEPT W-SYS-DATE               FROM DATE YYYYMMDD.
           MOVE W-SYS-DATE                 TO  TODAY-DATE.
           OPEN I-O AIRCRAFT-MASTER.
           IF AC-MAST-NOT-PRESENT
                OPEN OUTPUT AIRCRAFT-MASTER
           END-IF
           CLOSE AIRCRAFT-MASTER.
           PERFORM CAPTURE-OPERATOR-ID.
           PERFORM MAIN-LOGIC.
           Exit Program.
           Stop Run.

       CAPTURE-OPERATOR-ID.
           PERFORM CLEAR-SCREEN.
           PERFORM WITH TEST AFTER UNTIL OPERATOR-VALID
              DISPLAY "ENTER OPERATOR/AGENT ID:-"    AT LINE 10 COL 20
              ACCEPT WS-OPERATOR-ID                  AT LINE 10 COL 47
              DISPLAY "ENTER PASSWORD         :-"    AT LINE 11 COL 20
              ACCEPT WS-OPERATOR-PASSWORD            AT LINE 11 COL 47
              PERFORM VALIDATE-OPERATOR-ID
              IF OPERATOR-INVALID
                 DISPLAY "UNKNOWN OPERATOR ID OR BAD PASSWORD - REENTER"
                                                    AT LINE 12 COL 20
                 ACCEPT RESP                        AT LINE 12 COL 67
                 DISPLAY BLNK-LINE                  AT LINE 12 COL 1
              END-IF
           END-PERFORM.
           PERFORM CLEAR-SCREEN.

       VALIDATE-OPERATOR-ID.
           SET OPERATOR-INVALID             TO  TRUE.
           MOVE SPACES                      TO  WS-OPERATOR-ROLE.
           IF WS-OPERATOR-ID NOT = SPACES
              OPEN INPUT OPERATOR
              MOVE WS-OPERATOR-ID           TO  OP-ID
              READ OPERATOR
                   INVALID KEY
                      SET OPERATOR-INVALID  TO  TRUE
                   NOT INVALID KEY
                      IF OP-PASSWORD = SPACES OR
                         OP-PASSWORD = WS-OPERATOR-PASSWORD
                         SET OPERATOR-VALID TO  TRUE
                         MOVE OP-ROLE       TO  WS-OPERATOR-ROLE
                      END-IF
              END-READ
              CLOSE OPERATOR
           END-IF.

       MAIN-LOGIC.
           PERFORM WITH TEST AFTER UNTIL MENU-CHOICE1 = "0"
              PERFORM DISP-MAIN-MENU
              ACCEPT MENU-CHOICE1                   AT LINE 21 COL 48
              IF AIRCRAFT-OPT OR CHECK-DONE-OPT
                 IF NOT OPERATOR-IS-SUPERVISOR
                    DISPLAY "REGISTRY CHANGES ARE SUPERVISOR-ONLY"
                                                    AT LINE 25 COL 20
                    ACCEPT RESP                     AT LINE 25 COL 58
                 ELSE
                    IF AIRCRAFT-OPT
                       PERFORM MAINTAIN-AIRCRAFT
                    ELSE
                       PERFORM RECORD-CHECK-DONE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       DISP-MAIN-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "      TRAVELS      "            AT LINE 1  COL 20.
           DISPLAY W-SYS-MM                         AT LINE 1  COL 65.
           DISPLAY "/"                              AT LINE 1  COL 67.
           DISPLAY W-SYS-DD                         AT LINE 1  COL 68.
           DISPLAY "/"                              AT LINE 1  COL 70.
           DISPLAY W-SYS-YY                         AT LINE 1  COL 71.
           DISPLAY "AIRCRAFT REGISTRY          "    AT LINE 3  COL 20.
           DISPLAY "---------------------------"    AT LINE 4  COL 20.
           DISPLAY "1)AIRCRAFT ADD/CHANGE         " AT LINE 7  COL 20.
           DISPLAY "2)RECORD COMPLETED CHECK      " AT LINE 9  COL 20.
           DISPLAY "0)EXIT"                         AT LINE 11 COL 20.
           DISPLAY "SELECT A MENU CHOICE(0-2):- "   AT LINE 21 COL 20.

       DISPLAY-AIRCRAFT-LABELS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "TAIL NUMBER    :              " AT LINE 6  COL 20.
           DISPLAY "REGISTRATION   :              " AT LINE 7  COL 20.
           DISPLAY "AIRCRAFT TYPE  :              " AT LINE 8  COL 20.
           DISPLAY "IN SERVICE DATE:              " AT LINE 9  COL 20.
           DISPLAY "HOURS SINCE CHK:              " AT LINE 10 COL 20.
           DISPLAY "CYCLES SINCE CK:              " AT LINE 11 COL 20.
           DISPLAY "TOTAL HOURS    :              " AT LINE 12 COL 20.
           DISPLAY "TOTAL CYCLES   :              " AT LINE 13 COL 20.
           DISPLAY "LAST CHECK DATE:              " AT LINE 14 COL 20.
           DISPLAY "CHECK EVERY HRS:              " AT LINE 15 COL 20.
           DISPLAY "CHECK EVERY CYC:              " AT LINE 16 COL 20.
           DISPLAY "NEXT CHECK DATE:              " AT LINE 17 COL 20.
           DISPLAY "STATUS A/W     :              " AT LINE 18 COL 20.
           DISPLAY "1)SAVE  2)CANCEL              :-"
                                                    AT LINE 24 COL 20.

       DISPLAY-AIRCRAFT-FIELDS.
           DISPLAY AC-TAIL-NO                       AT LINE 6  COL 37.
           DISPLAY AC-REGISTRATION                  AT LINE 7  COL 37.
           DISPLAY AC-AIRCRAFT-TYPE                 AT LINE 8  COL 37.
           DISPLAY AC-IN-SERVICE-DATE               AT LINE 9  COL 37.
           COMPUTE WS-HOURS = AC-MINS-SINCE-CHECK / 60.
           DISPLAY WS-HOURS                         AT LINE 10 COL 37.
           DISPLAY AC-CYCLES-SINCE-CHECK            AT LINE 11 COL 37.
           COMPUTE WS-HOURS = AC-TOTAL-MINS / 60.
           DISPLAY WS-HOURS                         AT LINE 12 COL 37.
           DISPLAY AC-TOTAL-CYCLES                  AT LINE 13 COL 37.
           DISPLAY AC-LAST-CHECK-DATE               AT LINE 14 COL 37.
           DISPLAY AC-CHECK-HOURS-INTERVAL          AT LINE 15 COL 37.
           DISPLAY AC-CHECK-CYCLES-INTERVAL         AT LINE 16 COL 37.
           DISPLAY AC-NEXT-CHECK-DATE               AT LINE 17 COL 37.
           DISPLAY AC-STATUS                        AT LINE 18 COL 37.

       ACCEPT-TAIL-NO.
           SET AIRCRAFT-ON-FILE            TO  TRUE.
           ACCEPT WS-TAIL-NO                        AT LINE 6  COL 37.
           IF WS-TAIL-NO = SPACES
              SET AIRCRAFT-NOT-ON-FILE     TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TAIL-NO                 TO  AC-TAIL-NO.
           READ AIRCRAFT-MASTER
                INVALID KEY
                   SET AIRCRAFT-NOT-ON-FILE TO  TRUE
                   MOVE SPACES             TO  AIRCRAFT-RECORD
                   MOVE WS-TAIL-NO         TO  AC-TAIL-NO
                   MOVE 0                  TO  AC-IN-SERVICE-DATE
                                                AC-MINS-SINCE-CHECK
                                                AC-CYCLES-SINCE-CHECK
                                                AC-TOTAL-MINS
                                                AC-TOTAL-CYCLES
                                                AC-LAST-CHECK-DATE
                                                AC-CHECK-HOURS-INTERVAL
                                                AC-CHECK-CYCLES-INTERVAL
                                                AC-NEXT-CHECK-DATE
                   SET AC-IN-SERVICE       TO  TRUE
           END-READ.
           PERFORM DISPLAY-AIRCRAFT-FIELDS.

       MAINTAIN-AIRCRAFT.
           PERFORM DISPLAY-AIRCRAFT-LABELS.
           DISPLAY "AIRCRAFT ADD/CHANGE        "    AT LINE 3  COL 20.
           OPEN I-O AIRCRAFT-MASTER.
           PERFORM ACCEPT-TAIL-NO.
           IF WS-TAIL-NO = SPACES
              CLOSE AIRCRAFT-MASTER
              EXIT PARAGRAPH
           END-IF.
           ACCEPT AC-REGISTRATION                   AT LINE 7  COL 37.
           ACCEPT AC-AIRCRAFT-TYPE                  AT LINE 8  COL 37.
           ACCEPT AC-IN-SERVICE-DATE                AT LINE 9  COL 37.
           IF AIRCRAFT-NOT-ON-FILE
      *       OPENING BALANCES FOR AN AIRFRAME JOINING THE FLEET.
              ACCEPT WS-HOURS                       AT LINE 10 COL 37
              COMPUTE AC-MINS-SINCE-CHECK = WS-HOURS * 60
              ACCEPT AC-CYCLES-SINCE-CHECK          AT LINE 11 COL 37
              ACCEPT WS-HOURS                       AT LINE 12 COL 37
              COMPUTE AC-TOTAL-MINS = WS-HOURS * 60
              ACCEPT AC-TOTAL-CYCLES                AT LINE 13 COL 37
              ACCEPT AC-LAST-CHECK-DATE             AT LINE 14 COL 37
           END-IF.
           ACCEPT AC-CHECK-HOURS-INTERVAL           AT LINE 15 COL 37.
           ACCEPT AC-CHECK-CYCLES-INTERVAL          AT LINE 16 COL 37.
           ACCEPT AC-NEXT-CHECK-DATE                AT LINE 17 COL 37.
           PERFORM WITH TEST AFTER UNTIL AC-IN-SERVICE OR AC-WITHDRAWN
              ACCEPT AC-STATUS                      AT LINE 18 COL 37
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL MENU-CHOICE2 = '1' OR
                                         MENU-CHOICE2 = '2'
              ACCEPT MENU-CHOICE2                   AT LINE 24 COL 52
           END-PERFORM.
           IF SAVE-REC
              IF AIRCRAFT-ON-FILE
                 REWRITE AIRCRAFT-RECORD
              ELSE
                 WRITE AIRCRAFT-RECORD
              END-IF
              DISPLAY "**AIRCRAFT SAVED** PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              ACCEPT RESP
           END-IF.
           CLOSE AIRCRAFT-MASTER.

       RECORD-CHECK-DONE.
           PERFORM DISPLAY-AIRCRAFT-LABELS.
           DISPLAY "RECORD COMPLETED CHECK     "    AT LINE 3  COL 20.
           OPEN I-O AIRCRAFT-MASTER.
           PERFORM ACCEPT-TAIL-NO.
           IF AIRCRAFT-NOT-ON-FILE
              IF WS-TAIL-NO NOT = SPACES
                 DISPLAY "TAIL NOT ON REGISTRY - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
                 ACCEPT RESP                        AT LINE 25 COL 48
              END-IF
              CLOSE AIRCRAFT-MASTER
              EXIT PARAGRAPH
           END-IF.
           MOVE TODAY-DATE                 TO  AC-LAST-CHECK-DATE.
           ACCEPT AC-LAST-CHECK-DATE                AT LINE 14 COL 37.
           DISPLAY "NEW NEXT CHECK DATE (0=NONE) ->" AT LINE 20 COL 20.
           ACCEPT AC-NEXT-CHECK-DATE                AT LINE 17 COL 37.
           PERFORM WITH TEST AFTER UNTIL MENU-CHOICE2 = '1' OR
                                         MENU-CHOICE2 = '2'
              ACCEPT MENU-CHOICE2                   AT LINE 24 COL 52
           END-PERFORM.
           IF SAVE-REC
              MOVE 0                       TO  AC-MINS-SINCE-CHECK
                                                AC-CYCLES-SINCE-CHECK
              REWRITE AIRCRAFT-RECORD
              DISPLAY "**CHECK RECORDED - COUNTERS RESET** PRESS ANY KE
      -       "Y"                                   AT LINE 25 COL 10
              ACCEPT RESP
           END-IF.
           CLOSE AIRCRAFT-MASTER.

       CLEAR-SCREEN.
           MOVE 1                          TO  CNTR.
           PERFORM UNTIL CNTR > 25
               DISPLAY BLNK-LINE AT LINE CNTR COL 1
               ADD +1                      TO  CNTR
           END-PERFORM.
