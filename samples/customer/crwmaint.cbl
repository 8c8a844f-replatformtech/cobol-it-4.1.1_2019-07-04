       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      CRWMAINT.

      ******************************************************************
      *    CRWMAINT.CBL
      *    CREW MAINTENANCE SCREEN - KEEPS THE CREW MASTER ("crewmst":
      *    EMPLOYEE, RANK, BASE, QUALIFIED AIRCRAFT TYPES) AND ROSTERS
      *    PILOTS AND CABIN CREW ONTO DEPARTURES ("crewasgn", ONE
      *    RECORD PER MEMBER PER FM-FLIGHT-ID) SO CREWING LIVES IN THE
      *    SYSTEM ALONGSIDE THE SCHEDULE INSTEAD OF ON A SPREADSHEET.
      *    AN ASSIGNMENT IS REFUSED WHEN THE MEMBER IS NOT ON FILE OR
      *    INACTIVE, THE RANK CANNOT FILL THE SEAT (A CAPTAIN MAY FLY
      *    THE FIRST-OFFICER SEAT, A PURSER AN ATTENDANT'S), OR THE
      *    MEMBER IS NOT QUALIFIED ON THE FLIGHT'S AIRCRAFT TYPE.  THE
      *    FLIGHT CREW LIST SHOWS THE ROSTER AGAINST THE REQUIRED
      *    COMPLEMENT.  DUTY-TIME AND REST LEGALITY ACROSS THE WHOLE
      *    ROSTER IS CHECKED OVERNIGHT BY CRWLEGAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREW-MASTER
                  ASSIGN TO DISK "crewmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CM-EMP-NO
                  FILE STATUS IS CREW-MASTER-STATUS.

           SELECT CREW-ASSIGN
                  ASSIGN TO DISK "crewasgn"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CA-KEY
                  ALTERNATE RECORD KEY IS CA-EMP-NO WITH DUPLICATES
                  FILE STATUS IS CREW-ASSIGN-STATUS.

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

           SELECT OPERATOR
                  ASSIGN TO DISK "operator"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OP-ID
                  FILE STATUS IS OPERATOR-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CREW-MASTER.
       COPY crewmst.

       FD  CREW-ASSIGN.
       COPY crewasgn.

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  OPERATOR.
       COPY operator.

       WORKING-STORAGE SECTION.
       01  CREW-MASTER-STATUS             PIC X(02).
           88 CREW-MASTER-NOT-PRESENT                 VALUE "35".
       01  CREW-ASSIGN-STATUS             PIC X(02).
           88 CREW-ASSIGN-NOT-PRESENT                 VALUE "35".
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
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
           88 CREW-MEMBER-OPT                         VALUE "1".
           88 ASSIGN-CREW-OPT                         VALUE "2".
           88 REMOVE-CREW-OPT                         VALUE "3".
           88 CREW-LIST-OPT                           VALUE "4".
           88 EXIT-PROG                               VALUE "0".
       01  MENU-CHOICE2                   PIC X(01)  VALUE SPACES.
           88 SAVE-REC                                VALUE "1".
           88 CANCEL-SAVE                             VALUE "2".
       01  CREW-FOUND-SWITCH              PIC 9      VALUE 0.
           88 CREW-ON-FILE                            VALUE 1.
           88 CREW-NOT-ON-FILE                        VALUE 0.
       01  FLIGHT-FOUND-SWITCH            PIC 9      VALUE 0.
           88 FLIGHT-ON-FILE                          VALUE 1.
           88 FLIGHT-NOT-ON-FILE                      VALUE 0.
       01  ASSIGN-EOF-SWITCH              PIC 9      VALUE 0.
           88 ASSIGN-AT-END                           VALUE 1.
           88 ASSIGN-NOT-AT-END                       VALUE 0.
       01  ASSIGN-OK-SWITCH               PIC 9      VALUE 0.
           88 ASSIGN-OK                               VALUE 1.
           88 ASSIGN-REFUSED                          VALUE 0.
       01  WS-FLIGHT-ID                   PIC X(07)  VALUE SPACES.
       01  WS-EMP-NO                      PIC X(06)  VALUE SPACES.
       01  WS-DUTY-ROLE                   PIC X(02)  VALUE SPACES.
       01  WS-AIRCRAFT-TYPE               PIC X(04)  VALUE SPACES.
       01  WS-REFUSE-TEXT                 PIC X(45)  VALUE SPACES.
       01  QUAL-IDX                       PIC 9(01)  VALUE 0.
       01  QUAL-FOUND-SWITCH              PIC 9      VALUE 0.
           88 TYPE-QUALIFIED                          VALUE 1.
           88 TYPE-NOT-QUALIFIED                      VALUE 0.
      *    REQUIRED COMPLEMENT: A CAPTAIN, A FIRST OFFICER, AND ONE
      *    CABIN CREW MEMBER FOR EVERY 50 SEATS (OR PART) INSTALLED.
       01  SEATS-PER-ATTENDANT            PIC 9(03)  VALUE 50.
       01  TOTAL-SEATS                    PIC 9(04)  VALUE 0.
       01  REQ-CABIN-COUNT                PIC 9(02)  VALUE 0.
       01  HAVE-CP-COUNT                  PIC 9(02)  VALUE 0.
       01  HAVE-FO-COUNT                  PIC 9(02)  VALUE 0.
       01  HAVE-CABIN-COUNT               PIC 9(02)  VALUE 0.
       01  LIST-LINE-NO                   PIC 9(02)  VALUE 0.
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
           OPEN I-O CREW-MASTER.
           IF CREW-MASTER-NOT-PRESENT
                OPEN OUTPUT CREW-MASTER
           END-IF
           CLOSE CREW-MASTER.
           OPEN I-O CREW-ASSIGN.
           IF CREW-ASSIGN-NOT-PRESENT
                OPEN OUTPUT CREW-ASSIGN
           END-IF
           CLOSE CREW-ASSIGN.
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
              IF CREW-MEMBER-OPT
                 IF OPERATOR-IS-SUPERVISOR
                    PERFORM MAINTAIN-CREW-MEMBER
                 ELSE
                    DISPLAY "CREW MASTER CHANGES ARE SUPERVISOR-ONLY"
                                                    AT LINE 25 COL 20
                    ACCEPT RESP                     AT LINE 25 COL 62
                 END-IF
              END-IF
              IF ASSIGN-CREW-OPT
                 PERFORM ASSIGN-CREW-TO-FLIGHT
              END-IF
              IF REMOVE-CREW-OPT
                 PERFORM REMOVE-CREW-FROM-FLIGHT
              END-IF
              IF CREW-LIST-OPT
                 PERFORM LIST-FLIGHT-CREW
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
           DISPLAY "CREW MAINTENANCE           "    AT LINE 3  COL 20.
           DISPLAY "---------------------------"    AT LINE 4  COL 20.
           DISPLAY "1)CREW MEMBER ADD/CHANGE      " AT LINE 7  COL 20.
           DISPLAY "2)ASSIGN CREW TO FLIGHT       " AT LINE 9  COL 20.
           DISPLAY "3)REMOVE CREW FROM FLIGHT     " AT LINE 11 COL 20.
           DISPLAY "4)FLIGHT CREW LIST            " AT LINE 13 COL 20.
           DISPLAY "0)EXIT"                         AT LINE 15 COL 20.
           DISPLAY "SELECT A MENU CHOICE(0-4):- "   AT LINE 21 COL 20.

       MAINTAIN-CREW-MEMBER.
           PERFORM CLEAR-SCREEN.
           DISPLAY "CREW MEMBER ADD/CHANGE     "    AT LINE 3  COL 20.
           DISPLAY "EMPLOYEE NO    :              " AT LINE 6  COL 20.
           DISPLAY "NAME           :              " AT LINE 7  COL 20.
           DISPLAY "RANK CP/FO/PS/FA:             " AT LINE 8  COL 20.
           DISPLAY "HOME BASE      :              " AT LINE 9  COL 20.
           DISPLAY "AIRCRAFT TYPES :              " AT LINE 10 COL 20.
           DISPLAY "STATUS A/I     :              " AT LINE 11 COL 20.
           DISPLAY "1)SAVE  2)CANCEL              :-"
                                                    AT LINE 24 COL 20.
           ACCEPT WS-EMP-NO                         AT LINE 6  COL 37.
           IF WS-EMP-NO = SPACES
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O CREW-MASTER.
           MOVE WS-EMP-NO                  TO  CM-EMP-NO.
           SET CREW-ON-FILE                TO  TRUE.
           READ CREW-MASTER
                INVALID KEY
                   SET CREW-NOT-ON-FILE    TO  TRUE
                   MOVE SPACES             TO  CREW-MASTER-RECORD
                   MOVE WS-EMP-NO          TO  CM-EMP-NO
                   SET CM-ACTIVE           TO  TRUE
           END-READ.
           DISPLAY CM-NAME                          AT LINE 7  COL 37.
           DISPLAY CM-RANK                          AT LINE 8  COL 37.
           DISPLAY CM-BASE                          AT LINE 9  COL 37.
           DISPLAY CM-QUAL-TYPE(1)                  AT LINE 10 COL 37.
           DISPLAY CM-QUAL-TYPE(2)                  AT LINE 10 COL 42.
           DISPLAY CM-QUAL-TYPE(3)                  AT LINE 10 COL 47.
           DISPLAY CM-QUAL-TYPE(4)                  AT LINE 10 COL 52.
           DISPLAY CM-STATUS                        AT LINE 11 COL 37.
           ACCEPT CM-NAME                           AT LINE 7  COL 37.
           PERFORM WITH TEST AFTER UNTIL CM-FLIGHT-DECK OR
                                         CM-CABIN-CREW
              ACCEPT CM-RANK                        AT LINE 8  COL 37
           END-PERFORM.
           ACCEPT CM-BASE                           AT LINE 9  COL 37.
           ACCEPT CM-QUAL-TYPE(1)                   AT LINE 10 COL 37.
           ACCEPT CM-QUAL-TYPE(2)                   AT LINE 10 COL 42.
           ACCEPT CM-QUAL-TYPE(3)                   AT LINE 10 COL 47.
           ACCEPT CM-QUAL-TYPE(4)                   AT LINE 10 COL 52.
           PERFORM WITH TEST AFTER UNTIL CM-ACTIVE OR CM-INACTIVE
              ACCEPT CM-STATUS                      AT LINE 11 COL 37
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL MENU-CHOICE2 = '1' OR
                                         MENU-CHOICE2 = '2'
              ACCEPT MENU-CHOICE2                   AT LINE 24 COL 52
           END-PERFORM.
           IF SAVE-REC
              IF CREW-ON-FILE
                 REWRITE CREW-MASTER-RECORD
              ELSE
                 WRITE CREW-MASTER-RECORD
              END-IF
              DISPLAY "**CREW MEMBER SAVED** PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              ACCEPT RESP
           END-IF.
           CLOSE CREW-MASTER.

       ACCEPT-CREW-FLIGHT.
           PERFORM CLEAR-SCREEN.
           SET FLIGHT-NOT-ON-FILE          TO  TRUE.
           DISPLAY "FLIGHT ID      :              " AT LINE 5  COL 20.
           ACCEPT WS-FLIGHT-ID                      AT LINE 5  COL 37.
           IF WS-FLIGHT-ID = SPACES
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FLIGHT-MASTER.
           MOVE WS-FLIGHT-ID               TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   DISPLAY "FLIGHT NOT ON FILE - PRESS ANY KEY"
                                                    AT LINE 25 COL 20
                   ACCEPT RESP                      AT LINE 25 COL 56
                NOT INVALID KEY
                   SET FLIGHT-ON-FILE      TO  TRUE
                   MOVE FM-AIRCRAFT-TYPE   TO  WS-AIRCRAFT-TYPE
           END-READ.
           CLOSE FLIGHT-MASTER.
           IF FLIGHT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF.
           DISPLAY FM-ORIGIN "-" FM-DESTINATION " " FM-TRAVEL-DATE
                   " DEP " FM-SCHED-DEP-TIME " ARR " FM-SCHED-ARR-TIME
                   " TYPE " FM-AIRCRAFT-TYPE        AT LINE 6  COL 20.
           COMPUTE TOTAL-SEATS = FM-CAPACITY-CO + FM-CAPACITY-FC.
           COMPUTE REQ-CABIN-COUNT =
                 (TOTAL-SEATS + SEATS-PER-ATTENDANT - 1)
                 / SEATS-PER-ATTENDANT.

       SHOW-FLIGHT-CREW.
      *    THE CURRENT ROSTER FOR WS-FLIGHT-ID ON LINES 9 ONWARD, WITH
      *    THE ROLE COUNTS TALLIED FOR THE COMPLEMENT CHECK.
           MOVE 0                          TO  HAVE-CP-COUNT
                                                HAVE-FO-COUNT
                                                HAVE-CABIN-COUNT.
           MOVE 8                          TO  LIST-LINE-NO.
           DISPLAY "ROLE EMP NO  NAME                           RANK"
                                                    AT LINE 8  COL 10.
           OPEN INPUT CREW-MASTER.
           SET ASSIGN-NOT-AT-END           TO  TRUE.
           MOVE WS-FLIGHT-ID               TO  CA-FLIGHT-ID.
           MOVE LOW-VALUES                 TO  CA-EMP-NO.
           START CREW-ASSIGN KEY IS >= CA-KEY
                 INVALID KEY
                    SET ASSIGN-AT-END      TO  TRUE
           END-START.
           PERFORM UNTIL ASSIGN-AT-END
              READ CREW-ASSIGN NEXT
                   AT END
                      SET ASSIGN-AT-END    TO  TRUE
                   NOT AT END
                      IF CA-FLIGHT-ID NOT = WS-FLIGHT-ID
                         SET ASSIGN-AT-END TO  TRUE
                      ELSE
                         PERFORM SHOW-ONE-CREW-LINE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE CREW-MASTER.
           DISPLAY "REQUIRED CP 1 FO 1 CABIN " REQ-CABIN-COUNT
                   "   ROSTERED CP " HAVE-CP-COUNT " FO " HAVE-FO-COUNT
                   " CABIN " HAVE-CABIN-COUNT       AT LINE 21 COL 10.

       SHOW-ONE-CREW-LINE.
           EVALUATE TRUE
              WHEN CA-ROLE-CAPTAIN
                 ADD 1                     TO  HAVE-CP-COUNT
              WHEN CA-ROLE-FIRST-OFFICER
                 ADD 1                     TO  HAVE-FO-COUNT
              WHEN OTHER
                 ADD 1                     TO  HAVE-CABIN-COUNT
           END-EVALUATE.
           IF LIST-LINE-NO > 19
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  LIST-LINE-NO.
           MOVE CA-EMP-NO                  TO  CM-EMP-NO.
           READ CREW-MASTER
                INVALID KEY
                   MOVE "(NOT ON CREW MASTER)" TO  CM-NAME
                   MOVE SPACES             TO  CM-RANK
           END-READ.
           DISPLAY CA-DUTY-ROLE "   " CA-EMP-NO "   " CM-NAME " "
                   CM-RANK                  AT LINE LIST-LINE-NO COL 10.

       ASSIGN-CREW-TO-FLIGHT.
           PERFORM ACCEPT-CREW-FLIGHT.
           IF FLIGHT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "ASSIGN CREW TO FLIGHT      "    AT LINE 3  COL 20.
           OPEN I-O CREW-ASSIGN.
           PERFORM SHOW-FLIGHT-CREW.
           DISPLAY "EMPLOYEE NO:-"                  AT LINE 23 COL 10.
           ACCEPT WS-EMP-NO                         AT LINE 23 COL 24.
           DISPLAY "SEAT CP/FO/PS/FA:-"             AT LINE 23 COL 32.
           ACCEPT WS-DUTY-ROLE                      AT LINE 23 COL 51.
           IF WS-EMP-NO = SPACES
              CLOSE CREW-ASSIGN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-ASSIGNMENT.
           IF ASSIGN-REFUSED
              DISPLAY WS-REFUSE-TEXT " - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              ACCEPT RESP                           AT LINE 25 COL 72
              CLOSE CREW-ASSIGN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FLIGHT-ID               TO  CA-FLIGHT-ID.
           MOVE WS-EMP-NO                  TO  CA-EMP-NO.
           MOVE WS-DUTY-ROLE               TO  CA-DUTY-ROLE.
           MOVE TODAY-DATE                 TO  CA-ASSIGNED-DATE.
           MOVE WS-OPERATOR-ID             TO  CA-ASSIGNED-BY.
           WRITE CREW-ASSIGN-RECORD
                 INVALID KEY
                    DISPLAY "ALREADY ROSTERED ON THIS FLIGHT - PRESS ANY
      -             " KEY"                          AT LINE 25 COL 10
                    ACCEPT RESP                     AT LINE 25 COL 60
                 NOT INVALID KEY
                    DISPLAY "**CREW MEMBER ASSIGNED** PRESS ANY KEY"
                                                    AT LINE 25 COL 10
                    ACCEPT RESP                     AT LINE 25 COL 50
           END-WRITE.
           CLOSE CREW-ASSIGN.

       VALIDATE-ASSIGNMENT.
           SET ASSIGN-REFUSED              TO  TRUE.
           IF WS-DUTY-ROLE NOT = "CP" AND WS-DUTY-ROLE NOT = "FO" AND
              WS-DUTY-ROLE NOT = "PS" AND WS-DUTY-ROLE NOT = "FA"
              MOVE "SEAT MUST BE CP, FO, PS OR FA" TO  WS-REFUSE-TEXT
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CREW-MASTER.
           MOVE WS-EMP-NO                  TO  CM-EMP-NO.
           SET CREW-ON-FILE                TO  TRUE.
           READ CREW-MASTER
                INVALID KEY
                   SET CREW-NOT-ON-FILE    TO  TRUE
           END-READ.
           CLOSE CREW-MASTER.
           IF CREW-NOT-ON-FILE
              MOVE "NOT ON THE CREW MASTER"  TO  WS-REFUSE-TEXT
              EXIT PARAGRAPH
           END-IF.
           IF CM-INACTIVE
              MOVE "CREW MEMBER IS INACTIVE" TO  WS-REFUSE-TEXT
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-DUTY-ROLE
              WHEN "CP"
                 IF NOT CM-CAPTAIN
                    MOVE "ONLY A CAPTAIN MAY FLY THE CP SEAT"
                                           TO  WS-REFUSE-TEXT
                    EXIT PARAGRAPH
                 END-IF
              WHEN "FO"
                 IF NOT CM-FLIGHT-DECK
                    MOVE "FO SEAT NEEDS A CAPTAIN OR FIRST OFFICER"
                                           TO  WS-REFUSE-TEXT
                    EXIT PARAGRAPH
                 END-IF
              WHEN "PS"
                 IF NOT CM-PURSER
                    MOVE "ONLY A PURSER MAY FLY THE PS SEAT"
                                           TO  WS-REFUSE-TEXT
                    EXIT PARAGRAPH
                 END-IF
              WHEN OTHER
                 IF NOT CM-CABIN-CREW
                    MOVE "FA SEAT NEEDS CABIN CREW"
                                           TO  WS-REFUSE-TEXT
                    EXIT PARAGRAPH
                 END-IF
           END-EVALUATE.
           SET TYPE-NOT-QUALIFIED          TO  TRUE.
           PERFORM VARYING QUAL-IDX FROM 1 BY 1
                    UNTIL QUAL-IDX > 4 OR TYPE-QUALIFIED
              IF CM-QUAL-TYPE(QUAL-IDX) = WS-AIRCRAFT-TYPE
                 SET TYPE-QUALIFIED        TO  TRUE
              END-IF
           END-PERFORM.
           IF TYPE-NOT-QUALIFIED
              MOVE "NOT QUALIFIED ON THIS AIRCRAFT TYPE"
                                           TO  WS-REFUSE-TEXT
              EXIT PARAGRAPH
           END-IF.
           SET ASSIGN-OK                   TO  TRUE.

       REMOVE-CREW-FROM-FLIGHT.
           PERFORM ACCEPT-CREW-FLIGHT.
           IF FLIGHT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "REMOVE CREW FROM FLIGHT    "    AT LINE 3  COL 20.
           OPEN I-O CREW-ASSIGN.
           PERFORM SHOW-FLIGHT-CREW.
           DISPLAY "EMPLOYEE NO TO REMOVE:-"        AT LINE 23 COL 10.
           ACCEPT WS-EMP-NO                         AT LINE 23 COL 34.
           IF WS-EMP-NO = SPACES
              CLOSE CREW-ASSIGN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FLIGHT-ID               TO  CA-FLIGHT-ID.
           MOVE WS-EMP-NO                  TO  CA-EMP-NO.
           DELETE CREW-ASSIGN
                  INVALID KEY
                     DISPLAY "NOT ROSTERED ON THIS FLIGHT - PRESS ANY KE
      -              "Y"                            AT LINE 25 COL 10
                     ACCEPT RESP                    AT LINE 25 COL 56
                  NOT INVALID KEY
                     DISPLAY "**CREW MEMBER REMOVED** PRESS ANY KEY"
                                                    AT LINE 25 COL 10
                     ACCEPT RESP                    AT LINE 25 COL 50
           END-DELETE.
           CLOSE CREW-ASSIGN.

       LIST-FLIGHT-CREW.
           PERFORM ACCEPT-CREW-FLIGHT.
           IF FLIGHT-NOT-ON-FILE
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "FLIGHT CREW LIST           "    AT LINE 3  COL 20.
           OPEN INPUT CREW-ASSIGN.
           PERFORM SHOW-FLIGHT-CREW.
           CLOSE CREW-ASSIGN.
           IF HAVE-CP-COUNT < 1 OR HAVE-FO-COUNT < 1 OR
              HAVE-CABIN-COUNT < REQ-CABIN-COUNT
              DISPLAY "***UNDER-CREWED***"          AT LINE 22 COL 10
           END-IF.
           DISPLAY "PRESS ANY KEY"                  AT LINE 23 COL 10.
           ACCEPT RESP                              AT LINE 23 COL 25.

       CLEAR-SCREEN.
           MOVE 1                          TO  CNTR.
           PERFORM UNTIL CNTR > 25
               DISPLAY BLNK-LINE AT LINE CNTR COL 1
               ADD +1                      TO  CNTR
           END-PERFORM.
