       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      SURVLOAD.

      ******************************************************************
      *    SURVLOAD.CBL
      *    SURVEY RESPONSE LOAD - READS THE RETURNED SATISFACTION
      *    SCORES FROM THE SEQUENTIAL "survresp" FILE (ONE RECORD PER
      *    COMPLETED QUESTIONNAIRE: RESERVATION, DATE ANSWERED, AND THE
      *    OVERALL, CHECK-IN, ON-BOARD AND ON-TIME SCORES) AND POSTS
      *    THEM TO THE PASSENGER'S "survey" RECORD.  A RESPONSE IS
      *    REJECTED WHEN THERE IS NO INVITATION FOR THE RESERVATION,
      *    WHEN IT HAS ALREADY BEEN ANSWERED, WHEN A SCORE IS NOT 0-10
      *    (0 = QUESTION SKIPPED), OR WHEN NO QUESTION WAS ANSWERED AT
      *    ALL.  EVERY INPUT RECORD IS LISTED ON "survload" WITH ITS
      *    ACCEPT/REJECT REASON.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-IN
                  ASSIGN TO DISK "survresp"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RESPONSE-IN-STATUS.

           SELECT SURVEY-RESPONSE
                  ASSIGN TO DISK "survey"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SV-CUST-RES-ID
                  FILE STATUS IS SURVEY-STATUS.

           SELECT LOAD-RPT
                  ASSIGN TO DISK "survload"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-IN.
       01  RESPONSE-IN-RECORD.
           03 SR-CUST-RES-ID              PIC X(11).
           03 SR-RESPONSE-DATE            PIC 9(08).
           03 SR-SCORES.
              05 SR-SCORE                 PIC 9(02) OCCURS 4 TIMES.

       FD  SURVEY-RESPONSE.
       COPY survey.

       FD  LOAD-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  RESPONSE-IN-STATUS             PIC X(02).
           88 RESPONSE-IN-NOT-PRESENT                 VALUE "35".
       01  SURVEY-STATUS                  PIC X(02).
           88 SURVEY-NOT-PRESENT                      VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  RESPONSE-EOF-SWITCH            PIC 9       VALUE 0.
           88 RESPONSE-AT-END                         VALUE 1.
           88 RESPONSE-NOT-AT-END                     VALUE 0.
       01  REJECT-REASON                  PIC X(30)   VALUE SPACES.
       01  SCORE-IDX                      PIC 9(01)   VALUE 0.
       01  ANSWERED-COUNT                 PIC 9(01)   VALUE 0.
       01  READ-COUNT                     PIC 9(05)   VALUE 0.
       01  LOADED-COUNT                   PIC 9(05)   VALUE 0.
       01  REJECTED-COUNT                 PIC 9(05)   VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-LOAD.
           PERFORM UNTIL RESPONSE-AT-END
              PERFORM LOAD-ONE-RESPONSE
              PERFORM READ-RESPONSE-REC
           END-PERFORM.
           PERFORM TERMINATE-LOAD.
           STOP RUN.

       INITIALIZE-LOAD.
           OPEN INPUT RESPONSE-IN.
           IF RESPONSE-IN-NOT-PRESENT
              DISPLAY "SURVLOAD - SURVRESP FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN I-O SURVEY-RESPONSE.
           IF SURVEY-NOT-PRESENT
              DISPLAY "SURVLOAD - SURVEY FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN OUTPUT LOAD-RPT.
           MOVE "SURVEY RESPONSE LOAD"     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "RESERVATION  OV CI OB OT  RESULT" TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM READ-RESPONSE-REC.

       READ-RESPONSE-REC.
           READ RESPONSE-IN
                AT END
                   SET RESPONSE-AT-END       TO  TRUE
                NOT AT END
                   ADD 1                     TO  READ-COUNT
           END-READ.

       LOAD-ONE-RESPONSE.
           MOVE SPACES                     TO  REJECT-REASON.
           PERFORM EDIT-RESPONSE.
           IF REJECT-REASON = SPACES
              MOVE SR-RESPONSE-DATE        TO  SV-RESPONSE-DATE
              MOVE SR-SCORES               TO  SV-SCORES
              SET SV-RESPONDED             TO  TRUE
              REWRITE SURVEY-RESPONSE-RECORD
              ADD 1                        TO  LOADED-COUNT
              MOVE "LOADED"                TO  REJECT-REASON
           ELSE
              ADD 1                        TO  REJECTED-COUNT
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING SR-CUST-RES-ID "  " SR-SCORE(1) " " SR-SCORE(2) " "
                  SR-SCORE(3) " " SR-SCORE(4) "  " REJECT-REASON
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

       EDIT-RESPONSE.
           MOVE SR-CUST-RES-ID             TO  SV-CUST-RES-ID.
           READ SURVEY-RESPONSE
                INVALID KEY
                   MOVE "REJECT - NO INVITATION"  TO  REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF SV-RESPONDED
              MOVE "REJECT - ALREADY ANSWERED"    TO  REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF SR-RESPONSE-DATE NOT NUMERIC OR SR-SCORES NOT NUMERIC
              MOVE "REJECT - NOT NUMERIC"         TO  REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                          TO  ANSWERED-COUNT.
           PERFORM VARYING SCORE-IDX FROM 1 BY 1 UNTIL SCORE-IDX > 4
              IF SR-SCORE(SCORE-IDX) > 10
                 MOVE "REJECT - SCORE OVER 10"    TO  REJECT-REASON
              END-IF
              IF SR-SCORE(SCORE-IDX) > 0
                 ADD 1                     TO  ANSWERED-COUNT
              END-IF
           END-PERFORM.
           IF REJECT-REASON = SPACES AND ANSWERED-COUNT = 0
              MOVE "REJECT - NOTHING ANSWERED"    TO  REJECT-REASON
           END-IF.

       TERMINATE-LOAD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           STRING "READ " READ-COUNT "  LOADED " LOADED-COUNT
                  "  REJECTED " REJECTED-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE RESPONSE-IN
                 SURVEY-RESPONSE
                 LOAD-RPT.
           MOVE "SURVLOAD"                 TO  RPG-REPORT-ID.
           MOVE "survload"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "SURVLOAD"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "SURVLOAD - " LOADED-COUNT " RESPONSE(S) LOADED, "
                   REJECTED-COUNT " REJECTED - SEE survload".
