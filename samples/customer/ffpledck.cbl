       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      FFPLEDCK.

      ******************************************************************
      *    FFPLEDCK.CBL
      *    MILEAGE LEDGER INTEGRITY CHECK - PROVES THE "ffpledgr" ROWS
      *    FOR EVERY MEMBER SUM TO THE FFP-MILES BALANCE ON "ffpmem".
      *    EACH MEMBER'S ROWS ARE READ BY A START ON THE NAME/DOB KEY
      *    AND FOOTED; A MEMBER WHOSE LEDGER DOES NOT AGREE IS LISTED
      *    ON "ffplckrp" WITH BOTH FIGURES AND THE DIFFERENCE, SO A
      *    PROGRAM THAT MOVED MILES WITHOUT POSTING IS CAUGHT THE NEXT
      *    MORNING.  A MEMBER WITH A BALANCE BUT NO LEDGER ROWS AT ALL
      *    (ENROLLED BEFORE THE LEDGER EXISTED) IS GIVEN ONE OPENING
      *    BALANCE ROW FOR THE BALANCE AS IT STANDS AND COUNTED
      *    SEPARATELY - IT IS NEVER USED TO PAPER OVER A MISMATCH.
      *    RUNS IN THE NIGHTLY STREAM; CHANGES NOTHING ON "ffpmem".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFP-MEMBER
                  ASSIGN TO DISK "ffpmem"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FFP-NAME-KEY
                  FILE STATUS IS FFP-STATUS.

           SELECT FFP-LEDGER
                  ASSIGN TO DISK "ffpledgr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FL-KEY
                  FILE STATUS IS FFP-LEDGER-STATUS.

           SELECT CHECK-RPT
                  ASSIGN TO DISK "ffplckrp"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FFP-MEMBER.
       COPY ffpmem.

       FD  FFP-LEDGER.
       COPY ffpledgr.

       FD  CHECK-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FFP-STATUS                     PIC X(02).
           88 FFP-NOT-PRESENT                         VALUE "35".
       01  FFP-LEDGER-STATUS              PIC X(02).
           88 FFP-LEDGER-NOT-PRESENT                  VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  FFP-EOF-SWITCH                 PIC 9       VALUE 0.
           88 FFP-AT-END                              VALUE 1.
           88 FFP-NOT-AT-END                          VALUE 0.
       01  LEDGER-EOF-SWITCH              PIC 9       VALUE 0.
           88 LEDGER-AT-END                           VALUE 1.
           88 LEDGER-NOT-AT-END                       VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  NOW-TIME                       PIC 9(08)   VALUE 0.
       01  LEDGER-TOTAL                   PIC S9(09)  VALUE 0.
       01  LEDGER-DIFF                    PIC S9(09)  VALUE 0.
       01  LEDGER-ROWS                    PIC 9(05)   VALUE 0.
       01  MEMBER-COUNT                   PIC 9(06)   VALUE 0.
       01  AGREED-COUNT                   PIC 9(06)   VALUE 0.
       01  MISMATCH-COUNT                 PIC 9(06)   VALUE 0.
       01  OPENED-COUNT                   PIC 9(06)   VALUE 0.
       01  RPT-MILES                      PIC ZZZZZZZZ9.
       01  RPT-LEDGER                     PIC ---------9.
       01  RPT-DIFF                       PIC ---------9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-CHECK.
           PERFORM UNTIL FFP-AT-END
              READ FFP-MEMBER NEXT
                   AT END
                      SET FFP-AT-END        TO  TRUE
                   NOT AT END
                      PERFORM CHECK-ONE-MEMBER
              END-READ
           END-PERFORM.
           PERFORM TERMINATE-CHECK.
           STOP RUN.

       INITIALIZE-CHECK.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME                 FROM TIME.
           OPEN INPUT FFP-MEMBER.
           IF FFP-NOT-PRESENT
              DISPLAY "FFPLEDCK - FFPMEM FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN I-O FFP-LEDGER.
           IF FFP-LEDGER-NOT-PRESENT
              CLOSE FFP-LEDGER
              OPEN OUTPUT FFP-LEDGER
              CLOSE FFP-LEDGER
              OPEN I-O FFP-LEDGER
           END-IF.
           OPEN OUTPUT CHECK-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "MILEAGE LEDGER INTEGRITY CHECK - " TODAY-DATE
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "MEMBER NO  NAME                  BALANCE     LEDGER
      -    "  DIFFERENCE"                  TO  RPT-RECORD.
           WRITE RPT-RECORD.

       CHECK-ONE-MEMBER.
           ADD 1                           TO  MEMBER-COUNT.
           PERFORM FOOT-MEMBER-LEDGER.
           IF LEDGER-ROWS = 0 AND FFP-MILES > 0
              PERFORM WRITE-OPENING-BALANCE
              EXIT PARAGRAPH
           END-IF.
           IF LEDGER-TOTAL = FFP-MILES
              ADD 1                        TO  AGREED-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  MISMATCH-COUNT.
           COMPUTE LEDGER-DIFF = LEDGER-TOTAL - FFP-MILES.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE FFP-NO                     TO  RPT-RECORD(1:9).
           MOVE FFP-LNAME(1:20)            TO  RPT-RECORD(12:20).
           MOVE FFP-MILES                  TO  RPT-MILES.
           MOVE RPT-MILES                  TO  RPT-RECORD(33:9).
           MOVE LEDGER-TOTAL               TO  RPT-LEDGER.
           MOVE RPT-LEDGER                 TO  RPT-RECORD(43:10).
           MOVE LEDGER-DIFF                TO  RPT-DIFF.
           MOVE RPT-DIFF                   TO  RPT-RECORD(55:10).
           WRITE RPT-RECORD.

       FOOT-MEMBER-LEDGER.
           MOVE 0                          TO  LEDGER-TOTAL
                                               LEDGER-ROWS.
           SET LEDGER-NOT-AT-END           TO  TRUE.
           MOVE FFP-NAME-KEY               TO  FL-NAME-KEY.
           MOVE 0                          TO  FL-POST-DATE
                                               FL-POST-TIME
                                               FL-SEQ.
           START FFP-LEDGER KEY IS NOT LESS THAN FL-KEY
                 INVALID KEY
                    SET LEDGER-AT-END      TO  TRUE
           END-START.
           PERFORM UNTIL LEDGER-AT-END
              READ FFP-LEDGER NEXT
                   AT END
                      SET LEDGER-AT-END     TO  TRUE
                   NOT AT END
                      IF FL-NAME-KEY NOT = FFP-NAME-KEY
                         SET LEDGER-AT-END  TO  TRUE
                      ELSE
                         ADD FL-MILES       TO  LEDGER-TOTAL
                         ADD 1              TO  LEDGER-ROWS
                      END-IF
              END-READ
           END-PERFORM.

       WRITE-OPENING-BALANCE.
           MOVE SPACES                     TO  FFP-LEDGER-RECORD.
           MOVE FFP-NAME-KEY               TO  FL-NAME-KEY.
           MOVE TODAY-DATE                 TO  FL-POST-DATE.
           MOVE NOW-TIME                   TO  FL-POST-TIME.
           MOVE 0                          TO  FL-SEQ.
           MOVE FFP-NO                     TO  FL-FFP-NO.
           SET FL-OPENING-BALANCE          TO  TRUE.
           MOVE FFP-MILES                  TO  FL-MILES
                                               FL-BALANCE-AFTER.
           MOVE "BALANCE FWD"              TO  FL-SOURCE-REF.
           MOVE "BATCH"                    TO  FL-OP-ID.
           WRITE FFP-LEDGER-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1                  TO  OPENED-COUNT
           END-WRITE.

       TERMINATE-CHECK.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "MEMBERS " MEMBER-COUNT "  AGREED " AGREED-COUNT
                  "  MISMATCHED " MISMATCH-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "OPENING BALANCES BROUGHT ONTO THE LEDGER "
                  OPENED-COUNT              DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE FFP-MEMBER
                 FFP-LEDGER
                 CHECK-RPT.
           MOVE "FFPLCKRP"                 TO  RPG-REPORT-ID.
           MOVE "ffplckrp"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "FFPLEDCK"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "FFPLEDCK - " MISMATCH-COUNT " MEMBER(S) OUT OF BALA
      -    "NCE, " OPENED-COUNT " OPENED - SEE ffplckrp".
