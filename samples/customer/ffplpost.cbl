      ******************************************************************
      *    FFPLPOST.CBL
      *    STAND-ALONE MILEAGE LEDGER POSTING SUBPROGRAM.  EVERY
      *    PROGRAM THAT MOVES FFP-MILES - FLOWN ACCRUAL, AWARD AND
      *    UPGRADE REDEMPTION, CLAIM CREDITS, FFPADJ, FFPEXPIR,
      *    PARTNER CREDITS, PROFILE MERGES - CALLS HERE RIGHT AFTER
      *    ITS FFPMEM REWRITE TO DROP ONE ROW ON "ffpledgr" WITH THE
      *    SIGNED MILES, THE BALANCE LEFT AND WHERE THE MOVEMENT CAME
      *    FROM, THE SAME WAY WORKQADD CENTRALIZES THE WORK-QUEUE
      *    DROP.  FFPLINQ LISTS A MEMBER'S ROWS AND FFPLEDCK PROVES
      *    THEY SUM TO FFP-MILES.  OPENS AND CLOSES ITS FILE ON EVERY
      *    CALL SO IT CAN BE CALLED FROM ANY PROGRAM WITHOUT FILE-
      *    OWNERSHIP SURPRISES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      FFPLPOST.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFP-LEDGER
                  ASSIGN TO DISK "ffpledgr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FL-KEY
                  FILE STATUS IS FFP-LEDGER-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FFP-LEDGER.
       COPY ffpledgr.

       WORKING-STORAGE SECTION.
       01  FFP-LEDGER-STATUS              PIC X(02).
           88 FFP-LEDGER-NOT-PRESENT                  VALUE "35".
       01  POST-SWITCH                    PIC 9       VALUE 0.
           88 ROW-WRITTEN                             VALUE 1.
           88 ROW-NOT-WRITTEN                         VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  NOW-TIME                       PIC 9(08)   VALUE 0.

      *****************************************************************
       LINKAGE SECTION.
       01  FFPLPOST-NAME-KEY              PIC X(68).
       01  FFPLPOST-FFP-NO                PIC X(09).
       01  FFPLPOST-TXN-TYPE              PIC X(02).
       01  FFPLPOST-MILES                 PIC S9(07).
       01  FFPLPOST-BALANCE-AFTER         PIC 9(07).
       01  FFPLPOST-SOURCE-REF            PIC X(13).
       01  FFPLPOST-OP-ID                 PIC X(05).
       01  FFPLPOST-RESULT                PIC X(01).
           88  FFPLPOST-DONE                          VALUE "D".
           88  FFPLPOST-FAILED                        VALUE "F".

      *****************************************************************
       PROCEDURE DIVISION USING FFPLPOST-NAME-KEY, FFPLPOST-FFP-NO,
                                 FFPLPOST-TXN-TYPE, FFPLPOST-MILES,
                                 FFPLPOST-BALANCE-AFTER,
                                 FFPLPOST-SOURCE-REF, FFPLPOST-OP-ID,
                                 FFPLPOST-RESULT.

       0000-MAINLINE.
           SET FFPLPOST-FAILED              TO  TRUE.
           IF FFPLPOST-MILES = 0
              SET FFPLPOST-DONE             TO  TRUE
              GOBACK
           END-IF.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME                 FROM TIME.
           OPEN I-O FFP-LEDGER.
           IF FFP-LEDGER-NOT-PRESENT
              CLOSE FFP-LEDGER
              OPEN OUTPUT FFP-LEDGER
              CLOSE FFP-LEDGER
              OPEN I-O FFP-LEDGER
           END-IF.
           MOVE SPACES                      TO  FFP-LEDGER-RECORD.
           MOVE FFPLPOST-NAME-KEY           TO  FL-NAME-KEY.
           MOVE TODAY-DATE                  TO  FL-POST-DATE.
           MOVE NOW-TIME                    TO  FL-POST-TIME.
           MOVE FFPLPOST-FFP-NO             TO  FL-FFP-NO.
           MOVE FFPLPOST-TXN-TYPE           TO  FL-TXN-TYPE.
           MOVE FFPLPOST-MILES              TO  FL-MILES.
           MOVE FFPLPOST-BALANCE-AFTER      TO  FL-BALANCE-AFTER.
           MOVE FFPLPOST-SOURCE-REF         TO  FL-SOURCE-REF.
           MOVE FFPLPOST-OP-ID              TO  FL-OP-ID.
           SET ROW-NOT-WRITTEN              TO  TRUE.
           PERFORM VARYING FL-SEQ FROM 0 BY 1
                    UNTIL ROW-WRITTEN OR FL-SEQ > 98
              WRITE FFP-LEDGER-RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET ROW-WRITTEN      TO  TRUE
                       SET FFPLPOST-DONE    TO  TRUE
              END-WRITE
           END-PERFORM.
           CLOSE FFP-LEDGER.
           GOBACK.
