       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      FAREFILE.

      ******************************************************************
      *    FAREFILE.CBL
      *    BULK FARE FILING LOAD - APPLIES THE PRICING DEPARTMENT'S
      *    FARE-FILING FEED ("farefeed", SEQUENTIAL) TO "faretbl" SO A
      *    NEW SEASON'S FARE SHEET NO LONGER HAS TO BE KEYED ROW BY ROW
      *    THROUGH REFMAINT.  EACH FEED ROW CARRIES AN ACTION -
      *      A  ADD A NEW FARE ROW (THE KEY MUST NOT BE ON FILE; A
      *         RESTRICTED ROW NEEDS THE SEQ 00 BASE FARE ALREADY ON
      *         FILE OR FILED EARLIER IN THE SAME FEED),
      *      C  CHANGE AN EXISTING ROW,
      *      W  WITHDRAW AN EXISTING RESTRICTED ROW (THE SEQ 00 BASE
      *         FARE CANNOT BE WITHDRAWN - EVERY ROW SET MUST KEEP ONE)
      *    - KEYED BY FLIGHT-ID, SEAT TYPE AND FARE SEQUENCE, WITH THE
      *    AMOUNT, AWARD MILES, ADVANCE-PURCHASE DAYS, TRAVEL WINDOW
      *    AND DAY-OF-WEEK MASK OF FARETBL.
      *    THE FILING'S EFFECTIVE DATE IS ENTERED AT RUN TIME (BLANK =
      *    TODAY); A FEED ROW MAY CARRY ITS OWN.  A ROW IS REJECTED IF
      *    THE FLIGHT IS NOT ON "flightmst", IS CANCELLED, OR DEPARTS
      *    BEFORE THE EFFECTIVE DATE - FLIGHTS ALREADY SELLING UNDER
      *    THE OLD SHEET KEEP THEIR PRICES.  A RESTRICTED FARE'S
      *    TRAVEL WINDOW NEVER OPENS BEFORE THE EFFECTIVE DATE.
      *    EVERY APPLIED ROW LEAVES A BEFORE/AFTER IMAGE ON "refaudt",
      *    THE SAME TRAIL REFMAINT AND FAREADJ WRITE (OPERATOR "FFIL").
      *    THE FILING REPORT "farefilp" LISTS EVERY FEED ROW AS
      *    ACCEPTED OR REJECTED WITH THE REASON, AND THE OLD AND NEW
      *    FARE FOR EACH ROW CHANGED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FARE-FEED
                  ASSIGN TO DISK "farefeed"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FARE-FEED-STATUS.

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

           SELECT FARE-TABLE
                  ASSIGN TO DISK "faretbl"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FT-KEY
                  FILE STATUS IS FARE-TBL-STATUS.

           SELECT REF-AUDIT
                  ASSIGN TO DISK "refaudt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REF-AUDIT-STATUS.

           SELECT FILING-RPT
                  ASSIGN TO DISK "farefilp"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FARE-FEED.
       01  FARE-FEED-RECORD.
           03 FF-ACTION                   PIC X(01).
              88 FF-ADD                           VALUE "A".
              88 FF-CHANGE                        VALUE "C".
              88 FF-WITHDRAW                      VALUE "W".
           03 FF-FLIGHT-ID                PIC X(07).
           03 FF-SEAT-TYPE                PIC X(02).
              88 FF-VALID-SEAT-TYPE               VALUE "CO" "FC".
           03 FF-FARE-SEQ                 PIC 9(02).
           03 FF-FARE-AMT                 PIC 9(07)V99.
           03 FF-AWARD-MILES              PIC 9(07).
           03 FF-ADV-DAYS                 PIC 9(03).
           03 FF-TRAVEL-FROM              PIC 9(08).
           03 FF-TRAVEL-TO                PIC 9(08).
           03 FF-DOW-MASK                 PIC X(07).
           03 FF-EFFECTIVE-DATE           PIC X(08).

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  FARE-TABLE.
       COPY faretbl.

       FD  REF-AUDIT.
       01  REF-AUDIT-RECORD.
           03 RA-TABLE                    PIC X(08).
           03 RA-ACTION                   PIC X(01).
              88 RA-ADD                           VALUE "A".
              88 RA-MODIFY                        VALUE "M".
              88 RA-DELETE                        VALUE "D".
           03 RA-DATE                     PIC X(08).
           03 RA-TIME                     PIC 9(06).
           03 RA-OP-ID                    PIC X(05).
           03 RA-BEFORE-IMAGE             PIC X(100).
           03 RA-AFTER-IMAGE              PIC X(100).

       FD  FILING-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FARE-FEED-STATUS               PIC X(02).
           88 FARE-FEED-NOT-PRESENT                   VALUE "35".
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  FARE-TBL-STATUS                PIC X(02).
           88 FARE-TBL-NOT-PRESENT                    VALUE "35".
       01  REF-AUDIT-STATUS               PIC X(02).
           88 REF-AUDIT-NOT-PRESENT                   VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  FEED-EOF-SWITCH                PIC 9       VALUE 0.
           88 FEED-AT-END                             VALUE 1.
           88 FEED-NOT-AT-END                         VALUE 0.
       01  ROW-ON-FILE-SWITCH             PIC 9       VALUE 0.
           88 ROW-ON-FILE                             VALUE 1.
           88 ROW-NOT-ON-FILE                         VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  W-NOW-TIME                     PIC 9(06)   VALUE 0.
       01  WS-FILING-DATE                 PIC X(08)   VALUE SPACES.
       01  FILING-EFF-DATE                PIC 9(08)   VALUE 0.
       01  ROW-EFF-DATE                   PIC 9(08)   VALUE 0.
       01  REJECT-REASON                  PIC X(34)   VALUE SPACES.
       01  DOW-IDX                        PIC 9(01)   VALUE 0.
       01  OLD-FARE                       PIC 9(07)V99 VALUE 0.
       01  NEW-FARE                       PIC 9(07)V99 VALUE 0.
       01  SAVE-FEED-KEY.
           03 SAVE-FLIGHT-ID              PIC X(07).
           03 SAVE-SEAT-TYPE              PIC X(02).
           03 SAVE-FARE-SEQ               PIC 9(02).
       01  READ-COUNT                     PIC 9(05)   VALUE 0.
       01  ADDED-COUNT                    PIC 9(05)   VALUE 0.
       01  CHANGED-COUNT                  PIC 9(05)   VALUE 0.
       01  WITHDRAWN-COUNT                PIC 9(05)   VALUE 0.
       01  REJECTED-COUNT                 PIC 9(05)   VALUE 0.
       01  RPT-OLD-AMT                    PIC ZZZZZZ9.99.
       01  RPT-NEW-AMT                    PIC ZZZZZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-FILING.
           PERFORM UNTIL FEED-AT-END
              PERFORM FILE-ONE-ROW
              PERFORM READ-FEED-REC
           END-PERFORM.
           PERFORM TERMINATE-FILING.
           STOP RUN.

       INITIALIZE-FILING.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           ACCEPT W-NOW-TIME               FROM TIME.
           DISPLAY "FAREFILE - ENTER EFFECTIVE DATE (YYYYMMDD, BLANK=TO
      -    "DAY):".
           ACCEPT WS-FILING-DATE.
           IF WS-FILING-DATE = SPACES
              MOVE TODAY-DATE              TO  FILING-EFF-DATE
           ELSE
              IF WS-FILING-DATE NOT NUMERIC
                 DISPLAY "FAREFILE - EFFECTIVE DATE NOT VALID, ABORTING"
                 STOP RUN
              END-IF
              MOVE WS-FILING-DATE          TO  FILING-EFF-DATE
           END-IF.
           OPEN INPUT FARE-FEED.
           IF FARE-FEED-NOT-PRESENT
              DISPLAY "FAREFILE - FAREFEED FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              DISPLAY "FAREFILE - FLIGHTMST FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN I-O FARE-TABLE.
           IF FARE-TBL-NOT-PRESENT
              CLOSE FARE-TABLE
              OPEN OUTPUT FARE-TABLE
              CLOSE FARE-TABLE
              OPEN I-O FARE-TABLE
           END-IF.
           OPEN OUTPUT FILING-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "FARE FILING LOAD - RUN " TODAY-DATE
                  "  EFFECTIVE " FILING-EFF-DATE
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "A FLIGHT  ST SQ   OLD FARE   NEW FARE RESULT"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM READ-FEED-REC.

       READ-FEED-REC.
           READ FARE-FEED
                AT END
                   SET FEED-AT-END           TO  TRUE
                NOT AT END
                   ADD 1                     TO  READ-COUNT
           END-READ.

       FILE-ONE-ROW.
           MOVE SPACES                     TO  REJECT-REASON.
           MOVE 0                          TO  OLD-FARE
                                                NEW-FARE.
           PERFORM EDIT-FEED-ROW.
           IF REJECT-REASON = SPACES
              PERFORM CHECK-FARE-ROW
           END-IF.
           IF REJECT-REASON = SPACES
              PERFORM APPLY-FEED-ROW
           ELSE
              ADD 1                        TO  REJECTED-COUNT
           END-IF.
           PERFORM WRITE-FILING-LINE.

       EDIT-FEED-ROW.
           IF NOT FF-ADD AND NOT FF-CHANGE AND NOT FF-WITHDRAW
              MOVE "REJECT - ACTION NOT A/C/W"    TO  REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF NOT FF-VALID-SEAT-TYPE
              MOVE "REJECT - SEAT TYPE NOT CO/FC" TO  REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FF-FARE-SEQ NOT NUMERIC
              MOVE "REJECT - FARE SEQ NOT NUMERIC" TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FF-EFFECTIVE-DATE = SPACES OR FF-EFFECTIVE-DATE = ZEROS
              MOVE FILING-EFF-DATE         TO  ROW-EFF-DATE
           ELSE
              IF FF-EFFECTIVE-DATE NOT NUMERIC
                 MOVE "REJECT - EFFECTIVE DATE INVALID"
                                           TO  REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE FF-EFFECTIVE-DATE       TO  ROW-EFF-DATE
           END-IF.
           MOVE FF-FLIGHT-ID               TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   MOVE "REJECT - FLIGHT NOT ON FLIGHTMST"
                                           TO  REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF FM-CANCELLED
              MOVE "REJECT - FLIGHT CANCELLED"    TO  REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FM-TRAVEL-DATE < ROW-EFF-DATE
              MOVE "REJECT - DEPARTS BEFORE EFFECTIVE"
                                           TO  REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FF-WITHDRAW
              IF FF-FARE-SEQ = 0
                 MOVE "REJECT - BASE FARE CANNOT WITHDRAW"
                                           TO  REJECT-REASON
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF FF-FARE-AMT NOT NUMERIC OR FF-AWARD-MILES NOT NUMERIC OR
              FF-ADV-DAYS NOT NUMERIC OR FF-TRAVEL-FROM NOT NUMERIC OR
              FF-TRAVEL-TO NOT NUMERIC
              MOVE "REJECT - FARE TERMS NOT NUMERIC" TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FF-FARE-AMT = 0
              MOVE "REJECT - FARE AMOUNT ZERO"    TO  REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FF-TRAVEL-FROM > 0 AND FF-TRAVEL-TO > 0 AND
              FF-TRAVEL-TO < FF-TRAVEL-FROM
              MOVE "REJECT - TRAVEL WINDOW REVERSED" TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FF-DOW-MASK NOT = SPACES
              PERFORM VARYING DOW-IDX FROM 1 BY 1 UNTIL DOW-IDX > 7
                 IF FF-DOW-MASK(DOW-IDX:1) NOT = "Y" AND
                    FF-DOW-MASK(DOW-IDX:1) NOT = "N"
                    MOVE "REJECT - DAY MASK NOT Y/N"
                                           TO  REJECT-REASON
                 END-IF
              END-PERFORM
           END-IF.

       CHECK-FARE-ROW.
      *    THE ACTION MUST AGREE WITH WHAT IS ON FILE, AND A NEW
      *    RESTRICTED ROW NEEDS ITS BASE FARE IN PLACE FIRST.
           MOVE FF-FLIGHT-ID               TO  FT-FLIGHT-ID.
           MOVE FF-SEAT-TYPE               TO  FT-SEAT-TYPE.
           MOVE FF-FARE-SEQ                TO  FT-FARE-SEQ.
           SET ROW-NOT-ON-FILE             TO  TRUE.
           READ FARE-TABLE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET ROW-ON-FILE         TO  TRUE
                   MOVE FT-FARE-AMT        TO  OLD-FARE
           END-READ.
           IF FF-ADD AND ROW-ON-FILE
              MOVE "REJECT - ADD BUT FARE ON FILE" TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF NOT FF-ADD AND ROW-NOT-ON-FILE
              MOVE "REJECT - FARE ROW NOT ON FILE" TO REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FF-ADD AND FF-FARE-SEQ > 0
              MOVE FT-KEY                  TO  SAVE-FEED-KEY
              MOVE 0                       TO  FT-FARE-SEQ
              READ FARE-TABLE
                   INVALID KEY
                      MOVE "REJECT - NO BASE FARE (SEQ 00)"
                                           TO  REJECT-REASON
              END-READ
              MOVE SAVE-FEED-KEY           TO  FT-KEY
           END-IF.

       APPLY-FEED-ROW.
           MOVE "FARETBL"                  TO  RA-TABLE.
           MOVE SPACES                     TO  RA-BEFORE-IMAGE
                                                RA-AFTER-IMAGE.
           IF ROW-ON-FILE
              MOVE FARE-TABLE-RECORD       TO  RA-BEFORE-IMAGE
           END-IF.
           IF FF-WITHDRAW
              DELETE FARE-TABLE
              SET RA-DELETE                TO  TRUE
              ADD 1                        TO  WITHDRAWN-COUNT
              MOVE "WITHDRAWN"             TO  REJECT-REASON
              PERFORM WRITE-FILING-AUDIT
              EXIT PARAGRAPH
           END-IF.
           MOVE FF-FLIGHT-ID               TO  FT-FLIGHT-ID.
           MOVE FF-SEAT-TYPE               TO  FT-SEAT-TYPE.
           MOVE FF-FARE-SEQ                TO  FT-FARE-SEQ.
           MOVE FF-FARE-AMT                TO  FT-FARE-AMT.
           MOVE FF-AWARD-MILES             TO  FT-AWARD-MILES.
           MOVE FF-ADV-DAYS                TO  FT-ADV-DAYS.
           MOVE FF-TRAVEL-FROM             TO  FT-TRAVEL-FROM.
           MOVE FF-TRAVEL-TO               TO  FT-TRAVEL-TO.
           MOVE FF-DOW-MASK                TO  FT-DOW-MASK.
           IF FT-FARE-SEQ > 0 AND FT-TRAVEL-FROM < ROW-EFF-DATE
              MOVE ROW-EFF-DATE            TO  FT-TRAVEL-FROM
           END-IF.
           MOVE FT-FARE-AMT                TO  NEW-FARE.
           IF FF-ADD
              WRITE FARE-TABLE-RECORD
              SET RA-ADD                   TO  TRUE
              ADD 1                        TO  ADDED-COUNT
              MOVE "ADDED"                 TO  REJECT-REASON
           ELSE
              REWRITE FARE-TABLE-RECORD
              SET RA-MODIFY                TO  TRUE
              ADD 1                        TO  CHANGED-COUNT
              MOVE "CHANGED"               TO  REJECT-REASON
           END-IF.
           MOVE FARE-TABLE-RECORD          TO  RA-AFTER-IMAGE.
           PERFORM WRITE-FILING-AUDIT.

       WRITE-FILING-AUDIT.
      *    SAME BEFORE/AFTER TRAIL REFMAINT LEAVES FOR A KEYED CHANGE.
           OPEN EXTEND REF-AUDIT.
           IF REF-AUDIT-NOT-PRESENT
              CLOSE REF-AUDIT
              OPEN OUTPUT REF-AUDIT
           END-IF.
           MOVE TODAY-DATE                 TO  RA-DATE.
           MOVE W-NOW-TIME                 TO  RA-TIME.
           MOVE "FFIL"                     TO  RA-OP-ID.
           WRITE REF-AUDIT-RECORD.
           CLOSE REF-AUDIT.

       WRITE-FILING-LINE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE FF-ACTION                  TO  RPT-RECORD(1:1).
           MOVE FF-FLIGHT-ID               TO  RPT-RECORD(3:7).
           MOVE FF-SEAT-TYPE               TO  RPT-RECORD(11:2).
           MOVE FF-FARE-SEQ                TO  RPT-RECORD(14:2).
           IF OLD-FARE > 0
              MOVE OLD-FARE                TO  RPT-OLD-AMT
              MOVE RPT-OLD-AMT             TO  RPT-RECORD(16:10)
           END-IF.
           IF NEW-FARE > 0
              MOVE NEW-FARE                TO  RPT-NEW-AMT
              MOVE RPT-NEW-AMT             TO  RPT-RECORD(27:10)
           END-IF.
           MOVE REJECT-REASON              TO  RPT-RECORD(38:34).
           WRITE RPT-RECORD.

       TERMINATE-FILING.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           STRING "READ " READ-COUNT "  ADDED " ADDED-COUNT
                  "  CHANGED " CHANGED-COUNT
                  "  WITHDRAWN " WITHDRAWN-COUNT
                  "  REJECTED " REJECTED-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE FARE-FEED
                 FLIGHT-MASTER
                 FARE-TABLE
                 FILING-RPT.
           MOVE "FAREFILP"                 TO  RPG-REPORT-ID.
           MOVE "farefilp"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "FAREFILE"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "FAREFILE - " READ-COUNT " ROW(S) READ, "
                   REJECTED-COUNT " REJECTED - SEE farefilp".
