      *    THEIR CABIN (FC IN ROWS 1 THROUGH SM-FC-ROWS, COACH BEHIND
      *    THEM), AND FLAGS ANYONE WHO CANNOT BE SEATED FOR THE
      *    WAITLIST OR CUSTREBK.  PRINTS A BEFORE/AFTER SEATING REPORT
      *    TO "acswap".  THE REPORT HEADING ALSO CARRIES THE FLIGHT'S
      *    TAIL WITH ITS HOURS AND CYCLES SINCE CHECK FROM THE "acmast"
      *    REGISTRY, FLAGGED WHEN THE AIRFRAME IS DUE OR OVERDUE.
      *    BOTH PASSES APPLY THE NEW TYPE'S CABIN SAFETY RULES
      *    (SEATSAFE): A SEAT THAT BECOMES AN EXIT ROW THE PASSENGER
      *    MAY NOT SIT IN, OR BREAKS THE ROW'S LAP-INFANT LIMIT, IS
      *    NOT KEPT, AND NO SUCH SEAT IS HANDED OUT IN PASS 2.
      *    AN EXTRA SEAT BOUGHT BESIDE A PASSENGER IS KEPT WHEN IT IS
      *    STILL BESIDE THEM ON THE NEW LAYOUT; OTHERWISE IT GOES TO AN
      *    OPEN SEAT NEXT TO THE PASSENGER'S (KEPT OR NEW) SEAT, OR IS
      *    LEFT FOR THE CHECK-IN COUNTER TO PLACE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT SWAP-RPT
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  SEAT-MAP-STATUS                PIC X(02).
       01  ROW-LO                         PIC 9(02)   VALUE 0.
       01  ROW-HI                         PIC 9(02)   VALUE 0.
       01  OLD-SEAT                       PIC X(04)   VALUE SPACES.
       01  XS-SEAT-POS                    PIC 9(01)   VALUE 0.
       01  XS-EXTRA-POS                   PIC 9(01)   VALUE 0.
       01  SEAT-OWNED-SWITCH              PIC 9       VALUE 0.
           88 SEAT-OWNED-BY-PAX                       VALUE 1.
           88 SEAT-NOT-OWNED                          VALUE 0.
       01  KEPT-COUNT                     PIC 9(05)   VALUE 0.
       01  MOVED-COUNT                    PIC 9(05)   VALUE 0.
       01  DISPLACED-COUNT                PIC 9(05)   VALUE 0.
       01  DUE-TAIL-NO                    PIC X(06)   VALUE SPACES.
       01  DUE-AS-OF-DATE                 PIC 9(08)   VALUE 0.
       01  DUE-HOURS-SINCE                PIC 9(05)   VALUE 0.
       01  DUE-CYCLES-SINCE               PIC 9(05)   VALUE 0.
       01  DUE-RESULT                     PIC X(01)   VALUE SPACES.
           88 DUE-CLEAR                               VALUE "K".
           88 DUE-SOON                                VALUE "D".
           88 DUE-OVERDUE                             VALUE "O".
           88 DUE-NOT-REGISTERED                      VALUE "N".
       01  DUE-WORD                       PIC X(20)   VALUE SPACES.
       01  HELD-RPT-RECORD                PIC X(80)   VALUE SPACES.
       01  SAF-FLIGHT-ID                  PIC X(07)   VALUE SPACES.
       01  SAF-SEAT                       PIC X(04)   VALUE SPACES.
       01  SAF-TRAINING                   PIC X(01)   VALUE "N".
       01  SAF-RESULT                     PIC X(01)   VALUE "K".
           88 SAF-CLEAR                               VALUE "K".

      *****************************************************************
       PROCEDURE DIVISION.
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           PERFORM WRITE-TAIL-HOURS-LINE.
           WRITE RPT-RECORD.

       WRITE-TAIL-HOURS-LINE.
      *    THE AIRFRAME NOW ON THE FLIGHT, WITH ITS HOURS AND CYCLES
      *    SINCE CHECK, AHEAD OF THE COLUMN HEADINGS.  RPT-RECORD IS
      *    HELD ACROSS THE EXTRA LINE.
           IF FM-TAIL-NO = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE RPT-RECORD                 TO  HELD-RPT-RECORD.
           MOVE FM-TAIL-NO                 TO  DUE-TAIL-NO.
           MOVE FM-TRAVEL-DATE             TO  DUE-AS-OF-DATE.
           CALL "ACDUECHK" USING DUE-TAIL-NO, DUE-AS-OF-DATE,
                                 DUE-HOURS-SINCE, DUE-CYCLES-SINCE,
                                 DUE-RESULT.
           EVALUATE TRUE
              WHEN DUE-OVERDUE
                 MOVE "*** CHECK OVERDUE"  TO  DUE-WORD
              WHEN DUE-SOON
                 MOVE "*** CHECK DUE"      TO  DUE-WORD
              WHEN DUE-NOT-REGISTERED
                 MOVE "NOT ON REGISTRY"    TO  DUE-WORD
              WHEN OTHER
                 MOVE SPACES               TO  DUE-WORD
           END-EVALUATE.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "TAIL " FM-TAIL-NO "  HRS SINCE CHECK "
                  DUE-HOURS-SINCE "  CYCLES " DUE-CYCLES-SINCE "  "
                  DUE-WORD
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF DUE-OVERDUE OR DUE-SOON
              DISPLAY "ACSWAP - TAIL " FM-TAIL-NO " " DUE-WORD
           END-IF.
           MOVE HELD-RPT-RECORD            TO  RPT-RECORD.

       PASS1-KEEP-VALID-SEATS.
           MOVE WS-FLIGHT-ID               TO  SAVE-FLIGHT-ID.
           MOVE WS-FLIGHT-ID               TO  FLIGHT-ID.
                          PERFORM CHECK-SEAT-ON-NEW-MAP
                          IF SEAT-ON-NEW-MAP AND SEAT-NOT-IN-USE
                             PERFORM MARK-SEAT-USED
                             PERFORM KEEP-EXTRA-SEAT
                          END-IF
                       END-IF
                       READ CUSTOMER NEXT
              MOVE SEAT-NUMBER             TO  RPT-RECORD(30:4)
              MOVE SEAT-NUMBER             TO  RPT-RECORD(37:4)
              MOVE "KEPT"                  TO  RPT-RECORD(44:4)
              IF EXTRA-SEAT-HELD
                 PERFORM CHECK-EXTRA-SEAT-OWNED
                 IF SEAT-NOT-OWNED
                    PERFORM PLACE-EXTRA-BESIDE-SEAT
                    REWRITE CUSTOMER-RECORD
                 END-IF
                 PERFORM SHOW-EXTRA-SEAT
              END-IF
              WRITE RPT-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF SEAT-ASSIGNED
              MOVE TRY-SEAT                TO  SEAT-NUMBER
              PERFORM MARK-SEAT-USED
              IF EXTRA-SEAT-HELD
                 PERFORM PLACE-EXTRA-BESIDE-SEAT
                 PERFORM SHOW-EXTRA-SEAT
              END-IF
              REWRITE CUSTOMER-RECORD
              ADD 1                        TO  MOVED-COUNT
              MOVE TRY-SEAT                TO  RPT-RECORD(37:4)
              MOVE "MOVED"                 TO  RPT-RECORD(44:5)
           ELSE
              MOVE SPACES                  TO  SEAT-NUMBER
              MOVE SPACES                  TO  EXTRA-SEAT-NUMBER
              REWRITE CUSTOMER-RECORD
              ADD 1                        TO  DISPLACED-COUNT
              MOVE "NO SEAT - REBOOK/WAITLIST"
                 SET SEAT-NOT-ON-NEW-MAP   TO  TRUE
              END-IF
           END-IF.
           IF SEAT-ON-NEW-MAP
              MOVE SEAT-NUMBER             TO  SAF-SEAT
              PERFORM CALL-SEAT-SAFETY
              IF NOT SAF-CLEAR
                 SET SEAT-NOT-ON-NEW-MAP   TO  TRUE
              END-IF
           END-IF.

       CALL-SEAT-SAFETY.
           MOVE WS-FLIGHT-ID               TO  SAF-FLIGHT-ID.
           CALL "SEATSAFE" USING CUSTOMER-RECORD, SAF-FLIGHT-ID,
                                 SAF-SEAT, SAF-RESULT, SAF-TRAINING.

       CHECK-SEAT-USED.
           SET SEAT-NOT-IN-USE             TO  TRUE.
                   USED-SEAT-OWNER(USED-SEAT-COUNT)
           END-IF.

       KEEP-EXTRA-SEAT.
      *    THE EXTRA SEAT STAYS ONLY WHERE THE NEW LAYOUT STILL PUTS IT
      *    IN THE PASSENGER'S ROW IN THE NEIGHBOURING COLUMN, WITH NO
      *    AISLE BETWEEN, AND NOBODY HAS KEPT IT ALREADY.
           IF NOT EXTRA-SEAT-HELD OR EXTRA-SEAT-NUMBER = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF EXTRA-SEAT-NUMBER(1:2) NOT = SEAT-NUMBER(1:2)
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                          TO  XS-SEAT-POS
                                                XS-EXTRA-POS.
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 8
              IF SM-VALID-COLS(COL-IDX:1) NOT = SPACE AND
                 SM-VALID-COLS(COL-IDX:1) = SEAT-NUMBER(3:1)
                 MOVE COL-IDX              TO  XS-SEAT-POS
              END-IF
              IF SM-VALID-COLS(COL-IDX:1) NOT = SPACE AND
                 SM-VALID-COLS(COL-IDX:1) = EXTRA-SEAT-NUMBER(3:1)
                 MOVE COL-IDX              TO  XS-EXTRA-POS
              END-IF
           END-PERFORM.
           IF XS-SEAT-POS = 0 OR XS-EXTRA-POS = 0
              EXIT PARAGRAPH
           END-IF.
           IF XS-SEAT-POS - XS-EXTRA-POS NOT = 1 AND
              XS-EXTRA-POS - XS-SEAT-POS NOT = 1
              EXIT PARAGRAPH
           END-IF.
           MOVE EXTRA-SEAT-NUMBER          TO  TRY-SEAT.
           PERFORM CHECK-TRY-SEAT-USED.
           IF SEAT-NOT-IN-USE
              PERFORM MARK-TRY-SEAT-USED
           END-IF.

       CHECK-EXTRA-SEAT-OWNED.
           SET SEAT-NOT-OWNED              TO  TRUE.
           PERFORM VARYING US-IDX FROM 1 BY 1
                    UNTIL US-IDX > USED-SEAT-COUNT
                       OR SEAT-OWNED-BY-PAX
              IF EXTRA-SEAT-NUMBER NOT = SPACES AND
                 USED-SEAT(US-IDX) = EXTRA-SEAT-NUMBER AND
                 USED-SEAT-OWNER(US-IDX) = CUST-RES-ID
                 SET SEAT-OWNED-BY-PAX     TO  TRUE
              END-IF
           END-PERFORM.

       PLACE-EXTRA-BESIDE-SEAT.
      *    THE OPEN SEAT TO THE RIGHT OF THE PASSENGER, ELSE TO THE
      *    LEFT - A NEIGHBOURING COLUMN ON THE NEW LAYOUT THAT IS NOT
      *    ACROSS THE AISLE.  NONE OPEN LEAVES IT FOR THE COUNTER.
           MOVE SPACES                     TO  EXTRA-SEAT-NUMBER.
           MOVE 0                          TO  XS-SEAT-POS.
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 8
              IF SM-VALID-COLS(COL-IDX:1) NOT = SPACE AND
                 SM-VALID-COLS(COL-IDX:1) = SEAT-NUMBER(3:1)
                 MOVE COL-IDX              TO  XS-SEAT-POS
              END-IF
           END-PERFORM.
           IF XS-SEAT-POS = 0
              EXIT PARAGRAPH
           END-IF.
           IF XS-SEAT-POS < 8
              COMPUTE XS-EXTRA-POS = XS-SEAT-POS + 1
              PERFORM TRY-EXTRA-SEAT-POSITION
           END-IF.
           IF EXTRA-SEAT-NUMBER = SPACES AND XS-SEAT-POS > 1
              COMPUTE XS-EXTRA-POS = XS-SEAT-POS - 1
              PERFORM TRY-EXTRA-SEAT-POSITION
           END-IF.

       TRY-EXTRA-SEAT-POSITION.
           IF SM-VALID-COLS(XS-EXTRA-POS:1) = SPACE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  TRY-SEAT.
           MOVE SEAT-NUMBER(1:2)           TO  TRY-SEAT(1:2).
           MOVE SM-VALID-COLS(XS-EXTRA-POS:1)
                                           TO  TRY-SEAT(3:1).
           PERFORM CHECK-TRY-SEAT-USED.
           IF SEAT-NOT-IN-USE
              MOVE TRY-SEAT                TO  EXTRA-SEAT-NUMBER
              PERFORM MARK-TRY-SEAT-USED
           END-IF.

       MARK-TRY-SEAT-USED.
           IF USED-SEAT-COUNT < 300
              ADD 1                        TO  USED-SEAT-COUNT
              MOVE TRY-SEAT                TO
                   USED-SEAT(USED-SEAT-COUNT)
              MOVE CUST-RES-ID             TO
                   USED-SEAT-OWNER(USED-SEAT-COUNT)
           END-IF.

       SHOW-EXTRA-SEAT.
           IF EXTRA-SEAT-NUMBER = SPACES
              MOVE "EXTRA SEAT AT COUNTER" TO  RPT-RECORD(51:21)
           ELSE
              MOVE "EXTRA SEAT"            TO  RPT-RECORD(51:10)
              MOVE EXTRA-SEAT-NUMBER       TO  RPT-RECORD(62:4)
           END-IF.

       FIND-OPEN-SEAT.
      *    FIRST OPEN SEAT IN THE PASSENGER'S CABIN, SCANNING ROW BY
      *    ROW ACROSS THE VALID COLUMNS OF THE NEW LAYOUT.
                                           TO  TRY-SEAT(3:1)
                    PERFORM CHECK-TRY-SEAT-USED
                    IF SEAT-NOT-IN-USE
                       MOVE TRY-SEAT       TO  SAF-SEAT
                       PERFORM CALL-SEAT-SAFETY
                       IF SAF-CLEAR
                          SET SEAT-ASSIGNED TO  TRUE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           WRITE RPT-RECORD.
           CLOSE CUSTOMER.
           CLOSE SWAP-RPT.
           MOVE "ACSWAP"                   TO  RPG-REPORT-ID.
           MOVE "acswap"                   TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "ACSWAP"                   TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "ACSWAP - KEPT " KEPT-COUNT ", MOVED " MOVED-COUNT
                   ", DISPLACED " DISPLACED-COUNT " - SEE acswap".
