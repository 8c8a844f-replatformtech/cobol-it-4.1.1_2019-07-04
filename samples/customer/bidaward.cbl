       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      BIDAWARD.

      ******************************************************************
      *    BIDAWARD.CBL
      *    UPGRADE-BID AUCTION SETTLEMENT - RUN THROUGH THE DAY, IT
      *    PICKS UP EVERY FLIGHT WITH OPEN BIDS ON "upgbid" WHOSE
      *    ROUTE'S BIDDING WINDOW ("bidlimit" UL-CLOSE-HOURS BEFORE THE
      *    SCHEDULED DEPARTURE) HAS CLOSED, AND AWARDS THE OPEN FC
      *    SEATS - FM-CAPACITY-FC LESS FC BOOKED, LESS ANY ACTIVE FC
      *    "seatblk" HOLD - TO THE HIGHEST BIDS AT OR ABOVE THE ROUTE
      *    MINIMUM (EQUAL BIDS GO TO THE EARLIER ONE).  EACH WINNER'S
      *    CARD ON FILE IS AUTHORIZED THROUGH PAYAUTH FOR THE BID; A
      *    DECLINE PASSES THE SEAT TO THE NEXT BID.  A WINNER IS MOVED
      *    TO FC WITH A VALID SEAT FROM THE AIRCRAFT'S FC ROWS THAT THE
      *    CABIN SAFETY RULES (SEATSAFE) ALLOW, THE fltinv SUMMARY IS
      *    MOVED FROM COACH TO FIRST, AND THE CHARGE GETS ITS OWN EMD
      *    ("UPGB") ON "emdledgr" AND IS A "collitem" ITEM DATED THE
      *    RUN DATE, SO SETLBAT PRESENTS IT AND GLEXTR POSTS IT ON
      *    THAT DATE RATHER THAN THE BOOKING'S.  WINNERS AND LOSERS
      *    ARE TOLD BY MAILSEND.  A BID WHOSE RESERVATION HAS SINCE
      *    BEEN CANCELLED, MOVED TO ANOTHER FLIGHT OR UPGRADED ANOTHER
      *    WAY IS VOIDED.
      *    COMPLIMENTARY CLEARANCE (UPGRDCLR) WILL NOT RUN ON A FLIGHT
      *    WHILE IT STILL HAS OPEN BIDS, SO IT ONLY EVER CLEARS THE FC
      *    SEATS THE AUCTION LEFT.  A SETTLEMENT REPORT GOES TO
      *    "bidaward".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPGRADE-BID
                  ASSIGN TO DISK "upgbid"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS UB-CUST-RES-ID
                  ALTERNATE RECORD KEY IS UB-FLIGHT-ID WITH DUPLICATES
                  FILE STATUS IS UPGRADE-BID-STATUS.

           SELECT BID-LIMIT
                  ASSIGN TO DISK "bidlimit"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS UL-KEY
                  FILE STATUS IS BID-LIMIT-STATUS.

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

           SELECT SEAT-MAP
                  ASSIGN TO DISK "seatmap"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-AIRCRAFT-TYPE
                  FILE STATUS IS SEAT-MAP-STATUS.

           SELECT SEAT-BLOCK
                  ASSIGN TO DISK "seatblk"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS SEAT-BLK-STATUS.

           SELECT CUSTOMER
                  ASSIGN TO DISK "customer"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CUST-RES-ID
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT EMD-LEDGER
                  ASSIGN TO DISK "emdledgr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS EM-DOC-NO
                  ALTERNATE RECORD KEY IS EM-CUST-RES-ID
                                          WITH DUPLICATES
                  FILE STATUS IS EMD-LEDGER-STATUS.

           SELECT EMD-COUNTER
                  ASSIGN TO DISK "emdctr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS EN-KEY
                  FILE STATUS IS EMD-CTR-STATUS.

           SELECT COLLECTION-ITEM
                  ASSIGN TO DISK "collitem"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS DC-KEY
                  ALTERNATE RECORD KEY IS DC-CUST-RES-ID
                                          WITH DUPLICATES
                  FILE STATUS IS COLL-ITEM-STATUS.

           SELECT AWARD-RPT
                  ASSIGN TO DISK "bidaward"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  UPGRADE-BID.
       COPY upgbid.

       FD  BID-LIMIT.
       COPY bidlimit.

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  SEAT-MAP.
       COPY seatmap.

       FD  SEAT-BLOCK.
       COPY seatblk.

       FD  CUSTOMER.
       COPY custrec.

       FD  EMD-LEDGER.
       COPY emdledgr.

       FD  EMD-COUNTER.
       COPY emdctr.

       FD  COLLECTION-ITEM.
       COPY collitem.

       FD  AWARD-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  UPGRADE-BID-STATUS             PIC X(02).
           88 UPGRADE-BID-NOT-PRESENT                 VALUE "35".
       01  BID-LIMIT-STATUS               PIC X(02).
           88 BID-LIMIT-NOT-PRESENT                   VALUE "35".
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  SEAT-MAP-STATUS                PIC X(02).
           88 SEAT-MAP-NOT-PRESENT                    VALUE "35".
       01  SEAT-BLK-STATUS                PIC X(02).
           88 SEAT-BLK-NOT-FOUND                      VALUE "23" "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  EMD-LEDGER-STATUS              PIC X(02).
           88 EMD-LEDGER-NOT-PRESENT                  VALUE "35".
       01  EMD-CTR-STATUS                 PIC X(02).
           88 EMD-CTR-NOT-PRESENT                     VALUE "35".
       01  COLL-ITEM-STATUS               PIC X(02).
           88 COLL-ITEM-NOT-PRESENT                   VALUE "35".
       01  COLL-ITEM-SWITCH               PIC 9       VALUE 0.
           88 COLL-ITEM-WRITTEN                       VALUE 1.
           88 COLL-ITEM-NOT-WRITTEN                   VALUE 0.
       01  RPT-STATUS                     PIC X(02).
       01  FILE-EOF-SWITCH                PIC 9       VALUE 0.
           88 FILE-AT-END                             VALUE 1.
           88 FILE-NOT-AT-END                         VALUE 0.
       01  WS-BUSINESS-DATE               PIC X(08)   VALUE SPACES.
       01  WS-RUN-TIME                    PIC X(04)   VALUE SPACES.
       01  RUN-DATE                       PIC 9(08)   VALUE 0.
       01  RUN-TIME                       PIC 9(04)   VALUE 0.
       01  TIME-NOW                       PIC 9(08)   VALUE 0.
       01  RUN-MINUTES                    PIC 9(12)   VALUE 0.
       01  DEP-MINUTES                    PIC 9(12)   VALUE 0.
       01  MINS-TO-DEP                    PIC S9(12)  VALUE 0.
       01  W-HH                           PIC 9(02)   VALUE 0.
       01  W-MM                           PIC 9(02)   VALUE 0.
       01  SAVE-FLIGHT-ID                 PIC X(07)   VALUE SPACES.
       01  FC-BOOKED                      PIC 9(03)   VALUE 0.
       01  FC-OPEN                        PIC S9(03)  VALUE 0.
       01  SB-IDX                         PIC 9(02)   VALUE 0.
       01  DAYS-TO-DEPART                 PIC S9(05)  VALUE 0.
       01  FLOOR-BID                      PIC 9(05)V99 VALUE 0.
       01  AMT-DISPLAY                    PIC ZZZZ9.99.
       01  W-EMD-CNTR                     PIC 9(09)   VALUE 0.

      *    FLIGHTS HOLDING AT LEAST ONE OPEN BID.
       01  BID-FLIGHT-TABLE.
           03 BF-FLIGHT-ID OCCURS 300 TIMES PIC X(07).
       01  BF-COUNT                       PIC 9(03)   VALUE 0.
       01  BF-IDX                         PIC 9(03)   VALUE 0.
       01  BF-SKIPPED                     PIC 9(05)   VALUE 0.

      *    FC SEATS ALREADY HELD, FOR THE SEAT ASSIGNMENT.
       01  USED-SEAT-TABLE.
           03 USED-SEAT OCCURS 100 TIMES  PIC X(04).
       01  USED-SEAT-COUNT                PIC 9(03)   VALUE 0.
       01  US-IDX                         PIC 9(03)   VALUE 0.
       01  US-FOUND-SWITCH                PIC 9       VALUE 0.
           88 SEAT-IN-USE                             VALUE 1.
           88 SEAT-NOT-IN-USE                         VALUE 0.

      *    OPEN BIDS ON THE FLIGHT BEING SETTLED.
       01  BID-TABLE.
           03 BA-ENTRY OCCURS 200 TIMES.
              05 BA-RES-ID                PIC X(11).
              05 BA-AMT                   PIC 9(05)V99.
              05 BA-STAMP                 PIC 9(14).
              05 BA-DONE                  PIC X(01).
       01  BA-COUNT                       PIC 9(03)   VALUE 0.
       01  BA-IDX                         PIC 9(03)   VALUE 0.
       01  BA-BEST                        PIC 9(03)   VALUE 0.
       01  BA-STAMP-WORK.
           03 BA-STAMP-DATE               PIC 9(08).
           03 BA-STAMP-TIME               PIC 9(06).
       01  BA-STAMP-NUM REDEFINES BA-STAMP-WORK
                                           PIC 9(14).

       01  TRY-ROW                        PIC 9(02)   VALUE 0.
       01  TRY-ROW-2                      PIC 9(02)   VALUE 0.
       01  COL-IDX                        PIC 9(01)   VALUE 0.
       01  NEW-SEAT                       PIC X(04)   VALUE SPACES.
       01  SEAT-FOUND-SWITCH              PIC 9       VALUE 0.
           88 FC-SEAT-FOUND                           VALUE 1.
           88 FC-SEAT-NOT-FOUND                       VALUE 0.
       01  BID-VALID-SWITCH               PIC 9       VALUE 0.
           88 BID-STILL-VALID                         VALUE 1.
           88 BID-NOT-VALID                           VALUE 0.
       01  FLIGHTS-SETTLED                PIC 9(05)   VALUE 0.
       01  WON-COUNT                      PIC 9(05)   VALUE 0.
       01  LOST-COUNT                     PIC 9(05)   VALUE 0.
       01  DECLINED-COUNT                 PIC 9(05)   VALUE 0.
       01  VOID-COUNT                     PIC 9(05)   VALUE 0.
       01  WON-TOTAL-AMT                  PIC 9(07)V99 VALUE 0.
       01  TOTAL-DISPLAY                  PIC ZZZZZZ9.99.
       01  FI-ADJ-FLIGHT                  PIC X(07)   VALUE SPACES.
       01  FI-ADJ-TYPE                    PIC X(02)   VALUE SPACES.
       01  FI-ADJUSTMENT                  PIC S9(03)  VALUE 0.
       01  FI-CALL-RESULT                 PIC X(01)   VALUE SPACES.
       01  SAF-FLIGHT-ID                  PIC X(07)   VALUE SPACES.
       01  SAF-SEAT                       PIC X(04)   VALUE SPACES.
       01  SAF-TRAINING                   PIC X(01)   VALUE "N".
       01  SAF-RESULT                     PIC X(01)   VALUE "K".
           88 SAF-CLEAR                               VALUE "K".
       01  CVT-FUNC                       PIC X(01)   VALUE SPACES.
       01  CVT-CARD-NO                    PIC X(16)   VALUE SPACES.
       01  CVT-TOKEN                      PIC X(16)   VALUE SPACES.
       01  CVT-RESULT                     PIC X(01)   VALUE SPACES.
       01  AUTH-AMT                       PIC 9(07)V99 VALUE 0.
       01  AUTH-RESULT                    PIC X(01)   VALUE SPACES.
           88 AUTH-APPROVED                           VALUE "A".
       01  MAIL-RESULT                    PIC X(01)   VALUE SPACES.
       01  MAIL-LANG                      PIC X(01)   VALUE "E".
       01  MAIL-CLASS                     PIC X(01)   VALUE "W".
       01  MAIL-OPTIN                     PIC X(01)   VALUE "Y".
       COPY bkjparm.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-AWARD.
           PERFORM COLLECT-BID-FLIGHTS.
           PERFORM VARYING BF-IDX FROM 1 BY 1 UNTIL BF-IDX > BF-COUNT
              PERFORM SETTLE-ONE-FLIGHT
           END-PERFORM.
           PERFORM TERMINATE-AWARD.
           STOP RUN.

       INITIALIZE-AWARD.
           DISPLAY "BIDAWARD - RUN DATE (YYYYMMDD, BLANK=TODAY):".
           ACCEPT WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE = SPACES
              ACCEPT RUN-DATE              FROM DATE YYYYMMDD
           ELSE
              MOVE WS-BUSINESS-DATE        TO  RUN-DATE
           END-IF.
           DISPLAY "BIDAWARD - RUN TIME (HHMM, BLANK=NOW):".
           ACCEPT WS-RUN-TIME.
           IF WS-RUN-TIME = SPACES
              ACCEPT TIME-NOW              FROM TIME
              COMPUTE RUN-TIME = TIME-NOW / 10000
           ELSE
              MOVE WS-RUN-TIME             TO  RUN-TIME
           END-IF.
           DIVIDE RUN-TIME BY 100 GIVING W-HH REMAINDER W-MM.
           COMPUTE RUN-MINUTES =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) * 1440
                 + W-HH * 60 + W-MM.
           OPEN I-O UPGRADE-BID.
           IF UPGRADE-BID-NOT-PRESENT
              DISPLAY "BIDAWARD - UPGBID FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              DISPLAY "BIDAWARD - FLIGHTMST FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN I-O CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "BIDAWARD - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT BID-LIMIT.
           OPEN OUTPUT AWARD-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "UPGRADE BID SETTLEMENT - " RUN-DATE " " RUN-TIME
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "RES-ID      NAME            RESULT    BID      SEAT"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.

      *****************************************************************
      *    EVERY FLIGHT WITH AN OPEN BID, IN FLIGHT ORDER.
      *****************************************************************
       COLLECT-BID-FLIGHTS.
           MOVE 0                          TO  BF-COUNT.
           SET FILE-NOT-AT-END             TO  TRUE.
           MOVE LOW-VALUES                 TO  UB-FLIGHT-ID.
           START UPGRADE-BID KEY IS >= UB-FLIGHT-ID
                 INVALID KEY
                    SET FILE-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL FILE-AT-END
              READ UPGRADE-BID NEXT
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF UB-OPEN
                         PERFORM NOTE-BID-FLIGHT
                      END-IF
              END-READ
           END-PERFORM.

       NOTE-BID-FLIGHT.
           IF BF-COUNT > 0
              IF BF-FLIGHT-ID(BF-COUNT) = UB-FLIGHT-ID
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF BF-COUNT NOT < 300
              ADD 1                        TO  BF-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  BF-COUNT.
           MOVE UB-FLIGHT-ID               TO  BF-FLIGHT-ID(BF-COUNT).

      *****************************************************************
      *    ONE FLIGHT - SETTLED ONLY ONCE ITS BIDDING WINDOW HAS SHUT.
      *    A FLIGHT CANCELLED OR GONE FROM THE MASTER VOIDS ITS BIDS.
      *****************************************************************
       SETTLE-ONE-FLIGHT.
           MOVE BF-FLIGHT-ID(BF-IDX)       TO  FM-FLIGHT-ID
                                               SAVE-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   MOVE SPACES             TO  FM-ORIGIN
                   SET FM-CANCELLED        TO  TRUE
           END-READ.
           IF FM-CANCELLED
              PERFORM LOAD-OPEN-BIDS
              PERFORM VOID-ALL-BIDS
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-ORIGIN                  TO  UL-ORIGIN.
           MOVE FM-DESTINATION             TO  UL-DEST.
           MOVE 0                          TO  UL-MIN-BID
                                               UL-CLOSE-HOURS.
           IF NOT BID-LIMIT-NOT-PRESENT
              READ BID-LIMIT
                   INVALID KEY
                      MOVE 0               TO  UL-MIN-BID
                                               UL-CLOSE-HOURS
              END-READ
           END-IF.
           MOVE UL-MIN-BID                 TO  FLOOR-BID.
           MOVE 0                          TO  W-HH W-MM.
           IF FM-SCHED-DEP-TIME NUMERIC
              DIVIDE FM-SCHED-DEP-TIME BY 100 GIVING W-HH
                                              REMAINDER W-MM
           END-IF.
           COMPUTE DEP-MINUTES =
                   FUNCTION INTEGER-OF-DATE(FM-TRAVEL-DATE) * 1440
                 + W-HH * 60 + W-MM.
           COMPUTE MINS-TO-DEP = DEP-MINUTES - RUN-MINUTES.
           IF MINS-TO-DEP > UL-CLOSE-HOURS * 60
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  FLIGHTS-SETTLED.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE FLOOR-BID                  TO  AMT-DISPLAY.
           STRING "FLIGHT " SAVE-FLIGHT-ID " " FM-ORIGIN "-"
                  FM-DESTINATION " " FM-TRAVEL-DATE
                  "  MINIMUM BID " AMT-DISPLAY
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           PERFORM LOAD-FC-STATE.
           PERFORM LOAD-OPEN-BIDS.
           PERFORM UNTIL FC-OPEN NOT > 0
              PERFORM PICK-HIGHEST-BID
              IF BA-BEST = 0
                 EXIT PERFORM
              END-IF
              PERFORM AWARD-ONE-BID
           END-PERFORM.
           PERFORM VARYING BA-IDX FROM 1 BY 1
                    UNTIL BA-IDX > BA-COUNT
              IF BA-DONE(BA-IDX) = "N"
                 PERFORM CLOSE-LOSING-BID
              END-IF
           END-PERFORM.

      *****************************************************************
      *    FC SEATS STILL FOR SALE - THE SAME COUNT UPGRDCLR MAKES.
      *****************************************************************
       LOAD-FC-STATE.
           MOVE 0                          TO  FC-BOOKED
                                                USED-SEAT-COUNT.
           MOVE 0                          TO  SM-MAX-ROW SM-FC-ROWS.
           OPEN INPUT SEAT-MAP.
           IF SEAT-MAP-NOT-PRESENT
              CLOSE SEAT-MAP
           ELSE
              MOVE FM-AIRCRAFT-TYPE        TO  SM-AIRCRAFT-TYPE
              READ SEAT-MAP
                   INVALID KEY
                      MOVE 0               TO  SM-MAX-ROW SM-FC-ROWS
              END-READ
              CLOSE SEAT-MAP
           END-IF.
           MOVE SAVE-FLIGHT-ID             TO  FLIGHT-ID.
           START CUSTOMER KEY IS = FLIGHT-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ CUSTOMER NEXT
                         AT END MOVE SPACES  TO  FLIGHT-ID
                    END-READ
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                       IF SEAT-TYPE = "FC"
                          PERFORM NOTE-FC-HOLDER
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES TO FLIGHT-ID
                       END-READ
                    END-PERFORM
           END-START.
           COMPUTE FC-OPEN = FM-CAPACITY-FC - FC-BOOKED.
           PERFORM APPLY-FC-SEAT-BLOCK.

       NOTE-FC-HOLDER.
           IF PAX-TYPE NOT = "I"
              ADD 1                        TO  FC-BOOKED
           END-IF.
           IF EXTRA-SEAT-HELD
              ADD 1                        TO  FC-BOOKED
           END-IF.
           IF SEAT-NUMBER NOT = SPACES AND USED-SEAT-COUNT < 100
              ADD 1                        TO  USED-SEAT-COUNT
              MOVE SEAT-NUMBER             TO
                   USED-SEAT(USED-SEAT-COUNT)
           END-IF.
           IF EXTRA-SEAT-HELD AND EXTRA-SEAT-NUMBER NOT = SPACES AND
              USED-SEAT-COUNT < 100
              ADD 1                        TO  USED-SEAT-COUNT
              MOVE EXTRA-SEAT-NUMBER       TO
                   USED-SEAT(USED-SEAT-COUNT)
           END-IF.

       APPLY-FC-SEAT-BLOCK.
      *    AN ACTIVE FC BLOCK (STILL OUTSIDE ITS RELEASE WINDOW) KEEPS
      *    ITS HELD-BACK COUNT OUT OF THE AUCTION AND ITS LISTED SEATS
      *    OUT OF ASSIGNMENT.
           MOVE SAVE-FLIGHT-ID             TO  SB-FLIGHT-ID.
           MOVE "FC"                       TO  SB-SEAT-TYPE.
           OPEN INPUT SEAT-BLOCK.
           IF SEAT-BLK-NOT-FOUND
              CLOSE SEAT-BLOCK
              EXIT PARAGRAPH
           END-IF.
           READ SEAT-BLOCK
                INVALID KEY
                   CLOSE SEAT-BLOCK
                   EXIT PARAGRAPH
           END-READ.
           CLOSE SEAT-BLOCK.
           COMPUTE DAYS-TO-DEPART =
                 FUNCTION INTEGER-OF-DATE(FM-TRAVEL-DATE)
               - FUNCTION INTEGER-OF-DATE(RUN-DATE).
           IF DAYS-TO-DEPART NOT > SB-RELEASE-DAYS
              EXIT PARAGRAPH
           END-IF.
           SUBTRACT SB-BLOCK-COUNT         FROM FC-OPEN.
           PERFORM VARYING SB-IDX FROM 1 BY 1 UNTIL SB-IDX > 10
              IF SB-SEAT-LIST(SB-IDX) NOT = SPACES AND
                 USED-SEAT-COUNT < 100
                 ADD 1                     TO  USED-SEAT-COUNT
                 MOVE SB-SEAT-LIST(SB-IDX) TO
                      USED-SEAT(USED-SEAT-COUNT)
              END-IF
           END-PERFORM.

      *****************************************************************
      *    THE FLIGHT'S OPEN BIDS.  A BID WHOSE RESERVATION NO LONGER
      *    QUALIFIES IS VOIDED HERE; ONE UNDER THE ROUTE MINIMUM (THE
      *    FLOOR MAY HAVE RISEN SINCE IT WAS TAKEN) IS LOST.
      *****************************************************************
       LOAD-OPEN-BIDS.
           MOVE 0                          TO  BA-COUNT.
           SET FILE-NOT-AT-END             TO  TRUE.
           MOVE SAVE-FLIGHT-ID             TO  UB-FLIGHT-ID.
           START UPGRADE-BID KEY IS = UB-FLIGHT-ID
                 INVALID KEY
                    SET FILE-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL FILE-AT-END
              READ UPGRADE-BID NEXT
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF UB-FLIGHT-ID NOT = SAVE-FLIGHT-ID
                         SET FILE-AT-END   TO  TRUE
                      ELSE
                         IF UB-OPEN AND BA-COUNT < 200
                            ADD 1          TO  BA-COUNT
                            MOVE UB-CUST-RES-ID TO BA-RES-ID(BA-COUNT)
                            MOVE UB-BID-AMT TO  BA-AMT(BA-COUNT)
                            MOVE UB-BID-DATE TO BA-STAMP-DATE
                            MOVE UB-BID-TIME TO BA-STAMP-TIME
                            MOVE BA-STAMP-NUM TO BA-STAMP(BA-COUNT)
                            MOVE "N"       TO  BA-DONE(BA-COUNT)
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           IF FM-CANCELLED
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING BA-IDX FROM 1 BY 1
                    UNTIL BA-IDX > BA-COUNT
              PERFORM SCREEN-ONE-BID
           END-PERFORM.

       SCREEN-ONE-BID.
           MOVE BA-RES-ID(BA-IDX)          TO  CUST-RES-ID.
           SET BID-STILL-VALID             TO  TRUE.
           READ CUSTOMER
                INVALID KEY
                   SET BID-NOT-VALID       TO  TRUE
           END-READ.
           IF BID-STILL-VALID
              IF FLIGHT-ID NOT = SAVE-FLIGHT-ID OR
                 SEAT-TYPE NOT = "CO" OR
                 (NOT RES-BOOKED AND NOT RES-CHECKED-IN) OR
                 UPGRADE-FLAG NOT = SPACE OR EXTRA-SEAT-HELD
                 SET BID-NOT-VALID         TO  TRUE
              END-IF
           END-IF.
           IF BID-NOT-VALID
              MOVE "V"                     TO  BA-DONE(BA-IDX)
              PERFORM VOID-ONE-BID
              EXIT PARAGRAPH
           END-IF.
           IF BA-AMT(BA-IDX) < FLOOR-BID
              PERFORM CLOSE-LOSING-BID
           END-IF.

       VOID-ALL-BIDS.
           PERFORM VARYING BA-IDX FROM 1 BY 1
                    UNTIL BA-IDX > BA-COUNT
              PERFORM VOID-ONE-BID
           END-PERFORM.

       VOID-ONE-BID.
           MOVE "V"                        TO  BA-DONE(BA-IDX).
           MOVE BA-RES-ID(BA-IDX)          TO  UB-CUST-RES-ID.
           READ UPGRADE-BID
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           SET UB-VOID                     TO  TRUE.
           MOVE RUN-DATE                   TO  UB-STATUS-DATE.
           REWRITE UPGRADE-BID-RECORD.
           ADD 1                           TO  VOID-COUNT.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE BA-RES-ID(BA-IDX)          TO  RPT-RECORD(1:11).
           MOVE "VOID"                     TO  RPT-RECORD(29:4).
           MOVE BA-AMT(BA-IDX)             TO  AMT-DISPLAY.
           MOVE AMT-DISPLAY                TO  RPT-RECORD(38:8).
           MOVE SAVE-FLIGHT-ID             TO  RPT-RECORD(48:7).
           WRITE RPT-RECORD.

      *****************************************************************
      *    HIGHEST AMOUNT WINS; EQUAL AMOUNTS GO TO THE EARLIER BID.
      *****************************************************************
       PICK-HIGHEST-BID.
           MOVE 0                          TO  BA-BEST.
           PERFORM VARYING BA-IDX FROM 1 BY 1
                    UNTIL BA-IDX > BA-COUNT
              IF BA-DONE(BA-IDX) = "N"
                 IF BA-BEST = 0
                    MOVE BA-IDX            TO  BA-BEST
                 ELSE
                    IF BA-AMT(BA-IDX) > BA-AMT(BA-BEST) OR
                       (BA-AMT(BA-IDX) = BA-AMT(BA-BEST) AND
                        BA-STAMP(BA-IDX) < BA-STAMP(BA-BEST))
                       MOVE BA-IDX         TO  BA-BEST
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       AWARD-ONE-BID.
           MOVE BA-BEST                    TO  BA-IDX.
           MOVE "Y"                        TO  BA-DONE(BA-IDX).
           MOVE BA-RES-ID(BA-IDX)          TO  UB-CUST-RES-ID
                                               CUST-RES-ID.
           READ UPGRADE-BID
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           READ CUSTOMER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
      *    THE CARD IS THE ONE ON THE RESERVATION WHEN THE BID WAS
      *    TAKEN; THE NETWORK NEEDS THE REAL NUMBER, SO DETOKENIZE
      *    ONLY FOR THE AUTHORIZATION CALL.
           MOVE "D"                        TO  CVT-FUNC.
           MOVE UB-CARD-TOKEN              TO  CVT-TOKEN.
           MOVE SPACES                     TO  CVT-CARD-NO.
           CALL "CARDVLT" USING CVT-FUNC, CVT-CARD-NO, CVT-TOKEN,
                CVT-RESULT.
           MOVE UB-BID-AMT                 TO  AUTH-AMT.
           CALL "PAYAUTH" USING UB-PAYMENT-TYPE, AUTH-AMT,
                                 CVT-CARD-NO, AUTH-RESULT.
           MOVE SPACES                     TO  CVT-CARD-NO.
           IF NOT AUTH-APPROVED
              SET UB-DECLINED              TO  TRUE
              MOVE RUN-DATE                TO  UB-STATUS-DATE
              REWRITE UPGRADE-BID-RECORD
              ADD 1                        TO  DECLINED-COUNT
              MOVE SPACES                  TO  RPT-RECORD
              MOVE "DECLINED"              TO  RPT-RECORD(29:8)
              PERFORM WRITE-BID-LINE
              MOVE "L"                     TO  MAIL-CLASS
              PERFORM NOTIFY-BIDDER
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-OPEN-FC-SEAT.
           MOVE "FC"                       TO  SEAT-TYPE.
           MOVE "F"                        TO  BOOKING-CLASS.
           SET BID-UPGRADED                TO  TRUE.
           IF FC-SEAT-FOUND
              MOVE NEW-SEAT                TO  SEAT-NUMBER
           ELSE
              MOVE SPACES                  TO  SEAT-NUMBER
           END-IF.
           ADD UB-BID-AMT                  TO  TOTAL-COLLECTED-AMT.
           REWRITE CUSTOMER-RECORD.
           PERFORM WRITE-BID-COLLECTION-ITEM.
           INITIALIZE BKJRNL-PARMS.
           SET BKJ-FEE                     TO  TRUE.
           MOVE "UPGRADE BID"              TO  BKJ-DETAIL.
           MOVE CUST-RES-ID                TO  BKJ-CUST-RES-ID.
           MOVE TOTAL-COLLECTED-AMT        TO  BKJ-AMOUNT.
           MOVE "BIDAWARD"                 TO  BKJ-PROGRAM.
           MOVE "BIDAW"                    TO  BKJ-OP-ID.
           CALL "BKJRNL" USING BKJRNL-PARMS.
           SUBTRACT 1                      FROM FC-OPEN.
           MOVE SAVE-FLIGHT-ID             TO  FI-ADJ-FLIGHT.
           MOVE "CO"                       TO  FI-ADJ-TYPE.
           MOVE -1                         TO  FI-ADJUSTMENT.
           CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                FI-ADJUSTMENT, FI-CALL-RESULT.
           MOVE "FC"                       TO  FI-ADJ-TYPE.
           MOVE +1                         TO  FI-ADJUSTMENT.
           CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                FI-ADJUSTMENT, FI-CALL-RESULT.
           PERFORM ISSUE-BID-EMD.
           SET UB-WON                      TO  TRUE.
           MOVE RUN-DATE                   TO  UB-STATUS-DATE.
           MOVE SEAT-NUMBER                TO  UB-SEAT-AWARDED.
           MOVE EM-DOC-NO                  TO  UB-EMD-NO.
           REWRITE UPGRADE-BID-RECORD.
           ADD 1                           TO  WON-COUNT.
           ADD UB-BID-AMT                  TO  WON-TOTAL-AMT.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "WON"                      TO  RPT-RECORD(29:3).
           IF FC-SEAT-FOUND
              MOVE NEW-SEAT                TO  RPT-RECORD(48:4)
           ELSE
              MOVE "(SEAT AT GATE)"        TO  RPT-RECORD(48:14)
           END-IF.
           PERFORM WRITE-BID-LINE.
           MOVE "W"                        TO  MAIL-CLASS.
           PERFORM NOTIFY-BIDDER.

       WRITE-BID-COLLECTION-ITEM.
      *    THE BID IS TAKEN ON THE RUN DATE, NOT THE BOOKING DATE -
      *    IT GOES ON "collitem" FOR SETLBAT TO PRESENT AND GLEXTR TO
      *    POST ON THAT DATE.
           OPEN I-O COLLECTION-ITEM.
           IF COLL-ITEM-NOT-PRESENT
              CLOSE COLLECTION-ITEM
              OPEN OUTPUT COLLECTION-ITEM
              CLOSE COLLECTION-ITEM
              OPEN I-O COLLECTION-ITEM
           END-IF.
           MOVE SPACES                     TO  COLLECTION-ITEM-RECORD.
           MOVE RUN-DATE                   TO  DC-COLLECT-DATE.
           MOVE CUST-RES-ID                TO  DC-CUST-RES-ID.
           SET DC-UPGRADE-BID              TO  TRUE.
           MOVE UB-PAYMENT-TYPE            TO  DC-PAYMENT-TYPE.
           MOVE UB-CARD-TOKEN              TO  DC-CARD-TOKEN.
           MOVE UB-BID-AMT                 TO  DC-AMOUNT.
           MOVE PAYMENT-CURRENCY           TO  DC-CURRENCY.
           MOVE "BIDAWARD"                 TO  DC-PROGRAM.
           MOVE "BIDAW"                    TO  DC-OP-ID.
           MOVE 0                          TO  DC-SETTLE-DATE.
           SET COLL-ITEM-NOT-WRITTEN       TO  TRUE.
           PERFORM VARYING DC-SEQ FROM 1 BY 1
                    UNTIL COLL-ITEM-WRITTEN OR DC-SEQ = 99
              WRITE COLLECTION-ITEM-RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET COLL-ITEM-WRITTEN TO TRUE
              END-WRITE
           END-PERFORM.
           CLOSE COLLECTION-ITEM.

       CLOSE-LOSING-BID.
           MOVE "L"                        TO  BA-DONE(BA-IDX).
           MOVE BA-RES-ID(BA-IDX)          TO  UB-CUST-RES-ID
                                               CUST-RES-ID.
           READ UPGRADE-BID
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           READ CUSTOMER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           SET UB-LOST                     TO  TRUE.
           MOVE RUN-DATE                   TO  UB-STATUS-DATE.
           REWRITE UPGRADE-BID-RECORD.
           ADD 1                           TO  LOST-COUNT.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "LOST"                     TO  RPT-RECORD(29:4).
           PERFORM WRITE-BID-LINE.
           MOVE "L"                        TO  MAIL-CLASS.
           PERFORM NOTIFY-BIDDER.

       WRITE-BID-LINE.
           MOVE CUST-RES-ID                TO  RPT-RECORD(1:11).
           MOVE CUST-LNAME(1:15)           TO  RPT-RECORD(13:15).
           MOVE UB-BID-AMT                 TO  AMT-DISPLAY.
           MOVE AMT-DISPLAY                TO  RPT-RECORD(38:8).
           WRITE RPT-RECORD.

       NOTIFY-BIDDER.
           CALL "MAILSEND" USING CUST-EMAIL, CUST-FNAME,
                CUST-LNAME, FLIGHT-ID, SEAT-NUMBER, MAIL-RESULT,
                MAIL-LANG,
                MAIL-CLASS, MAIL-OPTIN, CUST-RES-ID.

       FIND-OPEN-FC-SEAT.
           SET FC-SEAT-NOT-FOUND           TO  TRUE.
           IF SM-FC-ROWS = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING TRY-ROW FROM 1 BY 1
                    UNTIL TRY-ROW > SM-FC-ROWS OR FC-SEAT-FOUND
              PERFORM VARYING COL-IDX FROM 1 BY 1
                       UNTIL COL-IDX > 8 OR FC-SEAT-FOUND
                 IF SM-VALID-COLS(COL-IDX:1) NOT = SPACE
                    MOVE TRY-ROW           TO  TRY-ROW-2
                    MOVE SPACES            TO  NEW-SEAT
                    MOVE TRY-ROW-2         TO  NEW-SEAT(1:2)
                    MOVE SM-VALID-COLS(COL-IDX:1)
                                           TO  NEW-SEAT(3:1)
                    PERFORM CHECK-FC-SEAT-USED
                    IF SEAT-NOT-IN-USE
                       PERFORM CHECK-FC-SEAT-SAFETY
                    END-IF
                    IF SEAT-NOT-IN-USE
                       SET FC-SEAT-FOUND   TO  TRUE
                       IF USED-SEAT-COUNT < 100
                          ADD 1            TO  USED-SEAT-COUNT
                          MOVE NEW-SEAT    TO
                               USED-SEAT(USED-SEAT-COUNT)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

       CHECK-FC-SEAT-USED.
           SET SEAT-NOT-IN-USE             TO  TRUE.
           PERFORM VARYING US-IDX FROM 1 BY 1
                    UNTIL US-IDX > USED-SEAT-COUNT OR SEAT-IN-USE
              IF USED-SEAT(US-IDX) = NEW-SEAT
                 SET SEAT-IN-USE           TO  TRUE
              END-IF
           END-PERFORM.

       CHECK-FC-SEAT-SAFETY.
           MOVE SAVE-FLIGHT-ID             TO  SAF-FLIGHT-ID.
           MOVE NEW-SEAT                   TO  SAF-SEAT.
           CALL "SEATSAFE" USING CUSTOMER-RECORD, SAF-FLIGHT-ID,
                                 SAF-SEAT, SAF-RESULT, SAF-TRAINING.
           IF NOT SAF-CLEAR
              SET SEAT-IN-USE              TO  TRUE
           END-IF.

      *****************************************************************
      *    THE WINNING CHARGE GETS ITS OWN EMD AGAINST THE RESERVATION
      *    AND ITS CURRENT E-TICKET, NUMBERED FROM "emdctr" THE SAME
      *    WAY THE COUNTER AND MANAGE-MY-BOOKING DRAW THEM.
      *****************************************************************
       ISSUE-BID-EMD.
           OPEN I-O EMD-COUNTER.
           IF EMD-CTR-NOT-PRESENT
              CLOSE EMD-COUNTER
              OPEN OUTPUT EMD-COUNTER
              CLOSE EMD-COUNTER
              OPEN I-O EMD-COUNTER
           END-IF.
           MOVE "M"                        TO  EN-KEY.
           READ EMD-COUNTER WITH LOCK
                INVALID KEY
                   MOVE "M"                TO  EN-KEY
                   MOVE 2                  TO  EN-NEXT-NO
                   WRITE EMD-COUNTER-RECORD
                   MOVE 1                  TO  W-EMD-CNTR
                NOT INVALID KEY
                   MOVE EN-NEXT-NO         TO  W-EMD-CNTR
                   ADD 1                   TO  EN-NEXT-NO
                   REWRITE EMD-COUNTER-RECORD
           END-READ.
           CLOSE EMD-COUNTER.
           MOVE SPACES                     TO  EMD-LEDGER-RECORD.
           MOVE "0002"                     TO  EM-DOC-NO(1:4).
           MOVE W-EMD-CNTR                 TO  EM-DOC-NO(5:9).
           MOVE CUST-RES-ID                TO  EM-CUST-RES-ID.
           MOVE TICKET-NO                  TO  EM-TICKET-NO.
           SET EM-UPGRADE-BID              TO  TRUE.
           MOVE UB-BID-AMT                 TO  EM-AMOUNT.
           MOVE PAYMENT-CURRENCY           TO  EM-CURRENCY.
           MOVE RUN-DATE                   TO  EM-ISSUE-DATE
                                               EM-STATUS-DATE.
           SET EM-OPEN                     TO  TRUE.
           MOVE "BIDAW"                    TO  EM-OP-ID.
           OPEN I-O EMD-LEDGER.
           IF EMD-LEDGER-NOT-PRESENT
              CLOSE EMD-LEDGER
              OPEN OUTPUT EMD-LEDGER
              CLOSE EMD-LEDGER
              OPEN I-O EMD-LEDGER
           END-IF.
           WRITE EMD-LEDGER-RECORD.
           CLOSE EMD-LEDGER.

       TERMINATE-AWARD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE WON-TOTAL-AMT              TO  TOTAL-DISPLAY.
           STRING "FLIGHTS SETTLED " FLIGHTS-SETTLED
                  "  WON " WON-COUNT "  TOTAL " TOTAL-DISPLAY
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "LOST " LOST-COUNT "  DECLINED " DECLINED-COUNT
                  "  VOIDED " VOID-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF BF-SKIPPED > 0
              MOVE SPACES                  TO  RPT-RECORD
              STRING "*** " BF-SKIPPED " BID FLIGHT(S) OVER THE 300 L
      -              "IMIT - RERUN TO SETTLE ***"
                                            DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           CLOSE UPGRADE-BID.
           CLOSE FLIGHT-MASTER.
           CLOSE CUSTOMER.
           CLOSE BID-LIMIT.
           CLOSE AWARD-RPT.
           MOVE "BIDAWARD"                 TO  RPG-REPORT-ID.
           MOVE "bidaward"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "BIDAWARD"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "BIDAWARD - " WON-COUNT " BID(S) WON - SEE bidaward".
