      ******************************************************************
      *    MMBSERV.CBL
      *    MANAGE-MY-BOOKING SERVICING SUBPROGRAM FOR THE WEB AND
      *    MOBILE CHANNEL.  THE CALLER PASSES A RESERVATION ID AND THE
      *    PASSENGER'S LAST NAME AS PROOF OF OWNERSHIP (A MISMATCH IS
      *    ANSWERED EXACTLY LIKE AN UNKNOWN RESERVATION) AND ONE OF:
      *      FUNCTION "I": RETRIEVE THE ITINERARY.
      *      FUNCTION "S": CHANGE SEAT - THE SAME SEAT-MAP ROW/COLUMN,
      *        CABIN-SPLIT, TAKEN-SEAT AND SEAT-BLOCK RULES THE COUNTER
      *        ENFORCES, AND THE SAME FEE-ZONE PRICING (ONE SEAT FEE
      *        PER RESERVATION, TIER "SEAT" BENEFIT WAIVES IT).  A SEAT
      *        THE CABIN SAFETY RULES BAR (SEATSAFE - EXIT ROW, LAP
      *        INFANTS PER ROW) IS ANSWERED "R".  A SEAT HELD AS
      *        ANOTHER PASSENGER'S EXTRA SEAT IS TAKEN; A PASSENGER
      *        WITH AN EXTRA SEAT WHO MOVES HAS IT PLACED BESIDE THE
      *        NEW SEAT AT CHECK-IN.
      *      FUNCTION "B": ADD PREPAID BAGS - EACH PIECE PAST THE FREE
      *        ALLOWANCE IS CHARGED THE EXCESS-PIECE FEE UNLESS THE
      *        TIER CARRIES THE "BAGF" BENEFIT.  CHECK-IN CREDITS THE
      *        PREPAID PIECES.  A FEE ADDED TO A BAG FEE ALREADY PAID
      *        ON AN EARLIER DAY IS ALSO WRITTEN TO "collitem".
      *      FUNCTION "A"/"D": ADD OR REMOVE AN SSR CODE.  AN ADDED
      *        CODE THAT BARS THE SEAT ALREADY HELD IS ANSWERED "R".
      *      FUNCTION "C": UPDATE CONTACT E-MAIL AND/OR PHONE.
      *      FUNCTION "U": PLACE OR CHANGE A CASH BID FOR A FIRST CLASS
      *        UPGRADE (A ZERO AMOUNT WITHDRAWS IT) - BIDPLACE APPLIES
      *        THE ROUTE LIMITS AND BIDDING WINDOW THE COUNTER USES.
      *        THE BID STANDING IS RETURNED IN THE FEE AMOUNT; NOTHING
      *        IS CHARGED UNTIL BIDAWARD SETTLES THE FLIGHT.
      *    A CHARGEABLE SEAT OR BAG REQUEST WITHOUT THE FEE-ACCEPTED
      *    FLAG IS NOT APPLIED - THE FEE IS RETURNED AS A QUOTE SO THE
      *    CUSTOMER CAN CONFIRM.  EVERY CHANGE REWRITES "customer",
      *    WRITES A custaudt RECORD WITH THE CHANNEL ("WEB"/"MOBIL") IN
      *    THE OPERATOR FIELD, AND EVERY FEE TAKEN GETS ITS OWN EMD
      *    NUMBER ON "emdledgr".  THE ITINERARY IS RETURNED AFTER EVERY
      *    SUCCESSFUL CALL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      MMBSERV.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT TIER-BENEFIT
                  ASSIGN TO DISK "tierbene"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TB-KEY
                  FILE STATUS IS TIER-BENE-STATUS.

           SELECT CUSTOMER-AUDIT
                  ASSIGN TO DISK "custaudt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS.

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

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER.
       COPY custrec.

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  SEAT-MAP.
       COPY seatmap.

       FD  SEAT-BLOCK.
       COPY seatblk.

       FD  TIER-BENEFIT.
       COPY tierbene.

       FD  CUSTOMER-AUDIT.
       01  AUDIT-RECORD.
           03 AUDIT-ACTION                PIC X(01).
               88 AUDIT-ADD                          VALUE "A".
               88 AUDIT-MODIFY                       VALUE "M".
               88 AUDIT-DELETE                       VALUE "D".
           03 AUDIT-DATE.
               04 AUDIT-YY                PIC X(04).
               04 AUDIT-MM                PIC X(02).
               04 AUDIT-DD                PIC X(02).
           03 AUDIT-PID                   PIC 9(09).
           03 AUDIT-OPERATOR-ID           PIC X(05).
           03 AUDIT-BEFORE-IMAGE          PIC X(876).
           03 AUDIT-AFTER-IMAGE           PIC X(876).

       FD  EMD-LEDGER.
       COPY emdledgr.

       FD  EMD-COUNTER.
       COPY emdctr.

       FD  COLLECTION-ITEM.
       COPY collitem.

       WORKING-STORAGE SECTION.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  SEAT-MAP-STATUS                PIC X(02).
           88 SEAT-MAP-NOT-PRESENT                    VALUE "35".
       01  SEAT-BLK-STATUS                PIC X(02).
           88 SEAT-BLK-NOT-FOUND                      VALUE "23" "35".
       01  TIER-BENE-STATUS               PIC X(02).
           88 TIER-BENE-NOT-PRESENT                   VALUE "35".
       01  AUDIT-STATUS                   PIC X(02).
           88 AUDIT-NOT-PRESENT                       VALUE "35".
       01  EMD-LEDGER-STATUS              PIC X(02).
           88 EMD-LEDGER-NOT-PRESENT                  VALUE "35".
       01  EMD-CTR-STATUS                 PIC X(02).
           88 EMD-CTR-NOT-PRESENT                     VALUE "35".
       01  COLL-ITEM-STATUS               PIC X(02).
           88 COLL-ITEM-NOT-PRESENT                   VALUE "35".
       01  PID                            PIC 9(09)   VALUE 0.
       01  TODAY-DATE.
           03 TODAY-YY                    PIC 9(04).
           03 TODAY-MM                    PIC 9(02).
           03 TODAY-DD                    PIC 9(02).
       01  TODAY-DATE-NUM REDEFINES TODAY-DATE
                                           PIC 9(08).
       01  CHANNEL-OP-ID                  PIC X(05)   VALUE SPACES.
       01  OLD-IMAGE                      PIC X(876)  VALUE SPACES.
       01  SAVE-CUST-RES-ID               PIC X(11)   VALUE SPACES.
       01  SAVE-FLIGHT-ID                 PIC X(07)   VALUE SPACES.
       01  SAVE-SEAT-TYPE                 PIC X(02)   VALUE SPACES.
       01  SAVE-SEAT-NUMBER               PIC X(04)   VALUE SPACES.
       01  SCUSTOMER-RECORD               PIC X(876)  VALUE SPACES.
       01  SEAT-ROW-PART                  PIC 9(02)   VALUE 0.
       01  SEAT-COL-PART                  PIC X(01)   VALUE SPACES.
       01  COL-IDX                        PIC 9(01)   VALUE 0.
       01  SEAT-ZONE-IDX                  PIC 9(01)   VALUE 0.
       01  SEAT-ZONE-FEE                  PIC 9(03)V99 VALUE 0.
       01  SB-IDX                         PIC 9(02)   VALUE 0.
       01  DAYS-TO-DEPART                 PIC S9(05)  VALUE 0.
       01  SEAT-NUMBER-SWITCH             PIC 9       VALUE 0.
           88 SEAT-NUMBER-VALID                       VALUE 1.
           88 SEAT-NUMBER-INVALID                     VALUE 0.
       01  SEAT-TAKEN-SWITCH              PIC 9       VALUE 0.
           88 SEAT-TAKEN                              VALUE 1.
           88 SEAT-NOT-TAKEN                          VALUE 0.
       01  BAG-FREE-PIECES                PIC 9(01)   VALUE 1.
       01  BAG-FREE-ALLOWED               PIC 9(01)   VALUE 1.
       01  BAG-EXCESS-FEE                 PIC 9(03)V99 VALUE 35.00.
       01  BAG-PIECE-NO                   PIC 9(02)   VALUE 0.
       01  NEW-BAG-COUNT                  PIC 9(02)   VALUE 0.
       01  NEW-FEE-AMT                    PIC 9(05)V99 VALUE 0.
       01  BAG-ITEM-SWITCH                PIC 9       VALUE 0.
           88 BAG-ITEM-DUE                            VALUE 1.
           88 BAG-ITEM-NOT-DUE                        VALUE 0.
       01  COLL-ITEM-SWITCH               PIC 9       VALUE 0.
           88 COLL-ITEM-WRITTEN                       VALUE 1.
           88 COLL-ITEM-NOT-WRITTEN                   VALUE 0.
       01  TB-CHECK-CODE                  PIC X(04)   VALUE SPACES.
       01  TB-WAIVED-AMT                  PIC 9(05)V99 VALUE 0.
       01  TB-ENTITLED-SWITCH             PIC 9       VALUE 0.
           88 TB-ENTITLED                             VALUE 1.
           88 TB-NOT-ENTITLED                         VALUE 0.
       01  SSR-IDX                        PIC 9(01)   VALUE 0.
       01  SSR-FOUND-IDX                  PIC 9(01)   VALUE 0.
       01  SAF-FLIGHT-ID                  PIC X(07)   VALUE SPACES.
       01  SAF-SEAT                       PIC X(04)   VALUE SPACES.
       01  SAF-TRAINING                   PIC X(01)   VALUE "N".
       01  SAF-RESULT                     PIC X(01)   VALUE "K".
           88 SAF-CLEAR                               VALUE "K".
       01  EMAIL-VALIDITY-SWITCH          PIC 9       VALUE 0.
           88 EMAIL-VALID                             VALUE 1.
           88 EMAIL-INVALID                           VALUE 0.
       01  EML-LOCAL-PART                 PIC X(20).
       01  EML-DOMAIN-PART                PIC X(20).
       01  EML-AT-COUNT                   PIC 9(02)   VALUE 0.
       01  EML-DOT-COUNT                  PIC 9(02)   VALUE 0.
       01  W-EMD-CNTR                     PIC 9(09)   VALUE 0.
       01  W-EMD-FEE-TYPE                 PIC X(04)   VALUE SPACES.
       01  LEG-IDX                        PIC 9(01)   VALUE 0.
       01  BPL-FUNC                       PIC X(01)   VALUE SPACES.
       01  BPL-TRAINING                   PIC X(01)   VALUE "N".
       01  BPL-BID-AMT                    PIC 9(05)V99 VALUE 0.
       01  BPL-MIN-BID                    PIC 9(05)V99 VALUE 0.
       01  BPL-MAX-BID                    PIC 9(05)V99 VALUE 0.
       01  BPL-RESULT                     PIC X(01)   VALUE SPACES.
       COPY bkjparm.

      *****************************************************************
       LINKAGE SECTION.
       01  MMB-FUNC                       PIC X(01).
           88  MMB-RETRIEVE                           VALUE "I".
           88  MMB-CHANGE-SEAT                        VALUE "S".
           88  MMB-ADD-BAGS                           VALUE "B".
           88  MMB-ADD-SSR                            VALUE "A".
           88  MMB-REMOVE-SSR                         VALUE "D".
           88  MMB-UPDATE-CONTACT                     VALUE "C".
           88  MMB-UPGRADE-BID                        VALUE "U".
       01  MMB-CHANNEL                    PIC X(01).
           88  MMB-WEB                                VALUE "W".
           88  MMB-MOBILE                             VALUE "M".
       01  MMB-RES-ID                     PIC X(11).
       01  MMB-LAST-NAME                  PIC X(30).
       01  MMB-REQUEST.
           03 MMB-SEAT-NUMBER             PIC X(04).
           03 MMB-FEE-ACCEPTED            PIC X(01).
              88 MMB-FEE-OK                           VALUE "Y".
           03 MMB-BAGS-TO-ADD             PIC 9(01).
           03 MMB-SSR-CODE                PIC X(04).
           03 MMB-SSR-TEXT                PIC X(20).
           03 MMB-EMAIL                   PIC X(20).
           03 MMB-PHONE                   PIC X(10).
           03 MMB-BID-AMT                 PIC 9(05)V99.
       01  MMB-ITINERARY.
           03 MI-FLIGHT-ID                PIC X(07).
           03 MI-ORIGIN                   PIC X(03).
           03 MI-DESTINATION              PIC X(03).
           03 MI-TRAVEL-DATE              PIC 9(08).
           03 MI-DEP-TIME                 PIC 9(04).
           03 MI-ARR-TIME                 PIC 9(04).
           03 MI-FLIGHT-STATUS            PIC X(01).
           03 MI-RES-STATUS               PIC X(01).
           03 MI-SEAT-TYPE                PIC X(02).
           03 MI-SEAT-NUMBER              PIC X(04).
           03 MI-TICKET-NO                PIC X(13).
           03 MI-LOCATOR                  PIC X(06).
           03 MI-LEG-COUNT                PIC 9(01).
           03 MI-LEG OCCURS 3 TIMES.
              05 MI-LEG-FLIGHT-ID         PIC X(07).
              05 MI-LEG-SEAT-NUMBER       PIC X(04).
           03 MI-BAG-COUNT                PIC 9(02).
           03 MI-SSR-COUNT                PIC 9(01).
           03 MI-SSR OCCURS 3 TIMES.
              05 MI-SSR-CODE              PIC X(04).
              05 MI-SSR-TEXT              PIC X(20).
           03 MI-EMAIL                    PIC X(20).
           03 MI-PHONE                    PIC X(10).
       01  MMB-FEE-AMT                    PIC 9(05)V99.
       01  MMB-RESULT                     PIC X(01).
           88  MMB-DONE                               VALUE "D".
           88  MMB-NOT-FOUND                          VALUE "N".
           88  MMB-BAD-STATUS                         VALUE "S".
           88  MMB-INVALID                            VALUE "V".
           88  MMB-SEAT-UNAVAILABLE                   VALUE "T".
           88  MMB-FEE-QUOTED                         VALUE "F".
           88  MMB-SEAT-RESTRICTED                    VALUE "R".
           88  MMB-BID-CLOSED                         VALUE "C".
           88  MMB-NO-CARD                            VALUE "P".

      *****************************************************************
       PROCEDURE DIVISION USING MMB-FUNC, MMB-CHANNEL, MMB-RES-ID,
                                 MMB-LAST-NAME, MMB-REQUEST,
                                 MMB-ITINERARY, MMB-FEE-AMT,
                                 MMB-RESULT.

       0000-MAINLINE.
           SET MMB-NOT-FOUND                TO  TRUE.
           MOVE 0                           TO  MMB-FEE-AMT.
           SET BAG-ITEM-NOT-DUE             TO  TRUE.
           MOVE SPACES                      TO  MMB-ITINERARY.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           CALL "C$PID" USING PID.
           IF MMB-MOBILE
              MOVE "MOBIL"                  TO  CHANNEL-OP-ID
           ELSE
              MOVE "WEB  "                  TO  CHANNEL-OP-ID
           END-IF.
           OPEN I-O CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              CLOSE CUSTOMER
              GOBACK
           END-IF.
           MOVE MMB-RES-ID                  TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   CLOSE CUSTOMER
                   GOBACK
           END-READ.
           IF CUST-LNAME NOT = MMB-LAST-NAME
              CLOSE CUSTOMER
              GOBACK
           END-IF.
           MOVE CUSTOMER-RECORD             TO  OLD-IMAGE.
           SET MMB-DONE                     TO  TRUE.
           EVALUATE TRUE
              WHEN MMB-RETRIEVE
                 CONTINUE
              WHEN MMB-CHANGE-SEAT
                 PERFORM CHANGE-SEAT
              WHEN MMB-ADD-BAGS
                 PERFORM ADD-PREPAID-BAGS
              WHEN MMB-ADD-SSR
                 PERFORM ADD-SSR-CODE
              WHEN MMB-REMOVE-SSR
                 PERFORM REMOVE-SSR-CODE
              WHEN MMB-UPDATE-CONTACT
                 PERFORM UPDATE-CONTACT
              WHEN MMB-UPGRADE-BID
                 PERFORM PLACE-UPGRADE-BID
              WHEN OTHER
                 SET MMB-INVALID            TO  TRUE
           END-EVALUATE.
           IF MMB-DONE AND NOT MMB-RETRIEVE AND NOT MMB-UPGRADE-BID
              PERFORM SAVE-CHANGE
           END-IF.
           IF MMB-DONE
              PERFORM BUILD-ITINERARY
           END-IF.
           CLOSE CUSTOMER.
           GOBACK.

       CHANGE-SEAT.
      *    SEAT CHANGES ARE FOR BOOKED PASSENGERS ONLY - ONCE CHECKED
      *    IN, THE BOARDING PASS CARRIES THE SEAT AND THE COUNTER OR
      *    GATE MUST RESEAT.
           IF NOT RES-BOOKED
              SET MMB-BAD-STATUS            TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF MMB-SEAT-NUMBER = SPACES OR
              MMB-SEAT-NUMBER = SEAT-NUMBER
              SET MMB-INVALID               TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-SEAT-NUMBER.
           IF SEAT-NUMBER-INVALID
              SET MMB-INVALID               TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SEAT-NUMBER-TAKEN.
           IF SEAT-TAKEN
              SET MMB-SEAT-UNAVAILABLE      TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE FLIGHT-ID                   TO  SAF-FLIGHT-ID.
           MOVE MMB-SEAT-NUMBER             TO  SAF-SEAT.
           CALL "SEATSAFE" USING CUSTOMER-RECORD, SAF-FLIGHT-ID,
                                 SAF-SEAT, SAF-RESULT, SAF-TRAINING.
           IF NOT SAF-CLEAR
              SET MMB-SEAT-RESTRICTED       TO  TRUE
              EXIT PARAGRAPH
           END-IF.
      *    ONE SEAT FEE PER RESERVATION - A PASSENGER ALREADY CHARGED
      *    WHO RESEATS IS NOT CHARGED AGAIN.  A FARE FAMILY THAT
      *    BUNDLES SEAT SELECTION IS NEVER CHARGED.
           MOVE 0                           TO  NEW-FEE-AMT.
           IF SEAT-FEE-AMT NOT NUMERIC
              MOVE 0                        TO  SEAT-FEE-AMT
           END-IF.
           IF SEAT-FEE-AMT = 0 AND NOT FAM-SEAT-INCLUDED
              PERFORM LOOKUP-SEAT-ZONE-FEE
              MOVE SEAT-ZONE-FEE            TO  NEW-FEE-AMT
           END-IF.
           IF NEW-FEE-AMT > 0
              MOVE "SEAT"                   TO  TB-CHECK-CODE
              PERFORM CHECK-TIER-BENEFIT
              IF TB-ENTITLED
                 MOVE NEW-FEE-AMT           TO  TB-WAIVED-AMT
                 PERFORM RECORD-APPLIED-BENEFIT
                 MOVE 0                     TO  NEW-FEE-AMT
              END-IF
           END-IF.
           IF NEW-FEE-AMT > 0 AND NOT MMB-FEE-OK
              MOVE NEW-FEE-AMT              TO  MMB-FEE-AMT
              SET MMB-FEE-QUOTED            TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE MMB-SEAT-NUMBER             TO  SEAT-NUMBER.
           IF EXTRA-SEAT-HELD
              MOVE SPACES                   TO  EXTRA-SEAT-NUMBER
           END-IF.
           IF NEW-FEE-AMT > 0
              MOVE NEW-FEE-AMT              TO  SEAT-FEE-AMT
              MOVE TODAY-DATE-NUM           TO  SEAT-FEE-DATE
              ADD NEW-FEE-AMT               TO  TOTAL-COLLECTED-AMT
              MOVE NEW-FEE-AMT              TO  MMB-FEE-AMT
              MOVE "SEAT"                   TO  W-EMD-FEE-TYPE
           END-IF.

       ADD-PREPAID-BAGS.
      *    PREPAID PIECES COUNT AGAINST THE SAME ALLOWANCE CHECK-IN
      *    APPLIES: THE FIRST BAG-FREE-PIECES (OR THE PIECES THE FARE
      *    FAMILY INCLUDES) FLY FREE AND EVERY PIECE AFTER THAT PAYS
      *    THE EXCESS-PIECE FEE.  WEIGHT IS NOT KNOWN UNTIL THE BAG IS
      *    ON THE SCALE, SO OVERWEIGHT IS STILL TAKEN AT CHECK-IN.
           IF NOT RES-BOOKED
              SET MMB-BAD-STATUS            TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF BAG-COUNT NOT NUMERIC
              MOVE 0                        TO  BAG-COUNT
           END-IF.
           IF BAG-FEE-AMT NOT NUMERIC OR BAG-FEE-DATE NOT NUMERIC
              MOVE 0                        TO  BAG-FEE-AMT
                                                 BAG-FEE-DATE
           END-IF.
           IF BAG-WEIGHT NOT NUMERIC
              MOVE 0                        TO  BAG-WEIGHT
           END-IF.
           IF MMB-BAGS-TO-ADD NOT NUMERIC OR MMB-BAGS-TO-ADD = 0
              SET MMB-INVALID               TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE NEW-BAG-COUNT = BAG-COUNT + MMB-BAGS-TO-ADD.
           IF NEW-BAG-COUNT > 9
              SET MMB-INVALID               TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                           TO  NEW-FEE-AMT.
           MOVE BAG-FREE-PIECES             TO  BAG-FREE-ALLOWED.
           IF NOT FARE-FAMILY-NONE AND FAM-BAGS-INCL NUMERIC
              MOVE FAM-BAGS-INCL            TO  BAG-FREE-ALLOWED
           END-IF.
           COMPUTE BAG-PIECE-NO = BAG-COUNT + 1.
           PERFORM VARYING BAG-PIECE-NO FROM BAG-PIECE-NO BY 1
                    UNTIL BAG-PIECE-NO > NEW-BAG-COUNT
              IF BAG-PIECE-NO > BAG-FREE-ALLOWED
                 ADD BAG-EXCESS-FEE         TO  NEW-FEE-AMT
              END-IF
           END-PERFORM.
           IF NEW-FEE-AMT > 0
              MOVE "BAGF"                   TO  TB-CHECK-CODE
              PERFORM CHECK-TIER-BENEFIT
              IF TB-ENTITLED
                 MOVE NEW-FEE-AMT           TO  TB-WAIVED-AMT
                 PERFORM RECORD-APPLIED-BENEFIT
                 MOVE 0                     TO  NEW-FEE-AMT
              END-IF
           END-IF.
           IF NEW-FEE-AMT > 0 AND NOT MMB-FEE-OK
              MOVE NEW-FEE-AMT              TO  MMB-FEE-AMT
              SET MMB-FEE-QUOTED            TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE NEW-BAG-COUNT               TO  BAG-COUNT.
      *    A BAG FEE ALREADY TAKEN ON AN EARLIER DAY WAS JOURNALED ON
      *    THAT DAY - THE BUCKET KEEPS ITS DATE AND THIS FEE ALSO GOES
      *    TO "collitem" SO IT IS JOURNALED TODAY.
           IF NEW-FEE-AMT > 0
              IF BAG-FEE-AMT > 0 AND BAG-FEE-DATE NOT = TODAY-DATE-NUM
                 SET BAG-ITEM-DUE           TO  TRUE
              ELSE
                 MOVE TODAY-DATE-NUM        TO  BAG-FEE-DATE
              END-IF
              ADD NEW-FEE-AMT               TO  BAG-FEE-AMT
                                                 TOTAL-COLLECTED-AMT
              MOVE NEW-FEE-AMT              TO  MMB-FEE-AMT
              MOVE "BAGF"                   TO  W-EMD-FEE-TYPE
           END-IF.

       ADD-SSR-CODE.
           IF NOT RES-BOOKED AND NOT RES-CHECKED-IN
              SET MMB-BAD-STATUS            TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF SSR-COUNT NOT NUMERIC
              MOVE 0                        TO  SSR-COUNT
           END-IF.
           IF MMB-SSR-CODE = "WCHR" OR "PETC" OR "OXYG"
              OR "MAAS" OR "DEAF" OR "BLND" OR "UMNR" OR "INFT"
              CONTINUE
           ELSE
              SET MMB-INVALID               TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SSR-CODE.
           IF SSR-FOUND-IDX > 0 OR SSR-COUNT >= 3
              SET MMB-INVALID               TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           ADD 1                            TO  SSR-COUNT.
           MOVE MMB-SSR-CODE                TO  SSR-CODE(SSR-COUNT).
           MOVE MMB-SSR-TEXT                TO  SSR-TEXT(SSR-COUNT).
      *    AN SSR THAT BARS THE SEAT ALREADY HELD (AN EXIT ROW, OR A
      *    ROW FULL OF LAP INFANTS) IS REFUSED - THE SEAT IS CHANGED
      *    FIRST.
           IF SEAT-NUMBER NOT = SPACES
              MOVE FLIGHT-ID                TO  SAF-FLIGHT-ID
              MOVE SEAT-NUMBER              TO  SAF-SEAT
              CALL "SEATSAFE" USING CUSTOMER-RECORD, SAF-FLIGHT-ID,
                                    SAF-SEAT, SAF-RESULT, SAF-TRAINING
              IF NOT SAF-CLEAR
                 MOVE SPACES                TO  SSR-CODE(SSR-COUNT)
                                                 SSR-TEXT(SSR-COUNT)
                 SUBTRACT 1                 FROM SSR-COUNT
                 SET MMB-SEAT-RESTRICTED    TO  TRUE
              END-IF
           END-IF.

       REMOVE-SSR-CODE.
      *    THE REMAINING ENTRIES CLOSE UP SO SSR-COUNT STILL COVERS
      *    THE FILLED SLOTS.
           IF NOT RES-BOOKED AND NOT RES-CHECKED-IN
              SET MMB-BAD-STATUS            TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF SSR-COUNT NOT NUMERIC
              MOVE 0                        TO  SSR-COUNT
           END-IF.
           PERFORM FIND-SSR-CODE.
           IF SSR-FOUND-IDX = 0
              SET MMB-INVALID               TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SSR-IDX FROM SSR-FOUND-IDX BY 1
                    UNTIL SSR-IDX >= SSR-COUNT
              MOVE SSR-ENTRY(SSR-IDX + 1)   TO  SSR-ENTRY(SSR-IDX)
           END-PERFORM.
           MOVE SPACES                      TO  SSR-ENTRY(SSR-COUNT).
           SUBTRACT 1                       FROM SSR-COUNT.

       FIND-SSR-CODE.
           MOVE 0                           TO  SSR-FOUND-IDX.
           PERFORM VARYING SSR-IDX FROM 1 BY 1
                    UNTIL SSR-IDX > SSR-COUNT
              IF SSR-CODE(SSR-IDX) = MMB-SSR-CODE AND
                 SSR-FOUND-IDX = 0
                 MOVE SSR-IDX               TO  SSR-FOUND-IDX
              END-IF
           END-PERFORM.

       UPDATE-CONTACT.
      *    A BLANK FIELD LEAVES THAT DETAIL AS IT IS; BOTH BLANK IS
      *    NOTHING TO DO.  THE E-MAIL PASSES THE SAME FORMAT CHECK THE
      *    COUNTER ENTRY SCREEN USES; THE PHONE IS TEN DIGITS.
           IF NOT RES-BOOKED AND NOT RES-CHECKED-IN
              SET MMB-BAD-STATUS            TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF MMB-EMAIL = SPACES AND MMB-PHONE = SPACES
              SET MMB-INVALID               TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF MMB-PHONE NOT = SPACES AND MMB-PHONE NOT NUMERIC
              SET MMB-INVALID               TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF MMB-EMAIL NOT = SPACES
              PERFORM VALIDATE-EMAIL-FORMAT
              IF EMAIL-INVALID
                 SET MMB-INVALID            TO  TRUE
                 EXIT PARAGRAPH
              END-IF
              MOVE MMB-EMAIL                TO  CUST-EMAIL
           END-IF.
           IF MMB-PHONE NOT = SPACES
              MOVE MMB-PHONE                TO  CUST-TEL
           END-IF.

       PLACE-UPGRADE-BID.
      *    THE BID LIVES ON "upgbid", NOT THE RESERVATION, SO THERE IS
      *    NO CUSTOMER REWRITE - BIDPLACE RECORDS IT UNDER THE CHANNEL.
           IF MMB-BID-AMT NOT NUMERIC
              SET MMB-INVALID               TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF MMB-BID-AMT = 0
              MOVE "W"                      TO  BPL-FUNC
           ELSE
              MOVE "P"                      TO  BPL-FUNC
           END-IF.
           MOVE MMB-BID-AMT                 TO  BPL-BID-AMT.
           CALL "BIDPLACE" USING BPL-FUNC, CUSTOMER-RECORD,
                CHANNEL-OP-ID, BPL-TRAINING, BPL-BID-AMT,
                BPL-MIN-BID, BPL-MAX-BID, BPL-RESULT.
           EVALUATE BPL-RESULT
              WHEN "K"
                 MOVE MMB-BID-AMT           TO  MMB-FEE-AMT
              WHEN "W"
                 MOVE 0                     TO  MMB-FEE-AMT
              WHEN "S"
                 SET MMB-BAD-STATUS         TO  TRUE
              WHEN "C"
                 SET MMB-BID-CLOSED         TO  TRUE
              WHEN "P"
                 SET MMB-NO-CARD            TO  TRUE
              WHEN OTHER
                 SET MMB-INVALID            TO  TRUE
           END-EVALUATE.

       VALIDATE-EMAIL-FORMAT.
           SET EMAIL-INVALID                TO  TRUE.
           MOVE 0                           TO  EML-AT-COUNT.
           INSPECT MMB-EMAIL TALLYING EML-AT-COUNT FOR ALL "@".
           IF EML-AT-COUNT = 1
              MOVE SPACES                   TO  EML-LOCAL-PART
                                                 EML-DOMAIN-PART
              UNSTRING MMB-EMAIL DELIMITED BY "@"
                       INTO EML-LOCAL-PART EML-DOMAIN-PART
              END-UNSTRING
              IF EML-LOCAL-PART NOT = SPACES AND
                 EML-DOMAIN-PART NOT = SPACES
                 MOVE 0                     TO  EML-DOT-COUNT
                 INSPECT EML-DOMAIN-PART
                         TALLYING EML-DOT-COUNT FOR ALL "."
                 IF EML-DOT-COUNT NOT = 0 AND
                    EML-DOMAIN-PART(1:1) NOT = "."
                    SET EMAIL-VALID         TO  TRUE
                 END-IF
              END-IF
           END-IF.

       VALIDATE-SEAT-NUMBER.
      *    ROW AND COLUMN MUST EXIST ON THE AIRCRAFT'S SEAT MAP, AND
      *    FC SEATS SIT IN ROWS 1 THROUGH SM-FC-ROWS WITH COACH BEHIND
      *    THEM - THE SAME CHECKS THE COUNTER ENTRY SCREEN MAKES.
           SET SEAT-NUMBER-VALID            TO  TRUE.
           IF MMB-SEAT-NUMBER(1:2) IS NUMERIC
              MOVE MMB-SEAT-NUMBER(1:2)     TO  SEAT-ROW-PART
           ELSE
              SET SEAT-NUMBER-INVALID       TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE MMB-SEAT-NUMBER(3:1)        TO  SEAT-COL-PART.
           MOVE FLIGHT-ID                   TO  FM-FLIGHT-ID.
           OPEN INPUT FLIGHT-MASTER.
           READ FLIGHT-MASTER
                INVALID KEY
                   SET SEAT-NUMBER-INVALID  TO  TRUE
           END-READ.
           CLOSE FLIGHT-MASTER.
           IF SEAT-NUMBER-INVALID
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-AIRCRAFT-TYPE            TO  SM-AIRCRAFT-TYPE.
           OPEN INPUT SEAT-MAP.
           IF SEAT-MAP-NOT-PRESENT
              CLOSE SEAT-MAP
              EXIT PARAGRAPH
           END-IF.
           READ SEAT-MAP
                INVALID KEY
                   SET SEAT-NUMBER-INVALID  TO  TRUE
           END-READ.
           CLOSE SEAT-MAP.
           IF SEAT-NUMBER-INVALID
              EXIT PARAGRAPH
           END-IF.
           IF SEAT-ROW-PART = 0 OR SEAT-ROW-PART > SM-MAX-ROW
              SET SEAT-NUMBER-INVALID       TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF SM-FC-ROWS NUMERIC AND SM-FC-ROWS > 0
              IF SEAT-TYPE = "FC" AND SEAT-ROW-PART > SM-FC-ROWS
                 SET SEAT-NUMBER-INVALID    TO  TRUE
                 EXIT PARAGRAPH
              END-IF
              IF SEAT-TYPE = "CO" AND SEAT-ROW-PART NOT > SM-FC-ROWS
                 SET SEAT-NUMBER-INVALID    TO  TRUE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           SET SEAT-NUMBER-INVALID          TO  TRUE.
           PERFORM VARYING COL-IDX FROM 1 BY 1
                    UNTIL COL-IDX > 8
              IF SM-VALID-COLS(COL-IDX:1) = SEAT-COL-PART
                 SET SEAT-NUMBER-VALID      TO  TRUE
              END-IF
           END-PERFORM.

       CHECK-SEAT-NUMBER-TAKEN.
      *    ANOTHER PASSENGER ON THE FLIGHT IN THE SEAT, OR THE SEAT ON
      *    AN ACTIVE SEAT BLOCK, MAKES IT UNAVAILABLE.
           SET SEAT-NOT-TAKEN               TO  TRUE.
           MOVE MMB-SEAT-NUMBER             TO  SAVE-SEAT-NUMBER.
           MOVE CUST-RES-ID                 TO  SAVE-CUST-RES-ID.
           MOVE FLIGHT-ID                   TO  SAVE-FLIGHT-ID.
           MOVE SEAT-TYPE                   TO  SAVE-SEAT-TYPE.
           MOVE CUSTOMER-RECORD             TO  SCUSTOMER-RECORD.
           START CUSTOMER KEY IS = FLIGHT-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ CUSTOMER NEXT
                         AT END MOVE SPACES  TO  FLIGHT-ID
                    END-READ
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                       IF SEAT-NUMBER = SAVE-SEAT-NUMBER AND
                          CUST-RES-ID NOT = SAVE-CUST-RES-ID
                          SET SEAT-TAKEN     TO  TRUE
                       END-IF
                       IF EXTRA-SEAT-HELD AND
                          EXTRA-SEAT-NUMBER = SAVE-SEAT-NUMBER AND
                          CUST-RES-ID NOT = SAVE-CUST-RES-ID
                          SET SEAT-TAKEN     TO  TRUE
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES  TO  FLIGHT-ID
                       END-READ
                    END-PERFORM
           END-START.
      *    THE ALTERNATE-KEY WALK MOVED THE FILE POSITION; RE-READ THE
      *    PASSENGER'S OWN RECORD SO THE REWRITE LANDS ON IT.
           MOVE SAVE-CUST-RES-ID            TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SCUSTOMER-RECORD            TO  CUSTOMER-RECORD.
           IF SEAT-NOT-TAKEN
              PERFORM CHECK-SEAT-BLOCKED
           END-IF.

       CHECK-SEAT-BLOCKED.
           MOVE SAVE-FLIGHT-ID              TO  SB-FLIGHT-ID.
           MOVE SAVE-SEAT-TYPE              TO  SB-SEAT-TYPE.
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
      *    A BLOCK RELEASES ONCE THE FLIGHT IS WITHIN SB-RELEASE-DAYS
      *    OF DEPARTURE.  FM-TRAVEL-DATE WAS READ BY THE SEAT EDIT.
           IF FM-TRAVEL-DATE = 0
              MOVE 0                        TO  DAYS-TO-DEPART
           ELSE
              COMPUTE DAYS-TO-DEPART =
                    FUNCTION INTEGER-OF-DATE(FM-TRAVEL-DATE)
                  - FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM)
           END-IF.
           IF DAYS-TO-DEPART NOT > SB-RELEASE-DAYS
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SB-IDX FROM 1 BY 1
                    UNTIL SB-IDX > 10
              IF SB-SEAT-LIST(SB-IDX) NOT = SPACES AND
                 SB-SEAT-LIST(SB-IDX) = SAVE-SEAT-NUMBER
                 SET SEAT-TAKEN             TO  TRUE
              END-IF
           END-PERFORM.

       LOOKUP-SEAT-ZONE-FEE.
      *    THE ROW PRICES BY THE FEE ZONES ON THE SEAT MAP JUST READ
      *    BY THE SEAT EDIT; ROWS OUTSIDE EVERY ZONE ARE FREE.
           MOVE 0                           TO  SEAT-ZONE-FEE.
           IF SEAT-MAP-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SEAT-ZONE-IDX FROM 1 BY 1
                    UNTIL SEAT-ZONE-IDX > 3
              IF SM-ZONE-FROM-ROW(SEAT-ZONE-IDX) NUMERIC AND
                 SM-ZONE-FROM-ROW(SEAT-ZONE-IDX) > 0 AND
                 SEAT-ROW-PART >= SM-ZONE-FROM-ROW(SEAT-ZONE-IDX) AND
                 SEAT-ROW-PART <= SM-ZONE-TO-ROW(SEAT-ZONE-IDX)
                 MOVE SM-ZONE-FEE(SEAT-ZONE-IDX) TO SEAT-ZONE-FEE
              END-IF
           END-PERFORM.

       CHECK-TIER-BENEFIT.
           SET TB-NOT-ENTITLED              TO  TRUE.
           IF FREQ-FLYER-TIER = SPACES
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TIER-BENEFIT.
           IF TIER-BENE-NOT-PRESENT
              CLOSE TIER-BENEFIT
              EXIT PARAGRAPH
           END-IF.
           MOVE FREQ-FLYER-TIER             TO  TB-TIER.
           MOVE TB-CHECK-CODE               TO  TB-BENEFIT.
           READ TIER-BENEFIT
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET TB-ENTITLED          TO  TRUE
           END-READ.
           CLOSE TIER-BENEFIT.

       RECORD-APPLIED-BENEFIT.
           IF BENEFITS-APPLIED(1:4) = SPACES
              MOVE TB-CHECK-CODE            TO  BENEFITS-APPLIED(1:4)
           ELSE
              IF BENEFITS-APPLIED(5:4) = SPACES
                 MOVE TB-CHECK-CODE         TO  BENEFITS-APPLIED(5:4)
              ELSE
                 MOVE TB-CHECK-CODE         TO  BENEFITS-APPLIED(9:4)
              END-IF
           END-IF.
           IF BENEFIT-VALUE-AMT NOT NUMERIC
              MOVE 0                        TO  BENEFIT-VALUE-AMT
           END-IF.
           ADD TB-WAIVED-AMT                TO  BENEFIT-VALUE-AMT.

       SAVE-CHANGE.
           REWRITE CUSTOMER-RECORD
                INVALID KEY
                   SET MMB-NOT-FOUND        TO  TRUE
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "M"                         TO  AUDIT-ACTION.
           MOVE TODAY-YY                    TO  AUDIT-YY.
           MOVE TODAY-MM                    TO  AUDIT-MM.
           MOVE TODAY-DD                    TO  AUDIT-DD.
           MOVE PID                         TO  AUDIT-PID.
           MOVE CHANNEL-OP-ID               TO  AUDIT-OPERATOR-ID.
           MOVE OLD-IMAGE                   TO  AUDIT-BEFORE-IMAGE.
           MOVE CUSTOMER-RECORD             TO  AUDIT-AFTER-IMAGE.
           OPEN EXTEND CUSTOMER-AUDIT.
           IF AUDIT-NOT-PRESENT
              CLOSE CUSTOMER-AUDIT
              OPEN OUTPUT CUSTOMER-AUDIT
           END-IF.
           WRITE AUDIT-RECORD.
           CLOSE CUSTOMER-AUDIT.
           IF MMB-FEE-AMT > 0
              PERFORM ISSUE-ANCILLARY-DOC
           END-IF.
           IF BAG-ITEM-DUE
              PERFORM WRITE-BAG-COLLECTION-ITEM
           END-IF.
           PERFORM WRITE-BOOKING-JOURNAL.

       WRITE-BOOKING-JOURNAL.
           INITIALIZE BKJRNL-PARMS.
           IF MMB-FEE-AMT > 0
              SET BKJ-FEE                   TO  TRUE
           ELSE
              SET BKJ-CHANGE                TO  TRUE
           END-IF.
           MOVE "SELF-SERVICE"              TO  BKJ-DETAIL.
           MOVE CUST-RES-ID                 TO  BKJ-CUST-RES-ID.
           IF TOTAL-COLLECTED-AMT NUMERIC
              MOVE TOTAL-COLLECTED-AMT      TO  BKJ-AMOUNT
           END-IF.
           MOVE "MMBSERV"                   TO  BKJ-PROGRAM.
           MOVE CHANNEL-OP-ID               TO  BKJ-OP-ID.
           CALL "BKJRNL" USING BKJRNL-PARMS.

       WRITE-BAG-COLLECTION-ITEM.
           OPEN I-O COLLECTION-ITEM.
           IF COLL-ITEM-NOT-PRESENT
              CLOSE COLLECTION-ITEM
              OPEN OUTPUT COLLECTION-ITEM
              CLOSE COLLECTION-ITEM
              OPEN I-O COLLECTION-ITEM
           END-IF.
           MOVE SPACES                      TO  COLLECTION-ITEM-RECORD.
           MOVE TODAY-DATE-NUM              TO  DC-COLLECT-DATE.
           MOVE CUST-RES-ID                 TO  DC-CUST-RES-ID.
           SET DC-BAG-FEE                   TO  TRUE.
           MOVE NEW-FEE-AMT                 TO  DC-AMOUNT.
           MOVE PAYMENT-CURRENCY            TO  DC-CURRENCY.
           MOVE "MMBSERV"                   TO  DC-PROGRAM.
           MOVE CHANNEL-OP-ID               TO  DC-OP-ID.
           MOVE 0                           TO  DC-SETTLE-DATE.
           SET COLL-ITEM-NOT-WRITTEN        TO  TRUE.
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

       ISSUE-ANCILLARY-DOC.
      *    THE FEE JUST TAKEN GETS ITS OWN EMD NUMBER, AS AT THE
      *    COUNTER.
           OPEN I-O EMD-LEDGER.
           IF EMD-LEDGER-NOT-PRESENT
              CLOSE EMD-LEDGER
              OPEN OUTPUT EMD-LEDGER
              CLOSE EMD-LEDGER
              OPEN I-O EMD-LEDGER
           END-IF.
           PERFORM ISSUE-EMD-NUMBER.
           MOVE CUST-RES-ID                 TO  EM-CUST-RES-ID.
           MOVE TICKET-NO                   TO  EM-TICKET-NO.
           MOVE W-EMD-FEE-TYPE              TO  EM-FEE-TYPE.
           MOVE MMB-FEE-AMT                 TO  EM-AMOUNT.
           MOVE PAYMENT-CURRENCY            TO  EM-CURRENCY.
           MOVE TODAY-DATE-NUM              TO  EM-ISSUE-DATE
                                                 EM-STATUS-DATE.
           SET EM-OPEN                      TO  TRUE.
           MOVE CHANNEL-OP-ID               TO  EM-OP-ID.
           WRITE EMD-LEDGER-RECORD.
           CLOSE EMD-LEDGER.

       ISSUE-EMD-NUMBER.
           OPEN I-O EMD-COUNTER.
           IF EMD-CTR-NOT-PRESENT
              CLOSE EMD-COUNTER
              OPEN OUTPUT EMD-COUNTER
              CLOSE EMD-COUNTER
              OPEN I-O EMD-COUNTER
           END-IF.
           MOVE "M"                         TO  EN-KEY.
           READ EMD-COUNTER WITH LOCK
                INVALID KEY
                   MOVE "M"                 TO  EN-KEY
                   MOVE 2                   TO  EN-NEXT-NO
                   WRITE EMD-COUNTER-RECORD
                   MOVE 1                   TO  W-EMD-CNTR
                NOT INVALID KEY
                   MOVE EN-NEXT-NO          TO  W-EMD-CNTR
                   ADD 1                    TO  EN-NEXT-NO
                   REWRITE EMD-COUNTER-RECORD
           END-READ.
           CLOSE EMD-COUNTER.
           MOVE SPACES                      TO  EMD-LEDGER-RECORD.
           MOVE "0002"                      TO  EM-DOC-NO(1:4).
           MOVE W-EMD-CNTR                  TO  EM-DOC-NO(5:9).

       BUILD-ITINERARY.
           MOVE FLIGHT-ID                   TO  MI-FLIGHT-ID.
           MOVE RES-STATUS                  TO  MI-RES-STATUS.
           MOVE SEAT-TYPE                   TO  MI-SEAT-TYPE.
           MOVE SEAT-NUMBER                 TO  MI-SEAT-NUMBER.
           MOVE TICKET-NO                   TO  MI-TICKET-NO.
           MOVE BOOKING-LOCATOR             TO  MI-LOCATOR.
           MOVE CUST-EMAIL                  TO  MI-EMAIL.
           MOVE CUST-TEL                    TO  MI-PHONE.
           MOVE 0                           TO  MI-TRAVEL-DATE
                                                 MI-DEP-TIME
                                                 MI-ARR-TIME
                                                 MI-LEG-COUNT
                                                 MI-BAG-COUNT
                                                 MI-SSR-COUNT.
           IF BAG-COUNT NUMERIC
              MOVE BAG-COUNT                TO  MI-BAG-COUNT
           END-IF.
           MOVE FLIGHT-ID                   TO  FM-FLIGHT-ID.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              CLOSE FLIGHT-MASTER
           ELSE
              READ FLIGHT-MASTER
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE FM-ORIGIN        TO  MI-ORIGIN
                      MOVE FM-DESTINATION   TO  MI-DESTINATION
                      MOVE FM-TRAVEL-DATE   TO  MI-TRAVEL-DATE
                      MOVE FM-SCHED-DEP-TIME TO MI-DEP-TIME
                      MOVE FM-SCHED-ARR-TIME TO MI-ARR-TIME
                      MOVE FM-STATUS-CODE   TO  MI-FLIGHT-STATUS
              END-READ
              CLOSE FLIGHT-MASTER
           END-IF.
           IF LEG-COUNT NUMERIC AND LEG-COUNT > 0
              MOVE LEG-COUNT                TO  MI-LEG-COUNT
              PERFORM VARYING LEG-IDX FROM 1 BY 1
                       UNTIL LEG-IDX > LEG-COUNT
                 MOVE LEG-FLIGHT-ID(LEG-IDX)
                                       TO  MI-LEG-FLIGHT-ID(LEG-IDX)
                 MOVE LEG-SEAT-NUMBER(LEG-IDX)
                                       TO  MI-LEG-SEAT-NUMBER(LEG-IDX)
              END-PERFORM
           END-IF.
           IF SSR-COUNT NUMERIC AND SSR-COUNT > 0
              MOVE SSR-COUNT                TO  MI-SSR-COUNT
              PERFORM VARYING SSR-IDX FROM 1 BY 1
                       UNTIL SSR-IDX > SSR-COUNT
                 MOVE SSR-CODE(SSR-IDX)     TO  MI-SSR-CODE(SSR-IDX)
                 MOVE SSR-TEXT(SSR-IDX)     TO  MI-SSR-TEXT(SSR-IDX)
              END-PERFORM
           END-IF.
