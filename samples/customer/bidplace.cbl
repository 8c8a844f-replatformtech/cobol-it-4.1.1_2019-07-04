      ******************************************************************
      *    BIDPLACE.CBL
      *    STAND-ALONE UPGRADE-BID SUBPROGRAM - THE COUNTER (CUSTOMER0)
      *    AND MANAGE-MY-BOOKING (MMBSERV) BOTH TAKE A COACH
      *    PASSENGER'S CASH BID FOR A FIRST CLASS UPGRADE, AND BOTH
      *    NEED THE SAME RULES:
      *      - ONLY A PAID COACH RESERVATION, BOOKED OR CHECKED IN,
      *        NOT ALREADY UPGRADED, NOT AN INFANT AND NOT HOLDING AN
      *        EXTRA SEAT, WITH A CARD ON FILE TO CHARGE, MAY BID.
      *      - THE ROUTE MUST HAVE A "bidlimit" RECORD, AND THE BID
      *        MUST FALL BETWEEN ITS MINIMUM AND MAXIMUM.
      *      - BIDDING CLOSES UL-CLOSE-HOURS BEFORE THE SCHEDULED
      *        DEPARTURE, WHEN BIDAWARD SETTLES THE FLIGHT; A BID
      *        ALREADY SETTLED CANNOT BE CHANGED.
      *    FUNCTION "Q" QUOTES THE LIMITS AND ANY OPEN BID, "P" PLACES
      *    OR RAISES/LOWERS THE BID, "W" WITHDRAWS IT.  ONE BID PER
      *    RESERVATION ON "upgbid".  NOTHING IS CHARGED HERE - THE
      *    CARD IS ONLY AUTHORIZED FOR A BID THAT WINS.  A TRAINING
      *    CALL IS JUDGED BUT NEVER WRITTEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      BIDPLACE.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FM-STATUS.

           SELECT BID-LIMIT
                  ASSIGN TO DISK "bidlimit"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS UL-KEY
                  FILE STATUS IS BID-LIMIT-STATUS.

           SELECT UPGRADE-BID
                  ASSIGN TO DISK "upgbid"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS UB-CUST-RES-ID
                  ALTERNATE RECORD KEY IS UB-FLIGHT-ID WITH DUPLICATES
                  FILE STATUS IS UPGRADE-BID-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  BID-LIMIT.
       COPY bidlimit.

       FD  UPGRADE-BID.
       COPY upgbid.

       WORKING-STORAGE SECTION.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  BID-LIMIT-STATUS               PIC X(02).
           88 BID-LIMIT-NOT-PRESENT                   VALUE "35".
       01  UPGRADE-BID-STATUS             PIC X(02).
           88 UPGRADE-BID-NOT-PRESENT                 VALUE "35".
       COPY custrec.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  TIME-NOW                       PIC 9(08)   VALUE 0.
       01  RUN-TIME                       PIC 9(04)   VALUE 0.
       01  RUN-MINUTES                    PIC 9(12)   VALUE 0.
       01  DEP-MINUTES                    PIC 9(12)   VALUE 0.
       01  MINS-TO-DEP                    PIC S9(12)  VALUE 0.
       01  W-HH                           PIC 9(02)   VALUE 0.
       01  W-MM                           PIC 9(02)   VALUE 0.
       01  BP-BID-ON-FILE-SWITCH          PIC 9       VALUE 0.
           88 BP-BID-ON-FILE                          VALUE 1.
           88 BP-NO-BID-ON-FILE                       VALUE 0.
       01  BP-RECORD-SWITCH               PIC 9       VALUE 0.
           88 BP-RECORD-ON-FILE                       VALUE 1.
           88 BP-RECORD-NOT-ON-FILE                   VALUE 0.

      ******************************************************************
       LINKAGE SECTION.
       01  BIDPLACE-FUNC                  PIC X(01).
           88  BIDPLACE-QUOTE                         VALUE "Q".
           88  BIDPLACE-PLACE                         VALUE "P".
           88  BIDPLACE-WITHDRAW                      VALUE "W".
       01  BIDPLACE-PAX-RECORD            PIC X(876).
       01  BIDPLACE-ENTERED-BY            PIC X(05).
       01  BIDPLACE-TRAINING-FLAG         PIC X(01).
           88  BIDPLACE-TRAINING                      VALUE "Y".
       01  BIDPLACE-BID-AMT               PIC 9(05)V99.
       01  BIDPLACE-MIN-BID               PIC 9(05)V99.
       01  BIDPLACE-MAX-BID               PIC 9(05)V99.
       01  BIDPLACE-RESULT                PIC X(01).
           88  BIDPLACE-OK                            VALUE "K".
           88  BIDPLACE-WITHDRAWN                     VALUE "W".
           88  BIDPLACE-NOT-ELIGIBLE                  VALUE "S".
           88  BIDPLACE-NO-CARD                       VALUE "P".
           88  BIDPLACE-NO-AUCTION                    VALUE "N".
           88  BIDPLACE-CLOSED                        VALUE "C".
           88  BIDPLACE-OUT-OF-RANGE                  VALUE "L".
           88  BIDPLACE-NO-OPEN-BID                   VALUE "X".

      ******************************************************************
       PROCEDURE DIVISION USING BIDPLACE-FUNC, BIDPLACE-PAX-RECORD,
                                 BIDPLACE-ENTERED-BY,
                                 BIDPLACE-TRAINING-FLAG,
                                 BIDPLACE-BID-AMT, BIDPLACE-MIN-BID,
                                 BIDPLACE-MAX-BID, BIDPLACE-RESULT.

       0000-MAINLINE.
           MOVE BIDPLACE-PAX-RECORD         TO  CUSTOMER-RECORD.
           MOVE 0                           TO  BIDPLACE-MIN-BID
                                                 BIDPLACE-MAX-BID.
           SET BIDPLACE-OK                  TO  TRUE.
           PERFORM 1000-CHECK-ELIGIBLE.
           IF NOT BIDPLACE-OK
              GOBACK
           END-IF.
           PERFORM 2000-CHECK-ROUTE-WINDOW.
           IF NOT BIDPLACE-OK
              GOBACK
           END-IF.
           PERFORM 3000-READ-BID.
           IF BP-BID-ON-FILE AND UB-SETTLED
              SET BIDPLACE-CLOSED           TO  TRUE
              GOBACK
           END-IF.
           EVALUATE TRUE
              WHEN BIDPLACE-QUOTE
                 IF BP-BID-ON-FILE AND UB-OPEN
                    MOVE UB-BID-AMT         TO  BIDPLACE-BID-AMT
                 ELSE
                    MOVE 0                  TO  BIDPLACE-BID-AMT
                 END-IF
              WHEN BIDPLACE-WITHDRAW
                 PERFORM 5000-WITHDRAW-BID
              WHEN OTHER
                 PERFORM 4000-PLACE-BID
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      *    THE SAME PASSENGER TEST MILES UPGRADES USE, PLUS A CARD TO
      *    CHARGE IF THE BID WINS.
      ******************************************************************
       1000-CHECK-ELIGIBLE.
           IF SEAT-TYPE NOT = "CO" OR AWARD-BOOKING OR
              (NOT RES-BOOKED AND NOT RES-CHECKED-IN) OR
              UPGRADE-FLAG NOT = SPACE OR
              PAX-TYPE = "I" OR EXTRA-SEAT-HELD
              SET BIDPLACE-NOT-ELIGIBLE     TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF CARD-ACCT-NO = SPACES OR LOW-VALUES
              SET BIDPLACE-NO-CARD          TO  TRUE
           END-IF.

      ******************************************************************
      *    ROUTE LIMITS FROM "bidlimit", AND THE BIDDING WINDOW - IT
      *    SHUTS UL-CLOSE-HOURS BEFORE THE SCHEDULED DEPARTURE.
      ******************************************************************
       2000-CHECK-ROUTE-WINDOW.
           OPEN INPUT FLIGHT-MASTER.
           IF FM-NOT-PRESENT
              CLOSE FLIGHT-MASTER
              SET BIDPLACE-NO-AUCTION       TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE FLIGHT-ID                   TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   SET BIDPLACE-NO-AUCTION  TO  TRUE
           END-READ.
           CLOSE FLIGHT-MASTER.
           IF NOT BIDPLACE-OK
              EXIT PARAGRAPH
           END-IF.
           IF FM-CANCELLED
              SET BIDPLACE-CLOSED           TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT BID-LIMIT.
           IF BID-LIMIT-NOT-PRESENT
              CLOSE BID-LIMIT
              SET BIDPLACE-NO-AUCTION       TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-ORIGIN                   TO  UL-ORIGIN.
           MOVE FM-DESTINATION              TO  UL-DEST.
           READ BID-LIMIT
                INVALID KEY
                   SET BIDPLACE-NO-AUCTION  TO  TRUE
           END-READ.
           CLOSE BID-LIMIT.
           IF NOT BIDPLACE-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE UL-MIN-BID                  TO  BIDPLACE-MIN-BID.
           MOVE UL-MAX-BID                  TO  BIDPLACE-MAX-BID.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           ACCEPT TIME-NOW                 FROM TIME.
           COMPUTE RUN-TIME = TIME-NOW / 10000.
           DIVIDE RUN-TIME BY 100 GIVING W-HH REMAINDER W-MM.
           COMPUTE RUN-MINUTES =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE) * 1440
                 + W-HH * 60 + W-MM.
           MOVE 0                           TO  W-HH W-MM.
           IF FM-SCHED-DEP-TIME NUMERIC
              DIVIDE FM-SCHED-DEP-TIME BY 100 GIVING W-HH
                                              REMAINDER W-MM
           END-IF.
           COMPUTE DEP-MINUTES =
                   FUNCTION INTEGER-OF-DATE(FM-TRAVEL-DATE) * 1440
                 + W-HH * 60 + W-MM.
           COMPUTE MINS-TO-DEP = DEP-MINUTES - RUN-MINUTES.
           IF MINS-TO-DEP NOT > UL-CLOSE-HOURS * 60
              SET BIDPLACE-CLOSED           TO  TRUE
           END-IF.

       3000-READ-BID.
           SET BP-NO-BID-ON-FILE            TO  TRUE.
           OPEN INPUT UPGRADE-BID.
           IF UPGRADE-BID-NOT-PRESENT
              CLOSE UPGRADE-BID
              EXIT PARAGRAPH
           END-IF.
           MOVE CUST-RES-ID                 TO  UB-CUST-RES-ID.
           READ UPGRADE-BID
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
      *    A BID LEFT OVER FROM A FLIGHT THE PASSENGER HAS SINCE
      *    CHANGED AWAY FROM IS REPLACED, NOT CARRIED ACROSS.
                   IF UB-FLIGHT-ID = FLIGHT-ID
                      SET BP-BID-ON-FILE    TO  TRUE
                   END-IF
           END-READ.
           CLOSE UPGRADE-BID.

      ******************************************************************
      *    A NEW BID OR A CHANGED AMOUNT - EITHER WAY THE BID TIME IS
      *    RESTAMPED, SO AN EQUAL BID ENTERED EARLIER RANKS FIRST.
      ******************************************************************
       4000-PLACE-BID.
           IF BIDPLACE-BID-AMT NOT NUMERIC OR
              BIDPLACE-BID-AMT < UL-MIN-BID OR
              BIDPLACE-BID-AMT > UL-MAX-BID
              SET BIDPLACE-OUT-OF-RANGE     TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF BIDPLACE-TRAINING
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O UPGRADE-BID.
           IF UPGRADE-BID-NOT-PRESENT
              CLOSE UPGRADE-BID
              OPEN OUTPUT UPGRADE-BID
              CLOSE UPGRADE-BID
              OPEN I-O UPGRADE-BID
           END-IF.
           SET BP-RECORD-ON-FILE            TO  TRUE.
           MOVE CUST-RES-ID                 TO  UB-CUST-RES-ID.
           READ UPGRADE-BID
                INVALID KEY
                   SET BP-RECORD-NOT-ON-FILE TO TRUE
                   MOVE SPACES              TO  UPGRADE-BID-RECORD
                   MOVE CUST-RES-ID         TO  UB-CUST-RES-ID
           END-READ.
           MOVE FLIGHT-ID                   TO  UB-FLIGHT-ID.
           MOVE BIDPLACE-BID-AMT            TO  UB-BID-AMT.
           MOVE PAYMENT-TYPE                TO  UB-PAYMENT-TYPE.
           MOVE CARD-ACCT-NO                TO  UB-CARD-TOKEN.
           MOVE TODAY-DATE                  TO  UB-BID-DATE
                                                 UB-STATUS-DATE.
           MOVE TIME-NOW(1:6)               TO  UB-BID-TIME.
           MOVE BIDPLACE-ENTERED-BY         TO  UB-ENTERED-BY.
           SET UB-OPEN                      TO  TRUE.
           MOVE SPACES                      TO  UB-SEAT-AWARDED
                                                 UB-EMD-NO.
           IF BP-RECORD-ON-FILE
              REWRITE UPGRADE-BID-RECORD
           ELSE
              WRITE UPGRADE-BID-RECORD
           END-IF.
           CLOSE UPGRADE-BID.

       5000-WITHDRAW-BID.
           IF BP-NO-BID-ON-FILE OR NOT UB-OPEN
              SET BIDPLACE-NO-OPEN-BID      TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           SET BIDPLACE-WITHDRAWN           TO  TRUE.
           IF BIDPLACE-TRAINING
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O UPGRADE-BID.
           MOVE CUST-RES-ID                 TO  UB-CUST-RES-ID.
           READ UPGRADE-BID
                INVALID KEY
                   CLOSE UPGRADE-BID
                   EXIT PARAGRAPH
           END-READ.
           SET UB-WITHDRAWN                 TO  TRUE.
           MOVE TODAY-DATE                  TO  UB-STATUS-DATE.
           REWRITE UPGRADE-BID-RECORD.
           CLOSE UPGRADE-BID.
