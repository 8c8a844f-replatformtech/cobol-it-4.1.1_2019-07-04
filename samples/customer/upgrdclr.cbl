      *    MANIFEST), AND THE fltinv SUMMARY IS MOVED FROM COACH TO
      *    FIRST.  SEATS HELD ON AN ACTIVE "seatblk" BLOCK REDUCE THE
      *    OPEN-SEAT COUNT AND ARE NEVER ASSIGNED, THE SAME RULE THE
      *    CAPACITY CHECK AND AUTOSEAT APPLY, AND NO ONE IS GIVEN AN
      *    FC SEAT THE CABIN SAFETY RULES (SEATSAFE) BAR THEM FROM.
      *    PAID UPGRADE BIDS COME FIRST: WHILE THE FLIGHT STILL HAS
      *    OPEN BIDS ON "upgbid" THE CLEARANCE IS REFUSED UNTIL
      *    BIDAWARD HAS SETTLED THEM, SO ONLY THE FC SEATS THE AUCTION
      *    LEFT ARE GIVEN AWAY.
      *    A CLEARANCE REPORT GOES TO "upgrdclr".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT UPGRADE-BID
                  ASSIGN TO DISK "upgbid"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS UB-CUST-RES-ID
                  ALTERNATE RECORD KEY IS UB-FLIGHT-ID WITH DUPLICATES
                  FILE STATUS IS UPGRADE-BID-STATUS.

           SELECT UPGRADE-RPT
                  ASSIGN TO DISK "upgrdclr"
                  ORGANIZATION IS SEQUENTIAL
       FD  CUSTOMER.
       COPY custrec.

       FD  UPGRADE-BID.
       COPY upgbid.

       FD  UPGRADE-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FM-STATUS                      PIC X(02).
           88 FM-NOT-PRESENT                          VALUE "35".
       01  SEAT-MAP-STATUS                PIC X(02).
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  UPGRADE-BID-STATUS             PIC X(02).
           88 UPGRADE-BID-NOT-PRESENT                 VALUE "35".
       01  OPEN-BID-COUNT                 PIC 9(03)   VALUE 0.
       01  BID-EOF-SWITCH                 PIC 9       VALUE 0.
           88 BID-AT-END                              VALUE 1.
           88 BID-NOT-AT-END                          VALUE 0.
       01  SEAT-BLK-STATUS                PIC X(02).
           88 SEAT-BLK-NOT-FOUND                      VALUE "23" "35".
       01  WS-FLIGHT-ID                   PIC X(07)   VALUE SPACES.
       01  FI-ADJ-TYPE                    PIC X(02)   VALUE SPACES.
       01  FI-ADJUSTMENT                  PIC S9(03)  VALUE 0.
       01  FI-CALL-RESULT                 PIC X(01)   VALUE SPACES.
       01  SAF-FLIGHT-ID                  PIC X(07)   VALUE SPACES.
       01  SAF-SEAT                       PIC X(04)   VALUE SPACES.
       01  SAF-TRAINING                   PIC X(01)   VALUE "N".
       01  SAF-RESULT                     PIC X(01)   VALUE "K".
           88 SAF-CLEAR                               VALUE "K".

      *****************************************************************
       PROCEDURE DIVISION.
                   STOP RUN
           END-READ.
           CLOSE FLIGHT-MASTER.
           PERFORM CHECK-OPEN-BIDS.
           IF OPEN-BID-COUNT > 0
              DISPLAY "UPGRDCLR - " OPEN-BID-COUNT " UPGRADE BID(S) STI
      -       "LL OPEN - RUN BIDAWARD FIRST, ABORTING"
              STOP RUN
           END-IF.
           MOVE 0                          TO  SM-MAX-ROW SM-FC-ROWS.
           OPEN INPUT SEAT-MAP.
           IF SEAT-MAP-NOT-PRESENT
           END-STRING.
           WRITE RPT-RECORD.

       CHECK-OPEN-BIDS.
           MOVE 0                          TO  OPEN-BID-COUNT.
           OPEN INPUT UPGRADE-BID.
           IF UPGRADE-BID-NOT-PRESENT
              CLOSE UPGRADE-BID
              EXIT PARAGRAPH
           END-IF.
           SET BID-NOT-AT-END              TO  TRUE.
           MOVE WS-FLIGHT-ID               TO  UB-FLIGHT-ID.
           START UPGRADE-BID KEY IS = UB-FLIGHT-ID
                 INVALID KEY
                    SET BID-AT-END         TO  TRUE
           END-START.
           PERFORM UNTIL BID-AT-END
              READ UPGRADE-BID NEXT
                   AT END
                      SET BID-AT-END       TO  TRUE
                   NOT AT END
                      IF UB-FLIGHT-ID NOT = WS-FLIGHT-ID
                         SET BID-AT-END    TO  TRUE
                      ELSE
                         IF UB-OPEN
                            ADD 1          TO  OPEN-BID-COUNT
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE UPGRADE-BID.

       LOAD-FC-STATE.
           MOVE 0                          TO  FC-BOOKED
                                                USED-SEAT-COUNT.
                          IF PAX-TYPE NOT = "I"
                             ADD 1          TO  FC-BOOKED
                          END-IF
                          IF EXTRA-SEAT-HELD
                             ADD 1          TO  FC-BOOKED
                          END-IF
                          IF SEAT-NUMBER NOT = SPACES AND
                             USED-SEAT-COUNT < 100
                             ADD 1          TO  USED-SEAT-COUNT
                             MOVE SEAT-NUMBER  TO
                                  USED-SEAT(USED-SEAT-COUNT)
                          END-IF
                          IF EXTRA-SEAT-HELD AND
                             EXTRA-SEAT-NUMBER NOT = SPACES AND
                             USED-SEAT-COUNT < 100
                             ADD 1          TO  USED-SEAT-COUNT
                             MOVE EXTRA-SEAT-NUMBER TO
                                  USED-SEAT(USED-SEAT-COUNT)
                          END-IF
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES TO FLIGHT-ID
                         AT END MOVE SPACES  TO  FLIGHT-ID
                    END-READ
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
      *    A PASSENGER HOLDING AN EXTRA SEAT NEEDS TWO FC SEATS AND
      *    IS NOT A CANDIDATE FOR A ONE-SEAT COMPLIMENTARY UPGRADE.
                       IF SEAT-TYPE = "CO" AND RES-CHECKED-IN AND
                          NOT COMP-UPGRADED AND
                          NOT EXTRA-SEAT-HELD AND
                          PAX-TYPE NOT = "I" AND
                          STBY-COUNT < 200
                          ADD 1             TO  STBY-COUNT
                    MOVE SM-VALID-COLS(COL-IDX:1)
                                           TO  NEW-SEAT(3:1)
                    PERFORM CHECK-FC-SEAT-USED
                    IF SEAT-NOT-IN-USE
                       PERFORM CHECK-FC-SEAT-SAFETY
                    END-IF
                    IF SEAT-NOT-IN-USE
                       SET FC-SEAT-FOUND   TO  TRUE
                       IF USED-SEAT-COUNT < 100
              END-IF
           END-PERFORM.

       CHECK-FC-SEAT-SAFETY.
      *    AN FC SEAT THE CABIN SAFETY RULES BAR TO THIS PASSENGER
      *    (EXIT ROW, LAP INFANTS PER ROW) IS PASSED OVER FOR THEM.
           MOVE WS-FLIGHT-ID               TO  SAF-FLIGHT-ID.
           MOVE NEW-SEAT                   TO  SAF-SEAT.
           CALL "SEATSAFE" USING CUSTOMER-RECORD, SAF-FLIGHT-ID,
                                 SAF-SEAT, SAF-RESULT, SAF-TRAINING.
           IF NOT SAF-CLEAR
              SET SEAT-IN-USE              TO  TRUE
           END-IF.

       TERMINATE-CLEARANCE.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           WRITE RPT-RECORD.
           CLOSE CUSTOMER.
           CLOSE UPGRADE-RPT.
           MOVE "UPGRDCLR"                 TO  RPG-REPORT-ID.
           MOVE "upgrdclr"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "UPGRDCLR"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "UPGRDCLR - " UPGRADED-COUNT " PASSENGER(S) UPGRADED
      -    " - SEE upgrdclr".
