      *      3) DISRUPTION-COST REPORT - ISSUED AND BILLED TOTALS PER
      *         FLIGHT AND CAUSE, TO "amenrpt", SO A CANCELLATION
      *         FINALLY HAS A PRICE TAG.
      *      4) DIVERTED FLIGHT - TAKES THE PASSENGERS OF A DIVERSION
      *         RECORDED BY FLTDIVRT (ON THE RECOVERY FLIGHT IF ONE
      *         WAS RUN, OTHERWISE STILL BOARDED ON THE DIVERTED
      *         FLIGHT) AND OFFERS EACH THE SAME CHIT IN TURN, CAUSE
      *         "V".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY IS CM-KEY
                  FILE STATUS IS CLM-CTR-STATUS.

           SELECT FLIGHT-DIVERSION
                  ASSIGN TO DISK "fltdiv"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS DIV-FLIGHT-ID
                  FILE STATUS IS FLT-DIV-STATUS.

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

           SELECT AMEN-RPT
                  ASSIGN TO DISK "amenrpt"
                  ORGANIZATION IS SEQUENTIAL
       FD  CLAIM-COUNTER.
       COPY clmctr.

       FD  FLIGHT-DIVERSION.
       COPY fltdiv.

       FD  CUSTOMER.
       COPY custrec.

       FD  AMEN-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  AMEN-VCH-STATUS                PIC X(02).
           88 AMEN-VCH-NOT-PRESENT                    VALUE "35".
       01  CLM-CTR-STATUS                 PIC X(02).
           88 CLM-CTR-NOT-PRESENT                     VALUE "35".
       01  FLT-DIV-STATUS                 PIC X(02).
           88 FLT-DIV-NOT-PRESENT                     VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  VCH-EOF-SWITCH                 PIC 9       VALUE 0.
           88 VCH-AT-END                              VALUE 1.
           88 ISSUE-OPT                               VALUE "1".
           88 RECONCILE-OPT                           VALUE "2".
           88 REPORT-OPT                              VALUE "3".
           88 DIVERSION-OPT                           VALUE "4".
           88 EXIT-PROG                               VALUE "0".
       01  W-VCH-CNTR                     PIC 9(07)   VALUE 0.
       01  W-VCH-NO                       PIC 9(07)   VALUE 0.
       01  W-BILLED                       PIC 9(05)V99 VALUE 0.
       01  DIV-PAX-FLIGHT                 PIC X(07)   VALUE SPACES.
       01  DIV-OFFER                      PIC X(01)   VALUE SPACES.
       01  DIV-ISSUED-COUNT               PIC 9(03)   VALUE 0.
       01  DIV-CHIT.
           03 DIV-CHIT-TYPE               PIC X(01).
           03 DIV-CHIT-VALUE              PIC 9(05)V99.
           03 DIV-CHIT-VENDOR             PIC X(20).
       01  FLT-IDX                        PIC 9(02)   VALUE 0.
       01  FLT-COUNT                      PIC 9(02)   VALUE 0.
       01  FLIGHT-COST-TABLE.
              OPEN I-O AMENITY-VOUCHER
           END-IF.
           PERFORM WITH TEST AFTER UNTIL EXIT-PROG
              DISPLAY "AMENVCH - 1)ISSUE 2)RECONCILE 3)COST REPORT "
                      "4)DIVERTED FLIGHT 0)EXIT:"
              ACCEPT MENU-CHOICE1
              EVALUATE TRUE
                 WHEN ISSUE-OPT
                    PERFORM RECONCILE-ONE-VOUCHER
                 WHEN REPORT-OPT
                    PERFORM PRINT-COST-REPORT
                 WHEN DIVERSION-OPT
                    PERFORM ISSUE-DIVERSION-VOUCHERS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           ACCEPT AV-CUST-RES-ID.
           DISPLAY "AMENVCH - TYPE (M=MEAL H=HOTEL T=TRANSPORT):".
           ACCEPT AV-TYPE.
           DISPLAY "AMENVCH - CAUSE (D=DELAY C=CANCEL V=DIVERSION):".
           ACCEPT AV-CAUSE.
           DISPLAY "AMENVCH - FACE VALUE:".
           ACCEPT AV-FACE-VALUE.
           DISPLAY "AMENVCH - VOUCHER " AV-VOUCHER-NO " RECONCILED AT "
                   AV-BILLED-AMT.

       ISSUE-DIVERSION-VOUCHERS.
           DISPLAY "AMENVCH - DIVERTED FLIGHT ID:".
           ACCEPT DIV-FLIGHT-ID.
           OPEN INPUT FLIGHT-DIVERSION.
           IF FLT-DIV-NOT-PRESENT
              CLOSE FLIGHT-DIVERSION
              DISPLAY "AMENVCH - NO DIVERSIONS ON FILE"
              EXIT PARAGRAPH
           END-IF.
           READ FLIGHT-DIVERSION
                INVALID KEY
                   CLOSE FLIGHT-DIVERSION
                   DISPLAY "AMENVCH - NO DIVERSION RECORDED FOR FLIGHT"
                   EXIT PARAGRAPH
           END-READ.
           CLOSE FLIGHT-DIVERSION.
           IF DIV-RECOVERED
              MOVE DIV-RECOVERY-FLIGHT-ID  TO  DIV-PAX-FLIGHT
           ELSE
              MOVE DIV-FLIGHT-ID           TO  DIV-PAX-FLIGHT
           END-IF.
           DISPLAY "AMENVCH - DIVERTED TO " DIV-AIRPORT
                   " - PASSENGERS ON " DIV-PAX-FLIGHT.
           MOVE SPACES                     TO  DIV-CHIT.
           DISPLAY "AMENVCH - TYPE (M=MEAL H=HOTEL T=TRANSPORT):".
           ACCEPT DIV-CHIT-TYPE.
           DISPLAY "AMENVCH - FACE VALUE:".
           ACCEPT DIV-CHIT-VALUE.
           DISPLAY "AMENVCH - VENDOR:".
           ACCEPT DIV-CHIT-VENDOR.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              CLOSE CUSTOMER
              DISPLAY "AMENVCH - CUSTOMER FILE NOT FOUND"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                          TO  DIV-ISSUED-COUNT.
           MOVE DIV-PAX-FLIGHT             TO  FLIGHT-ID.
           START CUSTOMER KEY IS = FLIGHT-ID
                 INVALID KEY
                    MOVE SPACES            TO  FLIGHT-ID
                 NOT INVALID KEY
                    READ CUSTOMER NEXT
                         AT END MOVE SPACES TO FLIGHT-ID
                    END-READ
           END-START.
           PERFORM UNTIL FLIGHT-ID NOT = DIV-PAX-FLIGHT
              IF (DIV-RECOVERED AND RES-CHECKED-IN) OR
                 (NOT DIV-RECOVERED AND RES-BOARDED)
                 PERFORM OFFER-DIVERSION-VOUCHER
              END-IF
              READ CUSTOMER NEXT
                   AT END MOVE SPACES      TO  FLIGHT-ID
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER.
           DISPLAY "AMENVCH - " DIV-ISSUED-COUNT
                   " DIVERSION VOUCHER(S) ISSUED".

       OFFER-DIVERSION-VOUCHER.
           DISPLAY "AMENVCH - " CUST-RES-ID " " CUST-LNAME.
           DISPLAY "AMENVCH - ISSUE VOUCHER (Y/N):".
           MOVE "N"                        TO  DIV-OFFER.
           ACCEPT DIV-OFFER.
           IF DIV-OFFER NOT = "Y" AND DIV-OFFER NOT = "y"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  AMENITY-VOUCHER-RECORD.
           MOVE DIV-FLIGHT-ID              TO  AV-FLIGHT-ID.
           MOVE CUST-RES-ID                TO  AV-CUST-RES-ID.
           MOVE DIV-CHIT-TYPE              TO  AV-TYPE.
           SET AV-CAUSE-DIVERT             TO  TRUE.
           MOVE DIV-CHIT-VALUE             TO  AV-FACE-VALUE.
           MOVE DIV-CHIT-VENDOR            TO  AV-VENDOR.
           PERFORM DRAW-VOUCHER-NUMBER.
           MOVE W-VCH-CNTR                 TO  AV-VOUCHER-NO.
           MOVE TODAY-DATE                 TO  AV-ISSUE-DATE.
           SET AV-ISSUED                   TO  TRUE.
           MOVE 0                          TO  AV-BILLED-AMT.
           WRITE AMENITY-VOUCHER-RECORD.
           ADD 1                           TO  DIV-ISSUED-COUNT.
           DISPLAY "AMENVCH - VOUCHER " AV-VOUCHER-NO " ISSUED".

       PRINT-COST-REPORT.
           MOVE 0                          TO  FLT-COUNT.
           SET VCH-NOT-AT-END              TO  TRUE.
              WRITE RPT-RECORD
           END-PERFORM.
           CLOSE AMEN-RPT.
           MOVE "AMENRPT"                  TO  RPG-REPORT-ID.
           MOVE "amenrpt"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "AMENVCH"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "AMENVCH - COST REPORT WRITTEN TO amenrpt".

       TALLY-FLIGHT-COST.
