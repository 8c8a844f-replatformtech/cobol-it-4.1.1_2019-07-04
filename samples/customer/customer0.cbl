                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT FLIGHT-MASTER
                  RECORD KEY IS FFP-NAME-KEY
                  FILE STATUS IS FFP-STATUS.

           SELECT FFP-POOL
                  ASSIGN TO DISK "ffppool"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS PL-HEAD-NAME-KEY
                  FILE STATUS IS FFP-POOL-STATUS.

           SELECT FFP-POOL-MEMBER
                  ASSIGN TO DISK "ffpplmbr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS PK-NAME-KEY
                  FILE STATUS IS FFP-PLMBR-STATUS.

           SELECT PRINT-CHECKPOINT
                  ASSIGN TO DISK "prtchkpt"
                  ORGANIZATION IS SEQUENTIAL
                  RECORD KEY IS FT-KEY
                  FILE STATUS IS FARE-TBL-STATUS.

           SELECT FARE-FAMILY-FILE
                  ASSIGN TO DISK "farefam"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FF-CLASS
                  FILE STATUS IS FARE-FAMILY-STATUS.

           SELECT CARD-VELOCITY
                  ASSIGN TO DISK "cardvel"
                  ORGANIZATION IS SEQUENTIAL
                  RECORD KEY IS VC-KEY
                  FILE STATUS IS VCH-CTR-STATUS.

           SELECT FLIGHT-PASS
                  ASSIGN TO DISK "fltpass"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FPS-PASS-NO
                  FILE STATUS IS FLIGHT-PASS-STATUS.

           SELECT FLIGHT-PASS-COUNTER
                  ASSIGN TO DISK "fpsctr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FPC-KEY
                  FILE STATUS IS FPS-CTR-STATUS.

           SELECT FLIGHT-PASS-USE
                  ASSIGN TO DISK "fpsuse"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FPU-CUST-RES-ID
                  FILE STATUS IS FPS-USE-STATUS.

           SELECT TICKET-LEDGER
                  ASSIGN TO DISK "tktledgr"
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TC-KEY
                  FILE STATUS IS TKT-CTR-STATUS.

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

           SELECT LOCATOR-COUNTER
                  ASSIGN TO WS-PNRCTR-FILE
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS LC-KEY
                  FILE STATUS IS PNR-CTR-STATUS.

           SELECT CURRENCY-RATE
                  ASSIGN TO DISK "currrate"
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS CF-KEY
                  FILE STATUS IS CORP-FARE-STATUS.

           SELECT TRAVEL-POLICY
                  ASSIGN TO DISK "travpol"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TP-KEY
                  FILE STATUS IS TRAV-POL-STATUS.

           SELECT POLICY-EXCEPTION
                  ASSIGN TO DISK "polexcp"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS PE-KEY
                  FILE STATUS IS POL-EXCP-STATUS.

           SELECT ADD-ON-PRODUCT
                  ASSIGN TO DISK "addonprd"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AO-KEY
                  ALTERNATE RECORD KEY IS AO-SUPPLIER WITH DUPLICATES
                  FILE STATUS IS ADD-ON-STATUS.

           SELECT ROUTE-DISTANCE
                  ASSIGN TO DISK "routedst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RD-KEY
                  FILE STATUS IS ROUTE-DST-STATUS.

           SELECT AIRPORT
                  ASSIGN TO DISK "airport"
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PT-FLIGHT-ID
                  FILE STATUS IS PET-CTR-STATUS.

           SELECT INSTALLMENT-PLAN
                  ASSIGN TO DISK "instplan"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IP-CUST-RES-ID
                  FILE STATUS IS INST-PLAN-STATUS.

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
               04 AUDIT-DD                PIC X(02).
           03 AUDIT-PID                   PIC 9(09).
           03 AUDIT-OPERATOR-ID           PIC X(05).
           03 AUDIT-BEFORE-IMAGE          PIC X(876).
           03 AUDIT-AFTER-IMAGE           PIC X(876).

       FD  REFUND-LOG.
       01  REFUND-LOG-RECORD.
       FD  FFP-MEMBER.
       COPY ffpmem.

       FD  FFP-POOL.
       COPY ffppool.

       FD  FFP-POOL-MEMBER.
       COPY ffpplmbr.

       FD  PRINT-CHECKPOINT.
       01  CHECKPOINT-RECORD.
           03 CKPT-FLIGHT-ID               PIC X(07).
       FD  FARE-TABLE.
       COPY faretbl.

       FD  FARE-FAMILY-FILE.
       COPY farefam.

       FD  CARD-VELOCITY.
       COPY cardvel.

       FD  VOUCHER-COUNTER.
       COPY vchctr.

       FD  FLIGHT-PASS.
       COPY fltpass.

       FD  FLIGHT-PASS-COUNTER.
       COPY fpsctr.

       FD  FLIGHT-PASS-USE.
       COPY fpsuse.

       FD  TICKET-LEDGER.
       COPY tktledgr.

       FD  TICKET-COUNTER.
       COPY tktctr.

       FD  EMD-LEDGER.
       COPY emdledgr.

       FD  EMD-COUNTER.
       COPY emdctr.

       FD  LOCATOR-COUNTER.
       COPY pnrctr.

       FD  CURRENCY-RATE.
       COPY currrate.

       FD  CORPORATE-FARE.
       COPY corpfare.

       FD  TRAVEL-POLICY.
       COPY travpol.

       FD  POLICY-EXCEPTION.
       COPY polexcp.

       FD  ADD-ON-PRODUCT.
       COPY addonprd.

       FD  ROUTE-DISTANCE.
       COPY routedst.

       FD  AIRPORT.
       COPY airport.

       FD  CLAIM-COUNTER.
       COPY clmctr.

       FD  INSTALLMENT-PLAN.
       COPY instplan.

       FD  COLLECTION-ITEM.
       COPY collitem.

       WORKING-STORAGE SECTION.

       01  CUSTOMER-STATUS               PIC X(02).
           88 FLIGHT-NOT-FOUND           VALUE "23".
       01  AUDIT-STATUS                   PIC X(02).
           88 AUDIT-FILE-NOT-PRESENT               VALUE "35".
       01  OLD-CUSTOMER-RECORD            PIC X(876) VALUE SPACES.
       01  REFUND-LOG-STATUS              PIC X(02).
           88 REFUND-LOG-NOT-PRESENT               VALUE "35".
       01  WAITLIST-STATUS                PIC X(02).
           88 WAITLIST-NOT-PRESENT                 VALUE "35".
       01  FFP-STATUS                     PIC X(02).
           88 FFP-NOT-PRESENT                       VALUE "35".
       01  FFP-POOL-STATUS                PIC X(02).
           88 FFP-POOL-NOT-PRESENT                  VALUE "35".
       01  FFP-PLMBR-STATUS               PIC X(02).
           88 FFP-PLMBR-NOT-PRESENT                 VALUE "35".
       01  SEAT-MAP-STATUS                PIC X(02).
           88 SEAT-MAP-NOT-PRESENT                  VALUE "35".
           88 SEAT-MAP-NOT-FOUND                    VALUE "23".
       01  SEAT-COL-PART                  PIC X(01)  VALUE SPACES.
       01  COL-IDX                        PIC 9(01)  VALUE 0.
       01  SAVE-SEAT-NUMBER               PIC X(04)  VALUE SPACES.
       01  SAVE-EXTRA-SEAT-NUMBER         PIC X(04)  VALUE SPACES.
       01  SAVE-CUST-RES-ID               PIC X(11)  VALUE SPACES.
       01  SEAT-TAKEN-SWITCH              PIC 9      VALUE 0.
           88 SEAT-TAKEN                             VALUE 1.
           88 FEE-SCHED-NOT-FOUND                    VALUE "23" "35".
       01  FARE-TBL-STATUS                PIC X(02).
           88 FARE-TBL-NOT-FOUND                     VALUE "23" "35".
       01  FARE-FAMILY-STATUS             PIC X(02).
           88 FARE-FAMILY-NOT-FOUND                  VALUE "23" "35".
       01  FARE-FAMILY-EOF-SWITCH         PIC 9      VALUE 0.
           88 FARE-FAMILY-AT-END                     VALUE 1.
           88 FARE-FAMILY-NOT-AT-END                 VALUE 0.
       01  HELP-TEXT-STATUS               PIC X(02).
           88 HELP-TEXT-NOT-FOUND                    VALUE "23" "35".
       01  CURR-RATE-STATUS               PIC X(02).
       01  BAG-IDX                        PIC 9(02)  VALUE 0.
       01  BAG-ONE-WEIGHT                 PIC 9(03)  VALUE 0.
       01  BAG-FREE-PIECES                PIC 9(01)  VALUE 1.
       01  BAG-FREE-ALLOWED               PIC 9(01)  VALUE 1.
       01  BAG-EXCESS-FEE                 PIC 9(03)V99 VALUE 35.00.
       01  BAG-OVERWEIGHT-FEE             PIC 9(03)V99 VALUE 75.00.
       01  BAG-OVERWEIGHT-LIMIT           PIC 9(03)  VALUE 50.
       01  BAG-PREPAID-COUNT              PIC 9(02)  VALUE 0.
       01  BAG-NEW-FEE                    PIC 9(05)V99 VALUE 0.
       01  BAG-ITEM-SWITCH                PIC 9      VALUE 0.
           88 BAG-ITEM-DUE                           VALUE 1.
           88 BAG-ITEM-NOT-DUE                       VALUE 0.
       01  BAG-FEE-DISPLAY                PIC ZZZZ9.99.
       01  SSR-IDX                        PIC 9(01)  VALUE 0.
       01  PAX-CHILD-FACTOR               PIC 9V99   VALUE 0.75.
           88 CF-CONTRACT-FOUND                      VALUE 1.
           88 CF-CONTRACT-NOT-FOUND                  VALUE 0.
       01  CF-CONTRACT-FARE               PIC 9(07)V99 VALUE 0.
       01  TRAV-POL-STATUS                PIC X(02).
           88 TRAV-POL-NOT-PRESENT                   VALUE "35".
       01  POL-EXCP-STATUS                PIC X(02).
           88 POL-EXCP-NOT-PRESENT                   VALUE "35".
       01  ROUTE-DST-STATUS               PIC X(02).
           88 ROUTE-DST-NOT-PRESENT                  VALUE "35".
       01  TP-FOUND-SWITCH                PIC 9      VALUE 0.
           88 TP-POLICY-FOUND                        VALUE 1.
           88 TP-POLICY-NOT-FOUND                    VALUE 0.
       01  POLICY-SWITCH                  PIC 9      VALUE 0.
           88 POLICY-BREACHED                        VALUE 1.
           88 POLICY-OK                              VALUE 0.
      *    THE BREACH DETAIL IS BUILT IN THE EXCEPTION RECORD'S OWN
      *    LAYOUT BEFORE THE RESERVATION ID IS KNOWN AND COPIED INTO
      *    THE FILE RECORD ONCE THE BOOKING SAVES.
       01  POL-SAVE-RECORD                PIC X(161) VALUE SPACES.
       01  POL-TRIP-MILES                 PIC 9(05)  VALUE 0.
       01  POL-MAX-CABIN                  PIC X(02)  VALUE SPACES.
       01  POL-ADVANCE-DAYS               PIC S9(05) VALUE 0.
       01  POL-FARE-DISPLAY               PIC ZZZZZZ9.99.
       01  POL-BREACH-MSG                 PIC X(40)  VALUE SPACES.
       01  POL-MSG-PTR                    PIC 9(02)  VALUE 0.
       01  ADD-ON-STATUS                  PIC X(02).
           88 ADD-ON-NOT-PRESENT                     VALUE "35".
       01  AO-EOF-SWITCH                  PIC 9      VALUE 0.
           88 AO-AT-END                              VALUE 1.
           88 AO-NOT-AT-END                          VALUE 0.
       01  AO-CHOICE                      PIC X(01)  VALUE SPACE.
       01  AO-DEST-W                      PIC X(03)  VALUE SPACES.
       01  AO-NEXT-SEQ                    PIC 9(03)  VALUE 0.
       01  AO-CANCEL-SEQ                  PIC 9(02)  VALUE 0.
       01  AO-LIST-LINE                   PIC 9(02)  VALUE 0.
       01  AO-AMT-DISPLAY                 PIC ZZZZZZ9.99.
       01  AO-COMM-DISPLAY                PIC ZZZZZZ9.99.
       01  FSL-FLIGHT                     PIC X(07)  VALUE SPACES.
       01  FSL-SEAT                       PIC X(02)  VALUE SPACES.
       01  FSL-BOOK-DATE                  PIC 9(08)  VALUE 0.
       01  AS-CO-AVAIL                    PIC 9(03)  VALUE 0.
       01  AS-FC-AVAIL                    PIC 9(03)  VALUE 0.
       01  AS-SI-RESULT                   PIC X(01)  VALUE SPACES.
       01  AS-OPEN-COUNT                  PIC 9(02)  VALUE 0.
       01  AS-FARE-DISPLAY                PIC ZZZZZ9.99.
       01  AS-FAMILY-SWITCH               PIC 9      VALUE 0.
           88 AS-SHOW-FAMILIES                       VALUE 1.
           88 AS-SHOW-COACH-FARE                     VALUE 0.
       01  AS-FAMILY-FARES.
           05 AS-FAM-CELL OCCURS 3 TIMES  PIC X(09).
      *    THE FARE FAMILIES SIDE BY SIDE FOR ONE FLIGHT - BASIC,
      *    STANDARD, FLEX - EACH AT THE CHEAPEST OF ITS CLASSES WITH A
      *    FARE ON FILE TODAY, CARRYING THAT CLASS'S INCLUSIONS.
       01  FG-FLIGHT-ID                   PIC X(07)  VALUE SPACES.
       01  FG-COUNT                       PIC 9(01)  VALUE 0.
       01  FG-IDX                         PIC 9(01)  VALUE 0.
       01  FG-ROW                         PIC 9(01)  VALUE 0.
       01  FG-LINE-NO                     PIC 9(02)  VALUE 0.
       01  FAMILY-GRID.
           05 FG-ENTRY OCCURS 3 TIMES.
              10 FG-FAMILY                PIC X(01).
              10 FG-ON-FILE-FLAG          PIC X(01).
                 88 FG-ON-FILE                       VALUE "Y".
              10 FG-PRICED-FLAG           PIC X(01).
                 88 FG-PRICED                        VALUE "Y".
              10 FG-NAME                  PIC X(08).
              10 FG-CLASS                 PIC X(01).
              10 FG-FARE                  PIC 9(07)V99.
              10 FG-BAGS                  PIC 9(01).
              10 FG-SEAT                  PIC X(01).
              10 FG-CHANGE                PIC X(01).
              10 FG-REFUND                PIC X(01).
              10 FG-EARN                  PIC 9(03).
       01  FG-ROW-LABEL-VALUES.
           05 FILLER                      PIC X(16)
                      VALUE "FARE FAMILY".
           05 FILLER                      PIC X(16)
                      VALUE "BOOKING CLASS".
           05 FILLER                      PIC X(16)
                      VALUE "FARE          $".
           05 FILLER                      PIC X(16)
                      VALUE "BAGS INCLUDED".
           05 FILLER                      PIC X(16)
                      VALUE "SEAT SELECTION".
           05 FILLER                      PIC X(16)
                      VALUE "CHANGE FEE".
           05 FILLER                      PIC X(16)
                      VALUE "REFUND".
           05 FILLER                      PIC X(16)
                      VALUE "MILES EARNED".
       01  FG-ROW-LABEL-TABLE REDEFINES FG-ROW-LABEL-VALUES.
           05 FG-ROW-LABEL OCCURS 8 TIMES PIC X(16).
       01  FG-GRID-LINE.
           05 FG-GRID-LABEL               PIC X(16).
           05 FG-GRID-CELL OCCURS 3 TIMES PIC X(10).
       01  FG-QUOTE-FARE                  PIC 9(07)V99 VALUE 0.
       01  FG-FARE-DISPLAY                PIC ZZZZ9.99.
       01  FG-EARN-DISPLAY                PIC ZZ9.
       01  FG-HINT                        PIC X(33)  VALUE SPACES.
       01  FG-HINT-PTR                    PIC 9(02)  VALUE 0.
       01  FLT-INV-STATUS                 PIC X(02).
           88 FLT-INV-NOT-FOUND                      VALUE "23" "35".
       01  PROMO-STATUS                   PIC X(02).
       01  UPG-FC-MILES                   PIC 9(07)  VALUE 0.
       01  UPG-FC-BOOKED                  PIC 9(05)  VALUE 0.
       01  UPG-MILES-DISPLAY              PIC ZZZZZZ9.
       01  BPL-FUNC                       PIC X(01)  VALUE SPACES.
       01  BPL-BID-AMT                    PIC 9(05)V99 VALUE 0.
       01  BPL-MIN-BID                    PIC 9(05)V99 VALUE 0.
       01  BPL-MAX-BID                    PIC 9(05)V99 VALUE 0.
       01  BPL-RESULT                     PIC X(01)  VALUE SPACES.
       01  BPL-AMT-DISPLAY                PIC ZZZZ9.99.
       01  BPL-MIN-DISPLAY                PIC ZZZZ9.99.
       01  BPL-MAX-DISPLAY                PIC ZZZZ9.99.
       01  TA-FLIGHT-ID                   PIC X(07)  VALUE SPACES.
       01  TA-ORIGIN                      PIC X(03)  VALUE SPACES.
       01  TA-DEST                        PIC X(03)  VALUE SPACES.
       01  TA-TRAVEL-DATE                 PIC 9(08)  VALUE 0.
       01  TA-CABIN                       PIC X(02)  VALUE SPACES.
       01  TA-BOOKING-CLASS               PIC X(01)  VALUE SPACES.
       01  TA-CHANNEL                     PIC X(03)  VALUE "RES".
       01  TA-WAITLIST-FLAG               PIC X(01)  VALUE "N".
       01  TA-REASON                      PIC X(01)  VALUE SPACES.
       01  TA-RESULT                      PIC X(01)  VALUE SPACES.
       01  INST-PLAN-STATUS               PIC X(02).
           88 INST-PLAN-NOT-PRESENT                  VALUE "35".
       01  COLL-ITEM-STATUS               PIC X(02).
           88 COLL-ITEM-NOT-PRESENT                  VALUE "35".
       01  COLL-ITEM-SWITCH               PIC 9      VALUE 0.
           88 COLL-ITEM-WRITTEN                      VALUE 1.
           88 COLL-ITEM-NOT-WRITTEN                  VALUE 0.
       01  IPL-PLAN-SWITCH                PIC 9      VALUE 0.
           88 IPL-PLAN-TAKEN                         VALUE 1.
           88 IPL-PLAN-NOT-TAKEN                     VALUE 0.
       01  IPL-MIN-LEAD-DAYS              PIC 9(03)  VALUE 30.
       01  IPL-FINAL-LEAD-DAYS            PIC 9(03)  VALUE 14.
       01  IPL-MIN-DEPOSIT-PCT            PIC 9V99   VALUE 0.10.
       01  IPL-MIN-DEPOSIT                PIC 9(07)V99 VALUE 0.
       01  IPL-DEPOSIT-AMT                PIC 9(07)V99 VALUE 0.
       01  IPL-PAID-AMT                   PIC 9(07)V99 VALUE 0.
       01  IPL-BALANCE-AMT                PIC 9(07)V99 VALUE 0.
       01  IPL-EACH-AMT                   PIC 9(07)V99 VALUE 0.
       01  IPL-AMT-DISPLAY                PIC ZZZZZZ9.99.
       01  IPL-TRAVEL-DATE                PIC 9(08)  VALUE 0.
       01  IPL-DAYS-OUT                   PIC S9(05) VALUE 0.
       01  IPL-TODAY-INT                  PIC 9(07)  VALUE 0.
       01  IPL-FINAL-INT                  PIC 9(07)  VALUE 0.
       01  IPL-DUE-INT                    PIC 9(07)  VALUE 0.
       01  IPL-INST-COUNT                 PIC 9(01)  VALUE 0.
       01  IPL-IDX                        PIC 9(01)  VALUE 0.
       01  IPL-SCHEDULE.
           03 IPL-INSTALLMENT OCCURS 3 TIMES.
              05 IPL-DUE-DATE             PIC 9(08).
              05 IPL-DUE-AMT              PIC 9(07)V99.
       01  NC-FEE-DISPLAY                 PIC ZZZZ9.99.
       01  FLT-INV-COUNT-SWITCH           PIC 9      VALUE 0.
           88 FLT-INV-COUNT-FOUND                    VALUE 1.
       01  VOUCHER-VALID-SWITCH           PIC 9      VALUE 0.
           88 VOUCHER-OK                             VALUE 1.
           88 VOUCHER-BAD                            VALUE 0.
       01  FLIGHT-PASS-STATUS             PIC X(02).
           88 FLIGHT-PASS-NOT-PRESENT                VALUE "35".
       01  FPS-CTR-STATUS                 PIC X(02).
           88 FPS-CTR-NOT-PRESENT                    VALUE "35".
       01  FPS-USE-STATUS                 PIC X(02).
           88 FPS-USE-NOT-PRESENT                    VALUE "35".
       01  W-FPS-CNTR                     PIC 9(07)  VALUE 0.
       01  PASS-BOOKING-SWITCH            PIC 9      VALUE 0.
           88 PASS-BOOKING                           VALUE 1.
           88 NOT-PASS-BOOKING                       VALUE 0.
       01  PASS-ITIN-SWITCH               PIC 9      VALUE 0.
           88 PASS-ITIN-OK                           VALUE 1.
           88 PASS-ITIN-BAD                          VALUE 0.
       01  PASS-NO-USED                   PIC X(08)  VALUE SPACES.
       01  PASS-CREDITS-LEFT              PIC 9(03)  VALUE 0.
       01  PASS-SEGMENTS                  PIC 9(02)  VALUE 0.
       01  PASS-ROUTE-IDX                 PIC 9(01)  VALUE 0.
       01  PASS-ROUTE-LINE                PIC 9(02)  VALUE 0.
       01  PASS-DRAW-VALUE                PIC 9(07)V99 VALUE 0.
       01  PASS-VALUE-AFTER               PIC 9(07)V99 VALUE 0.
       01  PASS-CHECK-FLIGHT-ID           PIC X(07)  VALUE SPACES.
       01  PASS-MSG                       PIC X(34)  VALUE SPACES.
       01  PASS-MONTHS                    PIC 9(02)  VALUE 0.
       01  PASS-EXPIRE-YMD.
           03 PASS-EXPIRE-YY              PIC 9(04).
           03 PASS-EXPIRE-MM              PIC 9(02).
           03 PASS-EXPIRE-DD              PIC 9(02).
       01  PASS-EXPIRE-NUM REDEFINES PASS-EXPIRE-YMD
                                          PIC 9(08).
       01  PASS-CREDITS-DISPLAY           PIC ZZ9.
       01  CREDIT-TAKEN-SWITCH            PIC 9      VALUE 0.
           88 CREDIT-TAKEN                           VALUE 1.
           88 CASH-REFUND-TAKEN                      VALUE 0.
       01  TKT-CTR-STATUS                 PIC X(02).
           88 TKT-CTR-NOT-PRESENT                    VALUE "35".
       01  W-TKT-CNTR                     PIC 9(09)  VALUE 0.
       01  EMD-LEDGER-STATUS              PIC X(02).
           88 EMD-LEDGER-NOT-PRESENT                 VALUE "35".
       01  EMD-CTR-STATUS                 PIC X(02).
           88 EMD-CTR-NOT-PRESENT                    VALUE "35".
       01  W-EMD-CNTR                     PIC 9(09)  VALUE 0.
      *    ANCILLARY CHARGES TAKEN DURING A FUNCTION WAIT HERE UNTIL
      *    THE RESERVATION SAVES, THEN EACH GETS ITS OWN EMD NUMBER.
       01  W-EMD-FEE-TYPE                 PIC X(04)  VALUE SPACES.
       01  W-EMD-AMOUNT                   PIC 9(05)V99 VALUE 0.
       01  EMD-PENDING-COUNT              PIC 9(01)  VALUE 0.
       01  EMD-IDX                        PIC 9(01)  VALUE 0.
       01  EMD-PENDING-TABLE.
           03 EMD-PENDING OCCURS 8 TIMES.
              05 EP-FEE-TYPE              PIC X(04).
              05 EP-AMOUNT                PIC 9(05)V99.
       01  PNR-CTR-STATUS                 PIC X(02).
           88 PNR-CTR-NOT-PRESENT                    VALUE "35".
       01  W-PNR-CNTR                     PIC 9(09)  VALUE 0.
      *    THE SERIAL IS SCRAMBLED (TIMES AN ODD MULTIPLIER, MODULO
      *    32 ** 6) BEFORE IT IS SPELT OUT, SO CONSECUTIVE BOOKINGS DO
      *    NOT GET NEIGHBOURING LOCATORS A CALLER COULD GUESS.
       01  W-PNR-PRODUCT                  PIC 9(18)  VALUE 0.
       01  W-PNR-QUOTIENT                 PIC 9(09)  VALUE 0.
       01  W-PNR-CODE                     PIC 9(10)  VALUE 0.
       01  W-PNR-DIGIT                    PIC 9(02)  VALUE 0.
       01  W-PNR-POS                      PIC 9(01)  VALUE 0.
      *    NO I, O, 0 OR 1 - NOTHING THAT READS BACK WRONG OVER THE
      *    TELEPHONE.
       01  LOCATOR-ALPHABET               PIC X(32)
                          VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01  LOCATOR-ENTRY                  PIC X(06)  VALUE SPACES.
       01  SAVE-BOOKING-LOCATOR           PIC X(06)  VALUE SPACES.
       01  SAVE-PARTY-RES-ID              PIC X(11)  VALUE SPACES.
       01  PARTY-IDX                      PIC 9(02)  VALUE 0.
       01  PARTY-UPDATE-COUNT             PIC 9(02)  VALUE 0.
       01  PARTY-ON-BOOKING               PIC 9(03)  VALUE 0.
       01  PARTY-SKIP                     PIC 9(03)  VALUE 0.
       01  PARTY-LIST-SWITCH              PIC 9      VALUE 0.
           88 PARTY-LIST-FULL                        VALUE 1.
           88 PARTY-LIST-NOT-FULL                    VALUE 0.
       01  PARTY-CANCEL-SWITCH            PIC 9      VALUE 0.
           88 PARTY-CANCEL-ALL                       VALUE 1.
           88 PARTY-CANCEL-ONE                       VALUE 0.
       01  PARTY-CONTACT-SAVE.
           03 PCS-ADDRESS                 PIC X(60).
           03 PCS-TEL                     PIC X(10).
           03 PCS-FAX                     PIC X(10).
           03 PCS-EMAIL                   PIC X(20).
       01  TL-NEW-STATUS                  PIC X(01)  VALUE SPACES.
       01  HT-DISPLAY-TEXT                PIC X(50)  VALUE SPACES.
       01  FQ-FLIGHT-ID                   PIC X(07)  VALUE SPACES.
           88 PET-CTR-NOT-PRESENT                    VALUE "35".
       01  PET-FEE-DEFAULT                PIC 9(03)V99 VALUE 30.00.
       01  PET-FEE-DISPLAY                PIC ZZZ9.99.
       01  XS-SEATS-WANTED                PIC 9(01)  VALUE 0.
       01  XS-SAVE-SEAT                   PIC X(04)  VALUE SPACES.
       01  XS-SEAT-POS                    PIC 9(01)  VALUE 0.
       01  XS-EXTRA-POS                   PIC 9(01)  VALUE 0.
       01  XS-RESP                        PIC X(01)  VALUE SPACES.
       01  XS-CHECKIN-SWITCH              PIC 9      VALUE 0.
           88 XS-CHECKIN-ABANDONED                   VALUE 1.
           88 XS-CHECKIN-OK                          VALUE 0.
       01  XS-FEE-DISPLAY                 PIC ZZZZ9.99.
       01  BLACKLIST-STATUS               PIC X(02).
           88 BLACKLIST-NOT-PRESENT                  VALUE "35".
       01  CHK-CLEAR-STATUS               PIC X(02).
       01  WQA-NOTE                       PIC X(40)  VALUE SPACES.
       01  WQA-BY                         PIC X(08)  VALUE SPACES.
       01  WQA-RESULT                     PIC X(01)  VALUE SPACES.
       01  FLP-TYPE                       PIC X(02)  VALUE SPACES.
       01  FLP-MILES                      PIC S9(07) VALUE 0.
       01  FLP-REF                        PIC X(13)  VALUE SPACES.
       01  FLP-RESULT                     PIC X(01)  VALUE SPACES.
      *    HOUSEHOLD POOL DRAW ORDER: THE MEMBER THEMSELVES, THEN THE
      *    POOL HEAD, THEN THE LINKED MEMBERS IN FFPPOOL SLOT ORDER.
       01  POOL-AVAIL-MILES               PIC 9(09)  VALUE 0.
       01  POOL-DRAW-LEFT                 PIC 9(07)  VALUE 0.
       01  POOL-DRAW-MILES                PIC 9(07)  VALUE 0.
       01  POOL-SAVE-TYPE                 PIC X(02)  VALUE SPACES.
       01  POOL-IDX                       PIC 9(01)  VALUE 0.
       01  POOL-SLOT-IDX                  PIC 9(01)  VALUE 0.
       01  POOL-DONOR-COUNT               PIC 9(01)  VALUE 0.
       01  POOL-DONOR-TABLE.
           03 PD-NAME-KEY OCCURS 7 TIMES  PIC X(68).
       01  CORP-CREDIT-SWITCH             PIC 9      VALUE 0.
           88 CORP-CREDIT-OK                         VALUE 1.
           88 CORP-CREDIT-REFUSED                    VALUE 0.
       01  WS-FLTINV-FILE                PIC X(08)  VALUE "fltinv".
       01  WS-RESCTR-FILE                PIC X(08)  VALUE "resctr".
       01  WS-TKTCTR-FILE                PIC X(08)  VALUE "tktctr".
       01  WS-PNRCTR-FILE                PIC X(08)  VALUE "pnrctr".
       01  TRAINING-MODE-SWITCH          PIC 9      VALUE 0.
           88 TRAINING-MODE                         VALUE 1.
           88 LIVE-MODE                             VALUE 0.
       01  W-CP-OPTIN-PHONE              PIC X(01)  VALUE SPACES.
       01  W-CP-OPTIN-POSTAL             PIC X(01)  VALUE SPACES.
       01  W-CP-CONSENT-DATE             PIC 9(08)  VALUE 0.
       01  W-CP-EMERG-NAME               PIC X(30)  VALUE SPACES.
       01  W-CP-EMERG-PHONE              PIC X(15)  VALUE SPACES.
       01  CS-CASE-STATUS                PIC X(02).
           88 CS-CASE-NOT-PRESENT                   VALUE "35".
       01  CS-EOF-SWITCH                 PIC 9      VALUE 0.
           88 PRINT-TO-SPOOL-FILE                    VALUE "F".
       01  PDFFMT-RESULT                 PIC X(01)  VALUE SPACES.
       01  PDF-LANG                      PIC X(01)  VALUE "E".
       COPY viewlogp.
       COPY bcbpparm.
       COPY bsmparm.
       COPY bkjparm.
       01  PASS-DATA-POS                 PIC 9(03)  VALUE 0.
       01  PASS-DATA-LINE-NO             PIC 9(02)  VALUE 0.
       01  MENU-CHOICE1                  PIC X(01) VALUE SPACES.
           88 ADD-CUST                   VALUE "1".
           88 MODIFY-CUST                VALUE "2".
           88 WORK-QUEUE-OPT             VALUE "W" "w".
           88 FLIGHT-CHANGE-OPT          VALUE "F" "f".
           88 MILES-UPGRADE-OPT          VALUE "U" "u".
           88 UPGRADE-BID-OPT            VALUE "B" "b".
           88 NONREV-OPT                 VALUE "E" "e".
           88 MILEAGE-ACTIVITY-OPT       VALUE "M" "m".
           88 ADD-ON-SALES-OPT           VALUE "H" "h".
           88 FLIGHT-PASS-OPT            VALUE "P" "p".
           88 EXIT-PROG                  VALUE "0".
       01  MENU-CHOICE2                  PIC X(01) VALUE SPACES.
           88 SAVE-REC                   VALUE "1".
       01  AUTH-RESULT                    PIC X(01) VALUE SPACES.
           88  AUTH-APPROVED                        VALUE "A".
           88  AUTH-DECLINED                        VALUE "D".
       01  AUTH-REQUEST-AMT               PIC 9(07)V99 VALUE 0.
       01  MAIL-RESULT                    PIC X(01) VALUE SPACES.
           88  MAIL-SENT                           VALUE "S".
           88  MAIL-SKIPPED                        VALUE "N".
           88  MANIFEST-SECTION-CHECKED-IN           VALUE 0.
           88  MANIFEST-SECTION-NO-SHOW               VALUE 1.
       01  MANIFEST-SECTION-CNT           PIC 9(03) VALUE 0.
       01  SCUSTOMER-RECORD              PIC X(876) VALUE SPACES.
       01  HOLD-FLT-ID                   PIC X(07)  VALUE SPACES.
       01  UNACCOMP-MINOR-AGE-LIMIT       PIC 9(02) VALUE 12.
       01  UM-TRAVEL-DATE-NUM             PIC 9(08) VALUE 0.
           88 MAP-SEAT-IS-TAKEN                      VALUE 1.
           88 MAP-SEAT-IS-OPEN                       VALUE 0.
       01  AW-MILES-DISPLAY               PIC ZZZZZZ9.
       01  AW-BAL-DISPLAY                 PIC ZZZZZZZZ9.
       01  CI-RES-ID                      PIC X(11)  VALUE SPACES.
       01  CI-BOARDING-NO                 PIC 9(03)  VALUE 0.
       01  CI-CHECKIN-RESULT              PIC X(01)  VALUE SPACES.
           88  CI-CHECKIN-DONE                       VALUE "C".
           88  CI-CHECKIN-NOT-FOUND                  VALUE "N".
           88  CI-CHECKIN-BAD-STATUS                 VALUE "S".
       01  SAF-FLIGHT-ID                  PIC X(07)  VALUE SPACES.
       01  SAF-SEAT                       PIC X(04)  VALUE SPACES.
       01  SAF-RESULT                     PIC X(01)  VALUE "K".
           88  SAF-CLEAR                             VALUE "K".
           88  SAF-EXIT-ROW                          VALUE "E".
           88  SAF-INFANT-ROW                        VALUE "I".
       01  PID                           PIC 9(9).
       LINKAGE SECTION.

           MOVE "fltinvtr"                  TO  WS-FLTINV-FILE.
           MOVE "resctrtr"                  TO  WS-RESCTR-FILE.
           MOVE "tktctrtr"                  TO  WS-TKTCTR-FILE.
           MOVE "pnrctrtr"                  TO  WS-PNRCTR-FILE.
           MOVE "Y"                         TO  CI-TRAINING-FLAG.

       MAIN-LOGIC.
               IF  MILES-UPGRADE-OPT
                   PERFORM MILES-UPGRADE-RES
               END-IF
               IF  UPGRADE-BID-OPT
                   PERFORM UPGRADE-BID-RES
               END-IF
               IF  NONREV-OPT
                   PERFORM NONREV-LISTING-RES
               END-IF
               IF  MILEAGE-ACTIVITY-OPT
                   CALL "FFPLINQ"
                   PERFORM CLEAR-SCREEN
               END-IF
               IF  ADD-ON-SALES-OPT
                   PERFORM ADD-ON-SALES-RES
               END-IF
               IF  FLIGHT-PASS-OPT
                   PERFORM SELL-FLIGHT-PASS
               END-IF
           END-PERFORM.


           DISPLAY "F)FLIGHT CHANGE"                 AT LINE 18 COL 45.
           DISPLAY "U)UPGRADE WITH MILES"            AT LINE 17 COL 45.
           DISPLAY "E)EMPLOYEE STANDBY"              AT LINE 16 COL 45.
           DISPLAY "M)MILEAGE ACTIVITY"              AT LINE 15 COL 45.
           DISPLAY "H)HOTEL/CAR ADD-ONS"             AT LINE 14 COL 45.
           DISPLAY "B)UPGRADE BID"                   AT LINE 13 COL 45.
           DISPLAY "P)COMMUTER FLIGHT PASS"          AT LINE 12 COL 45.
           DISPLAY "SELECT MENU CHOICE(0-9,B-W):-"
                                                     AT LINE 23 COL 20.

       ADD-CUST-RES.
           PERFORM CLEAR-SCREEN.
           MOVE 0                          TO  EMD-PENDING-COUNT.
           SET NOT-PASS-BOOKING            TO  TRUE.
           SET POLICY-OK                   TO  TRUE.
           SET IPL-PLAN-NOT-TAKEN          TO  TRUE.
           MOVE ALL " "                    TO  CUSTOMER-RECORD.
           PERFORM DISPLAY-LABELS.
           PERFORM DISPLAY-FIELDS.
              PERFORM PROMPT-TRAVEL-INSURANCE
              PERFORM PROMPT-LOUNGE-PASS
              PERFORM PROMPT-PET-IN-CABIN
              PERFORM PROMPT-EXTRA-SEAT
              PERFORM CHECK-UNACCOMPANIED-MINOR
              PERFORM ACCEPT-EMERGENCY-CONTACT
              PERFORM RECHECK-SEAT-SAFETY
              PERFORM BUILD-FARE-COMPONENTS
              MOVE CUSTOMER-RECORD         TO  SCUSTOMER-RECORD
              OPEN I-O CUSTOMER
                                               MENU-CHOICE4 = '2'
                    ACCEPT MENU-CHOICE4             AT LINE 25 COL 44
                 END-PERFORM
                 IF WAITLIST-REC
                    MOVE "Y"                TO  TA-WAITLIST-FLAG
                 ELSE
                    MOVE "N"                TO  TA-WAITLIST-FLAG
                 END-IF
                 PERFORM LOG-CABIN-FULL-TURNAWAY
                 IF WAITLIST-REC
                    PERFORM MOVE-CUST-TO-WAITLIST
                    PERFORM GET-WAITLIST-ID
                    DISPLAY BLNK-LINE               AT LINE 25  COL 1
                 END-IF
                 IF DUP-CONFIRMED
                 PERFORM ACCEPT-PARTY-LOCATOR
                 PERFORM GET-CUST-RES-ID
                 IF SAVE-BOOKING-LOCATOR = SPACES
                    PERFORM ISSUE-RECORD-LOCATOR
                 ELSE
                    MOVE SAVE-BOOKING-LOCATOR TO  BOOKING-LOCATOR
                 END-IF
                 DISPLAY BOOKING-LOCATOR            AT LINE 6  COL 61
                 MOVE CURR-YY               TO  ADD-YY
                 MOVE CURR-MM               TO  ADD-MM
                 MOVE CURR-DD               TO  ADD-DD
                 PERFORM SCREEN-WATCHLIST
                 IF WATCHLIST-MATCH
                    IF IPL-PLAN-TAKEN
                       PERFORM WITHDRAW-INSTALLMENT-PLAN
                    END-IF
                    SET RES-HELD            TO  TRUE
                    SET HOLD-SECURITY-REVIEW TO  TRUE
                    PERFORM SET-HOLD-PLACED-DATE
                                           TO  WQA-NOTE
                    PERFORM DROP-WORK-QUEUE-ITEM
                 ELSE
                    IF IPL-PLAN-TAKEN
                       SET TTL-HOLD-NOT-TAKEN TO TRUE
                    ELSE
                       PERFORM OFFER-TICKETING-TIME-LIMIT
                    END-IF
                    IF TTL-HOLD-TAKEN
                       CONTINUE
                    ELSE
                    PERFORM CHECK-CARD-VELOCITY
                    IF FRAUD-SUSPECT
                       IF IPL-PLAN-TAKEN
                          PERFORM WITHDRAW-INSTALLMENT-PLAN
                       END-IF
                       SET RES-HELD         TO  TRUE
                       SET HOLD-FRAUD-REVIEW TO TRUE
                       PERFORM SET-HOLD-PLACED-DATE
                       ACCEPT RESP
                       DISPLAY BLNK-LINE            AT LINE 25 COL 1
                    ELSE
                       IF IPL-PLAN-TAKEN
                          PERFORM APPLY-INSTALLMENT-PLAN
                       ELSE
                          SET RES-BOOKED    TO  TRUE
                          PERFORM ISSUE-TICKET-NUMBER
                       END-IF
                    END-IF
                    END-IF
                 END-IF
                 PERFORM WITH TEST AFTER UNTIL CUSTOMER-IO-OK OR
                                               CUSTOMER-IO-FAIL
                    SET CUST-LAYOUT-CURRENT TO  TRUE
                    WRITE CUSTOMER-RECORD
                    PERFORM CHECK-CUSTOMER-STATUS
                 END-PERFORM
                 IF TICKET-NO NOT = SPACES
                    PERFORM WRITE-TICKET-LEDGER
                 END-IF
                 PERFORM ISSUE-ANCILLARY-DOCS
                 IF VOUCHER-NO-USED NOT = SPACES
                    PERFORM REDEEM-VOUCHER
                 END-IF
                 IF PASS-BOOKING
                    PERFORM DRAW-PASS-CREDITS
                 END-IF
                 IF PAYMENT-TYPE = "ACT"
                    PERFORM POST-RECEIVABLE-OPEN-ITEM
                 END-IF
                 IF POLICY-BREACHED
                    PERFORM WRITE-POLICY-EXCEPTION
                 END-IF
                 IF PET-IN-CABIN
                    PERFORM COUNT-PET-BOOKING
                 END-IF
                    PERFORM COUNT-PROMO-REDEMPTION
                 END-IF
                 PERFORM RECORD-CARD-VELOCITY
                 IF RES-HELD AND HOLD-INSTALLMENT-PLAN
                    PERFORM WRITE-INSTALLMENT-PLAN
                 END-IF
                 IF RES-HELD AND HOLD-TICKETING-LIMIT
                    DISPLAY "***SEAT HELD - TICKET BY " HOLD-EXPIRE-DATE
                            " OR HOLD CANCELS*** PRESS ANY KEY"
                                                      AT LINE 25  COL 5
                    ACCEPT RESP
                 ELSE
                 IF RES-HELD AND HOLD-INSTALLMENT-PLAN
                    DISPLAY "***PAY LATER - PAID IN FULL BY "
                            HOLD-EXPIRE-DATE
                            ", THEN TICKETED*** PRESS ANY KEY"
                                                      AT LINE 25  COL 5
                    ACCEPT RESP
                 ELSE
                 IF RES-HELD
                    DISPLAY "***BOOKING HELD FOR MANUAL REVIEW - POSSIBLE W
      -       "ATCHLIST MATCH*** PRESS ANY KEY"       AT LINE 25  COL 5
                 ELSE
                 PERFORM POST-FFP-MILES
                 PERFORM DISPATCH-CONFIRMATION-EMAIL
                 DISPLAY "***RESERVATION CONFIRMED - LOCATOR "
                         BOOKING-LOCATOR
                         "*** PRESS ANY KEY TO CONTINUE"
                                                    AT LINE 25  COL 5
                 ACCEPT RESP
                 DISPLAY "PRESS <P> TO PRINT RESERVATION AND EXIT, ANY OTHE
      -       "R KEY TO EXIT"                       AT LINE 25  COL 1
                 END-IF
                 END-IF
                 END-IF
                 END-IF
              END-IF
              INITIALIZE CUSTOMER-RECORD
              CLOSE CUSTOMER
           END-IF.

       ACCEPT-PARTY-LOCATOR.
      *    A PASSENGER JOINING PEOPLE ALREADY BOOKED GOES UNDER THEIR
      *    RECORD LOCATOR SO THE WHOLE PARTY COMES UP ON ONE CODE -
      *    BLANK STARTS A NEW BOOKING WITH A LOCATOR OF ITS OWN.
           MOVE SPACES                      TO  SAVE-BOOKING-LOCATOR.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              DISPLAY BLNK-LINE                     AT LINE 25 COL 1
              DISPLAY "ADD TO EXISTING BOOKING - LOCATOR (BLANK=NEW):-"
                                                    AT LINE 25 COL 5
              MOVE SPACES                   TO  LOCATOR-ENTRY
              ACCEPT LOCATOR-ENTRY                  AT LINE 25 COL 53
              IF LOCATOR-ENTRY NOT = SPACES
                 INSPECT LOCATOR-ENTRY CONVERTING
                         "abcdefghijklmnopqrstuvwxyz" TO
                         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 MOVE LOCATOR-ENTRY         TO  BOOKING-LOCATOR
                 START CUSTOMER KEY IS = BOOKING-LOCATOR
                       INVALID KEY
                          DISPLAY BLNK-LINE         AT LINE 25 COL 1
                          DISPLAY "NO BOOKING UNDER THAT LOCATOR"
                                                    AT LINE 25 COL 20
                          DISPLAY "<ENT>REENTER:"   AT LINE 25 COL 55
                          ACCEPT RESP               AT LINE 25 COL 68
                          SET DATA-INVALID  TO  TRUE
                       NOT INVALID KEY
                          MOVE LOCATOR-ENTRY TO  SAVE-BOOKING-LOCATOR
                 END-START
              END-IF
           END-PERFORM.
           DISPLAY BLNK-LINE                        AT LINE 25 COL 1.

       PROMPT-TRAVEL-INSURANCE.
           SET INSURANCE-NOT-PURCHASED     TO  TRUE.
           MOVE 0                           TO  INSURANCE-PREMIUM.
      *    THE 7.5 PERCENT EXCISE INSIDE THE REMAINDER, AND THE BASE
      *    FARE, SO THE TAXES OWED EACH MONTH COME OFF THE FILE
      *    INSTEAD OF A CALCULATOR.  AWARD REDEMPTIONS CARRY NO CASH
      *    FARE AND STORE ZERO COMPONENTS.  THE FARE FAMILY OF THE
      *    CLASS IS STORED WITH THEM, SINCE IT IS PART OF WHAT THE
      *    FARE BOUGHT.
           PERFORM RESOLVE-FARE-FAMILY.
           MOVE 0                           TO  FARE-BASE-COMP
                                                 FARE-EXCISE-TAX
                                                 FARE-SEGMENT-FEE
           COMPUTE FARE-EXCISE-TAX = PAYMENT-AMT - FARE-FEES-TOTAL
                 - FARE-BASE-COMP.

       RESOLVE-FARE-FAMILY.
      *    COPIES THE "farefam" ROW FOR THE BOOKING CLASS ONTO THE
      *    RESERVATION.  A CLASS WITH NO ROW (OR NO FILE) SELLS WITH NO
      *    FAMILY AND EVERY ANCILLARY IS CHARGED AS BEFORE.
           MOVE SPACES                      TO  FARE-FAMILY
                                                 FAM-SEAT-FREE
                                                 FAM-CHANGE-FREE
                                                 FAM-REFUND-RULE.
           MOVE 0                           TO  FAM-BAGS-INCL
                                                 FAM-EARN-PCT.
           IF BOOKING-CLASS = SPACES
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FARE-FAMILY-FILE.
           IF FARE-FAMILY-NOT-FOUND
              CLOSE FARE-FAMILY-FILE
              EXIT PARAGRAPH
           END-IF.
           MOVE BOOKING-CLASS               TO  FF-CLASS.
           READ FARE-FAMILY-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FF-FAMILY           TO  FARE-FAMILY
                   MOVE FF-BAGS-INCL        TO  FAM-BAGS-INCL
                   MOVE FF-SEAT-FREE        TO  FAM-SEAT-FREE
                   MOVE FF-CHANGE-FREE      TO  FAM-CHANGE-FREE
                   MOVE FF-REFUND-RULE      TO  FAM-REFUND-RULE
                   MOVE FF-EARN-PCT         TO  FAM-EARN-PCT
           END-READ.
           CLOSE FARE-FAMILY-FILE.

       SHOW-CLASS-FAMILIES.
      *    BESIDE THE CLASS PROMPT, THE FAMILY EACH COACH CLASS SELLS
      *    UNDER ("Q=BASIC M=STANDARD Y=FLEX").
           MOVE SPACES                      TO  FG-HINT.
           MOVE 1                           TO  FG-HINT-PTR.
           OPEN INPUT FARE-FAMILY-FILE.
           IF FARE-FAMILY-NOT-FOUND
              CLOSE FARE-FAMILY-FILE
              EXIT PARAGRAPH
           END-IF.
           SET FARE-FAMILY-NOT-AT-END       TO  TRUE.
           MOVE SPACES                      TO  FF-CLASS.
           START FARE-FAMILY-FILE KEY IS >= FF-CLASS
                 INVALID KEY
                    SET FARE-FAMILY-AT-END  TO  TRUE
           END-START.
           PERFORM UNTIL FARE-FAMILY-AT-END
              READ FARE-FAMILY-FILE NEXT
                   AT END
                      SET FARE-FAMILY-AT-END TO  TRUE
                   NOT AT END
                      IF FF-CLASS NOT = "F" AND FG-HINT-PTR < 30
                         STRING FF-CLASS "="  DELIMITED BY SIZE
                                FF-FAMILY-NAME DELIMITED BY "  "
                                " "           DELIMITED BY SIZE
                                INTO FG-HINT WITH POINTER FG-HINT-PTR
                         END-STRING
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE FARE-FAMILY-FILE.
           DISPLAY FG-HINT                          AT LINE 23 COL 47.

       PROMPT-LOUNGE-PASS.
      *    PAID LOUNGE-PASS ANCILLARY - GOLD AND PLATINUM MEMBERS GET
      *    THE LOUNGE FREE BY TIER, SO THE PASS IS ONLY OFFERED TO
              SET LOUNGE-PASS-PURCHASED     TO  TRUE
              MOVE LOUNGE-PASS-DEFAULT      TO  LOUNGE-PASS-FEE
              ADD LOUNGE-PASS-FEE           TO  TOTAL-COLLECTED-AMT
              MOVE "LNGE"                   TO  W-EMD-FEE-TYPE
              MOVE LOUNGE-PASS-FEE          TO  W-EMD-AMOUNT
              PERFORM QUEUE-ANCILLARY-DOC
           END-IF.

       PROMPT-PET-IN-CABIN.
           SET PET-IN-CABIN                 TO  TRUE.
           MOVE PET-FEE-DEFAULT             TO  PET-FEE-AMT.
           ADD PET-FEE-AMT                  TO  TOTAL-COLLECTED-AMT.
           MOVE "PETC"                      TO  W-EMD-FEE-TYPE.
           MOVE PET-FEE-AMT                 TO  W-EMD-AMOUNT.
           PERFORM QUEUE-ANCILLARY-DOC.
           MOVE PET-FEE-AMT                 TO  PET-FEE-DISPLAY.
           DISPLAY "PET FEE $" PET-FEE-DISPLAY " COLLECTED"
                                                    AT LINE 23 COL 20.
           END-READ.
           CLOSE PET-COUNTER.

       PROMPT-EXTRA-SEAT.
      *    A SECOND SEAT BESIDE THE PASSENGER - FOR A PASSENGER OF SIZE
      *    OR A CABIN-BAGGAGE ITEM SUCH AS AN INSTRUMENT - IS SOLD ON
      *    THE RESERVATION ITSELF, NEVER AS A MADE-UP SECOND PASSENGER.
      *    IT IS PRICED FROM THE FLIGHT'S "XS" FARE-TABLE ROWS (THE
      *    CABIN FARE WHEN THE FLIGHT HAS NONE), TAKES A SEAT OF
      *    INVENTORY ALONGSIDE ITS OWNER AND IS DOCUMENTED AS ITS OWN
      *    ANCILLARY CHARGE.
           MOVE "N"                         TO  EXTRA-SEAT-FLAG.
           MOVE SPACES                      TO  EXTRA-SEAT-NUMBER.
           MOVE 0                           TO  EXTRA-SEAT-FEE.
           IF PAX-INFANT
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "EXTRA SEAT? C)COMFORT B)CABIN BAGGAGE <ENT>NONE :-"
                                                    AT LINE 23 COL 20.
           ACCEPT RESP                              AT LINE 23 COL 72.
           DISPLAY BLNK-LINE                        AT LINE 23 COL 1.
           EVALUATE RESP
              WHEN "C"
              WHEN "c"
                 SET EXTRA-SEAT-COMFORT     TO  TRUE
              WHEN "B"
              WHEN "b"
                 SET EXTRA-SEAT-CABIN-BAG   TO  TRUE
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM PRICE-EXTRA-SEAT.
           IF NOT EXTRA-SEAT-HELD
              EXIT PARAGRAPH
           END-IF.
           ADD EXTRA-SEAT-FEE               TO  TOTAL-COLLECTED-AMT.
           MOVE "EXST"                      TO  W-EMD-FEE-TYPE.
           MOVE EXTRA-SEAT-FEE              TO  W-EMD-AMOUNT.
           PERFORM QUEUE-ANCILLARY-DOC.
           MOVE EXTRA-SEAT-FEE              TO  XS-FEE-DISPLAY.
           DISPLAY "EXTRA SEAT FARE $" XS-FEE-DISPLAY " COLLECTED"
                                                    AT LINE 23 COL 20.
           ACCEPT RESP                              AT LINE 23 COL 55.
           DISPLAY BLNK-LINE                        AT LINE 23 COL 1.
           PERFORM ACCEPT-EXTRA-SEAT-NUMBER.

       PRICE-EXTRA-SEAT.
           MOVE FLIGHT-ID                   TO  FSL-FLIGHT.
           MOVE "XS"                        TO  FSL-SEAT.
           MOVE CURR-YY                     TO  W-CURR-YMD-YY.
           MOVE CURR-MM                     TO  W-CURR-YMD-MM.
           MOVE CURR-DD                     TO  W-CURR-YMD-DD.
           MOVE W-CURR-YMD-NUM              TO  FSL-BOOK-DATE.
           CALL "FARESEL" USING FSL-FLIGHT, FSL-SEAT, FSL-BOOK-DATE,
                FSL-FARE, FSL-MILES, FSL-RULE, FSL-RESULT.
           IF FSL-RESULT NOT = "F"
              MOVE SEAT-TYPE                TO  FSL-SEAT
              CALL "FARESEL" USING FSL-FLIGHT, FSL-SEAT, FSL-BOOK-DATE,
                   FSL-FARE, FSL-MILES, FSL-RULE, FSL-RESULT
           END-IF.
           IF FSL-RESULT NOT = "F"
              MOVE "N"                      TO  EXTRA-SEAT-FLAG
              DISPLAY "***NO FARE ON FILE FOR AN EXTRA SEAT - BOOKING CO
      -       "NTINUES WITHOUT ONE*** PRESS ANY KEY" AT LINE 25 COL 5
              ACCEPT RESP
              DISPLAY BLNK-LINE                     AT LINE 25 COL 1
              EXIT PARAGRAPH
           END-IF.
           MOVE FSL-FARE                    TO  EXTRA-SEAT-FEE.

       ACCEPT-EXTRA-SEAT-NUMBER.
      *    THE EXTRA SEAT GOES NEXT TO THE PASSENGER'S OWN SEAT - SAME
      *    ROW, NEIGHBOURING COLUMN ON THE SEAT MAP.  BLANK LEAVES IT
      *    FOR AUTOSEAT OR CHECK-IN TO PLACE ALONGSIDE THE PASSENGER.
      *    WHETHER ANOTHER RESERVATION HOLDS IT IS CHECKED WITH THE
      *    PASSENGER'S OWN SEAT WHEN THE RECORD IS SAVED.
           MOVE SPACES                      TO  EXTRA-SEAT-NUMBER.
           IF SEAT-NUMBER = SPACES
              EXIT PARAGRAPH
           END-IF.
           DISPLAY BLNK-LINE                        AT LINE 23 COL 1.
           DISPLAY "EXTRA SEAT NEXT TO " SEAT-NUMBER " (BLANK=LATER):-"
                                                    AT LINE 23 COL 20.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              ACCEPT EXTRA-SEAT-NUMBER              AT LINE 23 COL 60
              IF EXTRA-SEAT-NUMBER NOT = SPACES
                 PERFORM VALIDATE-EXTRA-SEAT-NUMBER
                 IF SEAT-NUMBER-INVALID
                    DISPLAY "NOT A SEAT BESIDE THE PASSENGER"
                                                    AT LINE 25 COL 20
                    DISPLAY "<ENT>REENTER:"         AT LINE 25 COL 55
                    ACCEPT XS-RESP                  AT LINE 25 COL 68
                    DISPLAY BLNK-LINE               AT LINE 25 COL 1
                    MOVE SPACES            TO  EXTRA-SEAT-NUMBER
                    SET DATA-INVALID       TO  TRUE
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY BLNK-LINE                        AT LINE 23 COL 1.

       VALIDATE-EXTRA-SEAT-NUMBER.
      *    THE SEAT ITSELF MUST PASS THE ORDINARY SEAT-MAP AND CABIN
      *    CHECKS, THEN SIT IN THE PASSENGER'S ROW ONE COLUMN OVER.  AN
      *    AISLE IS A GAP IN SM-VALID-COLS, SO A SEAT ACROSS IT IS
      *    NEVER ALONGSIDE.  WITH NO SEAT MAP ON FILE ONLY THE ROW IS
      *    CHECKED.
           MOVE SEAT-NUMBER                 TO  XS-SAVE-SEAT.
           MOVE EXTRA-SEAT-NUMBER           TO  SEAT-NUMBER.
           PERFORM VALIDATE-SEAT-NUMBER.
           MOVE XS-SAVE-SEAT                TO  SEAT-NUMBER.
           IF SEAT-NUMBER-INVALID
              EXIT PARAGRAPH
           END-IF.
           IF EXTRA-SEAT-NUMBER(1:2) NOT = SEAT-NUMBER(1:2) OR
              EXTRA-SEAT-NUMBER = SEAT-NUMBER
              SET SEAT-NUMBER-INVALID       TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF SEAT-MAP-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                           TO  XS-SEAT-POS
                                                 XS-EXTRA-POS.
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 8
              IF SM-VALID-COLS(COL-IDX:1) = SEAT-NUMBER(3:1)
                 MOVE COL-IDX               TO  XS-SEAT-POS
              END-IF
              IF SM-VALID-COLS(COL-IDX:1) = EXTRA-SEAT-NUMBER(3:1)
                 MOVE COL-IDX               TO  XS-EXTRA-POS
              END-IF
           END-PERFORM.
           IF XS-SEAT-POS = 0 OR XS-EXTRA-POS = 0
              SET SEAT-NUMBER-INVALID       TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF XS-SEAT-POS - XS-EXTRA-POS NOT = 1 AND
              XS-EXTRA-POS - XS-SEAT-POS NOT = 1
              SET SEAT-NUMBER-INVALID       TO  TRUE
           END-IF.

       CHECK-IN-EXTRA-SEAT.
      *    A PASSENGER WITH AN EXTRA SEAT BOARDS WITH IT ALONGSIDE - ONE
      *    NOT YET PLACED, OR LEFT BEHIND BY A SEAT CHANGE, IS TAKEN
      *    HERE BEFORE THE BOARDING PASS.  WITH NO OPEN SEAT BESIDE
      *    THE PASSENGER THE AGENT LEAVES IT BLANK OR ENTERS Q AND THE
      *    CHECK-IN STOPS SO THE PASSENGER CAN BE RESEATED FIRST.
           SET XS-CHECKIN-OK               TO  TRUE.
           IF NOT EXTRA-SEAT-HELD
              EXIT PARAGRAPH
           END-IF.
           IF EXTRA-SEAT-NUMBER NOT = SPACES
              PERFORM VALIDATE-EXTRA-SEAT-NUMBER
              IF SEAT-NUMBER-VALID
                 PERFORM CHECK-SEAT-NUMBER-TAKEN
                 IF SEAT-NOT-TAKEN
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-IF.
           PERFORM WITH TEST AFTER UNTIL EXTRA-SEAT-NUMBER NOT = SPACES
                                      OR XS-CHECKIN-ABANDONED
              DISPLAY BLNK-LINE                     AT LINE 23 COL 1
              DISPLAY "EXTRA SEAT NEXT TO " SEAT-NUMBER
                      " (BLANK/Q=QUIT):-"           AT LINE 23 COL 20
              MOVE SPACES                   TO  EXTRA-SEAT-NUMBER
              ACCEPT EXTRA-SEAT-NUMBER              AT LINE 23 COL 60
              IF EXTRA-SEAT-NUMBER = SPACES OR EXTRA-SEAT-NUMBER = "Q"
                 OR EXTRA-SEAT-NUMBER = "q"
                 MOVE SPACES                TO  EXTRA-SEAT-NUMBER
                 SET XS-CHECKIN-ABANDONED   TO  TRUE
              ELSE
                 PERFORM VALIDATE-EXTRA-SEAT-NUMBER
                 IF SEAT-NUMBER-VALID
                    PERFORM CHECK-SEAT-NUMBER-TAKEN
                    IF SEAT-TAKEN
                       MOVE SPACES         TO  EXTRA-SEAT-NUMBER
                    END-IF
                 ELSE
                    MOVE SPACES            TO  EXTRA-SEAT-NUMBER
                 END-IF
                 IF EXTRA-SEAT-NUMBER = SPACES
                    DISPLAY "EXTRA SEAT MUST BE AN OPEN SEAT BESIDE THE
      -             "PASSENGER"                     AT LINE 25 COL 5
                    ACCEPT XS-RESP                  AT LINE 25 COL 70
                    DISPLAY BLNK-LINE               AT LINE 25 COL 1
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY BLNK-LINE                        AT LINE 23 COL 1.

       CHECK-PERIOD-LOCK.
      *    FINANCE HAS CLOSED THE BOOKS ON THE RESERVATION'S MONTH -
      *    CHANGING OR DELETING IT NOW WOULD SILENTLY REWRITE HISTORY
              END-IF
           END-IF.

       ACCEPT-EMERGENCY-CONTACT.
      *    OPTIONAL - WHO TO CALL FOR THE PASSENGER IF THE FLIGHT HAS
      *    AN INCIDENT.  THE PROFILE'S CONTACT IS OFFERED WHEN THE
      *    RESERVATION HAS NONE; BLANKING THE NAME TAKES NO CONTACT.
      *    A NAME IS NO USE WITHOUT A NUMBER, SO THE PHONE IS THEN
      *    REQUIRED.
           PERFORM PREFILL-EMERGENCY-CONTACT.
           DISPLAY BLNK-LINE                        AT LINE 23 COL 1.
           DISPLAY "EMERGENCY CONTACT (OPTIONAL):-" AT LINE 23 COL 5.
           DISPLAY EMERG-CONTACT-NAME               AT LINE 23 COL 36.
           ACCEPT EMERG-CONTACT-NAME                AT LINE 23 COL 36.
           DISPLAY BLNK-LINE                        AT LINE 23 COL 1.
           IF EMERG-CONTACT-NAME = SPACES
              MOVE SPACES                   TO  EMERG-CONTACT-PHONE
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMERGENCY CONTACT PHONE     :-" AT LINE 23 COL 5.
           DISPLAY EMERG-CONTACT-PHONE              AT LINE 23 COL 36.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID                TO  TRUE
              ACCEPT EMERG-CONTACT-PHONE            AT LINE 23 COL 36
              IF EMERG-CONTACT-PHONE = SPACES
                 DISPLAY "EMERGENCY CONTACT PHONE REQUIRED"
                                                    AT LINE 25 COL 20
                 DISPLAY "<ENT>REENTER:"            AT LINE 25 COL 55
                 ACCEPT RESP                        AT LINE 25 COL 68
                 SET DATA-INVALID           TO  TRUE
                 DISPLAY BLNK-LINE                  AT LINE 25 COL 1
              END-IF
           END-PERFORM.
           DISPLAY BLNK-LINE                        AT LINE 23 COL 1.

       PREFILL-EMERGENCY-CONTACT.
           IF EMERG-CONTACT-NAME NOT = SPACES AND
              EMERG-CONTACT-NAME NOT = LOW-VALUES
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                      TO  EMERG-CONTACT-NAME
                                                 EMERG-CONTACT-PHONE.
           IF CUST-LNAME = SPACES OR CUST-FNAME = SPACES
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER-PROFILE.
           IF CUST-PROF-NOT-PRESENT
              CLOSE CUSTOMER-PROFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE CUST-LNAME                  TO  CP-LNAME.
           MOVE CUST-FNAME                  TO  CP-FNAME.
           MOVE CUST-DOB                    TO  CP-DOB.
           READ CUSTOMER-PROFILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE CP-EMERG-NAME       TO  EMERG-CONTACT-NAME
                   MOVE CP-EMERG-PHONE      TO  EMERG-CONTACT-PHONE
           END-READ.
           CLOSE CUSTOMER-PROFILE.

       SAVE-PROFILE-EMERG-CONTACT.
      *    A CONTACT GIVEN AT CHECK-IN IS KEPT ON THE PROFILE FOR THE
      *    NEXT TRIP; A PASSENGER WITH NO PROFILE GETS ONE AT THEIR
      *    NEXT BOOKING.
           IF TRAINING-MODE OR EMERG-CONTACT-NAME = SPACES
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O CUSTOMER-PROFILE.
           IF CUST-PROF-NOT-PRESENT
              CLOSE CUSTOMER-PROFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE CUST-LNAME                  TO  CP-LNAME.
           MOVE CUST-FNAME                  TO  CP-FNAME.
           MOVE CUST-DOB                    TO  CP-DOB.
           READ CUSTOMER-PROFILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE EMERG-CONTACT-NAME  TO  CP-EMERG-NAME
                   MOVE EMERG-CONTACT-PHONE TO  CP-EMERG-PHONE
                   REWRITE CUSTOMER-PROFILE-RECORD
           END-READ.
           CLOSE CUSTOMER-PROFILE.

       MODIFY-CUST-RES.
           PERFORM CLEAR-SCREEN.
           MOVE ALL " "                    TO  CUSTOMER-RECORD.
           ACCEPT  CUST-RES-ID                      AT LINE 6  COL 36.
           OPEN I-O CUSTOMER.
           IF CUST-RES-ID = SPACES
              PERFORM ACCEPT-LOOKUP-LOCATOR
              IF LOCATOR-ENTRY NOT = SPACES
                 PERFORM BROWSE-CUST-BY-LOCATOR
              ELSE
                 ACCEPT  CUST-LNAME                 AT LINE 8  COL 36
                 PERFORM BROWSE-CUST-BY-LNAME
              END-IF
              IF NAME-NOT-FOUND
                 DISPLAY "RESERVATION NOT FOUND.PRESS ANY KEY TO CONT
      -             "INUE"                          AT LINE 25 COL 10
              EXIT PARAGRAPH
           END-IF.
           MOVE CUSTOMER-RECORD     TO  OLD-CUSTOMER-RECORD.
           MOVE 0                   TO  EMD-PENDING-COUNT.
           PERFORM DISPLAY-FIELDS.
           PERFORM MODIFY-FIELDS.
           IF SAVE-REC
              PERFORM RECHECK-SEAT-SAFETY
              PERFORM CHECK-SEAT-NUMBER-TAKEN
              IF SEAT-TAKEN
                 DISPLAY "***SEAT ALREADY ASSIGNED ON THIS FLIGHT*** PRESS
              MOVE OLD-CUSTOMER-RECORD  TO  AUDIT-BEFORE-IMAGE
              MOVE CUSTOMER-RECORD      TO  AUDIT-AFTER-IMAGE
              PERFORM WRITE-AUDIT-RECORD
              PERFORM ISSUE-ANCILLARY-DOCS
              PERFORM DISPATCH-CONFIRMATION-EMAIL
              DISPLAY "**RESERVATION HAS BEEN MODIFIED** PRESS
      -       " ANY KEY TO CONTINUE"                AT LINE 25  COL 10
              ACCEPT RESP
              IF BOOKING-LOCATOR NOT = SPACES
                 PERFORM OFFER-PARTY-CONTACT-UPDATE
              END-IF
              INITIALIZE CUSTOMER-RECORD
              END-IF
              END-IF
           ACCEPT  CUST-RES-ID                      AT LINE 6  COL 36.
           OPEN INPUT CUSTOMER.
           IF CUST-RES-ID = SPACES
              PERFORM ACCEPT-LOOKUP-LOCATOR
              IF LOCATOR-ENTRY NOT = SPACES
                 PERFORM BROWSE-CUST-BY-LOCATOR
              ELSE
                 ACCEPT  CUST-LNAME                 AT LINE 8  COL 36
                 PERFORM SEARCH-CUST-BY-LNAME
              END-IF
              IF NAME-NOT-FOUND
                 DISPLAY "RESERVATION NOT FOUND.PRESS ANY KEY TO CONT
      -             "INUE"                          AT LINE 25 COL 10

       DISPLAY-INQUIRY-RECORD.
           PERFORM DISPLAY-FIELDS.
           PERFORM LOG-INQUIRY-VIEW.
           PERFORM LIST-SERVICE-CASES.
           DISPLAY "**FOR INQUIRY ONLY - NO CHANGES SAVED** PRESS
      -       " ANY KEY TO CONTINUE"                AT LINE 25  COL 10.
           ACCEPT RESP.
           INITIALIZE CUSTOMER-RECORD.

       LOG-INQUIRY-VIEW.
      *    READ-ACCESS LOG - THE INQUIRY SCREEN SHOWS THE DATE OF
      *    BIRTH AND THE ADDRESS/PHONE/E-MAIL CONTACT GROUP.
           MOVE SPACES                     TO  VIEWLOG-PARMS.
           MOVE WS-OPERATOR-ID             TO  VWP-OP-ID.
           MOVE "CUSTOMER0"                TO  VWP-PROGRAM.
           SET VWP-SCREEN-VIEW             TO  TRUE.
           SET VWP-RESERVATION-KEY         TO  TRUE.
           MOVE CUST-RES-ID                TO  VWP-KEY.
           MOVE BOOKED-BY-OP-ID            TO  VWP-BOOKED-BY.
           MOVE "YYNNN"                    TO  VWP-FIELD-GROUPS.
           CALL "VIEWLOG" USING VIEWLOG-PARMS.

       LIST-SERVICE-CASES.
      *    WHOEVER TAKES THE CALLBACK SEES EVERY SERVICE CASE ON THE
      *    BOOKING RIGHT ON THE INQUIRY SCREEN - THE DETAIL AND THE
              DISPLAY "***NEW NAME MATCHES WATCH LIST - RESERVATION HEL
      -       "D FOR REVIEW***"                     AT LINE 24 COL 5
           END-IF.
           MOVE 0                           TO  EMD-PENDING-COUNT.
           PERFORM CALC-NAME-CHANGE-FEE.
           ADD NC-FEE-W                     TO  TOTAL-COLLECTED-AMT.
           ADD NC-FEE-W                     TO  NC-FEE-AMT.
              MOVE OLD-CUSTOMER-RECORD      TO  AUDIT-BEFORE-IMAGE
              MOVE CUSTOMER-RECORD          TO  AUDIT-AFTER-IMAGE
              PERFORM WRITE-AUDIT-RECORD
              PERFORM ISSUE-ANCILLARY-DOCS
              PERFORM UPDATE-CUSTOMER-PROFILE
              DISPLAY "**NAME CHANGED** PRESS ANY KEY"
                                                    AT LINE 25 COL 10
           IF NC-FEE-AMT NOT NUMERIC
              MOVE 0                        TO  NC-FEE-AMT
           END-IF.
           MOVE "NCHG"                      TO  W-EMD-FEE-TYPE.
           MOVE NC-FEE-W                    TO  W-EMD-AMOUNT.
           PERFORM QUEUE-ANCILLARY-DOC.

       FLIGHT-CHANGE-RES.
      *    VOLUNTARY "MOVE ME TO THURSDAY" CHANGE: REBOOKS ONE BOOKED
           MOVE CUSTOMER-RECORD             TO  SCUSTOMER-RECORD.
           PERFORM CHECK-SEAT-CAPACITY.
           IF CABIN-FULL
              MOVE "N"                      TO  TA-WAITLIST-FLAG
              PERFORM LOG-CABIN-FULL-TURNAWAY
              DISPLAY "NEW FLIGHT CABIN IS FULL - NO CHANGE MADE - PRES
      -       "S ANY KEY"                           AT LINE 25 COL 10
              ACCEPT RESP
              MOVE ITIN-ONE-FARE            TO  FC-NEW-FARE
           END-IF.
           COMPUTE FC-FARE-DIFF = FC-NEW-FARE - FC-OLD-FARE.
           MOVE 0                           TO  EMD-PENDING-COUNT.
           PERFORM CALC-FLIGHT-CHANGE-FEE.
           MOVE "N"                         TO  RESP.
           IF CH-FEE-W > 0
              DISPLAY "WAIVE CHANGE FEE (Y/N)?"     AT LINE 14 COL 20
              ACCEPT RESP                           AT LINE 14 COL 45
              DISPLAY BLNK-LINE                     AT LINE 14 COL 1
           END-IF.
           IF RESP = "Y" OR RESP = "y"
      *    A FEE WAIVER IS MONEY TOO - SAME MAKER-CHECKER RULE AS A
      *    LARGE REFUND.
           END-IF.
           ADD CH-FEE-W                     TO  CHG-FEE-AMT.
           MOVE W-CURR-YMD-NUM              TO  CHG-FEE-DATE.
      *    ONLY THE FEE LEFT AFTER ANY APPROVED WAIVER IS DOCUMENTED.
           MOVE "FCHG"                      TO  W-EMD-FEE-TYPE.
           MOVE CH-FEE-W                    TO  W-EMD-AMOUNT.
           PERFORM QUEUE-ANCILLARY-DOC.
      *    AN UPWARD DIFFERENCE IS NEW MONEY INTO DEFERRED REVENUE.
      *    IT GETS ITS OWN DATED COMPONENT SO THE DAILY JOURNAL CAN
      *    POST IT ON THE CHANGE DATE - SYMMETRICAL WITH THE REFUND
           END-IF.
           PERFORM BUILD-FARE-COMPONENTS.
      *    THE OLD SEAT ASSIGNMENT MEANS NOTHING ON THE NEW AIRCRAFT.
      *    A PAID EXTRA SEAT TRAVELS WITH THE PASSENGER AND IS PLACED
      *    BESIDE THE NEW SEAT AT CHECK-IN.
           MOVE SPACES                      TO  SEAT-NUMBER.
           MOVE SPACES                      TO  EXTRA-SEAT-NUMBER.
      *    THE TRAINING SHADOW SET CARRIES NO INVENTORY SUMMARY -
      *    LIVE "fltinv" IS NEVER TOUCHED FROM A TRAINING SIGN-ON.
           IF LIVE-MODE
              MOVE -1                       TO  FI-ADJUSTMENT
              CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                   FI-ADJUSTMENT, FI-CALL-RESULT
              IF EXTRA-SEAT-HELD
                 CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                      FI-ADJUSTMENT, FI-CALL-RESULT
              END-IF
           END-IF.
           MOVE +1                          TO  FI-ADJUSTMENT.
           PERFORM ADJUST-FLIGHT-INVENTORY.
           IF TICKET-NO NOT = SPACES
              IF TICKET-NO NOT = SPACES
                 PERFORM WRITE-TICKET-LEDGER
              END-IF
              PERFORM ISSUE-ANCILLARY-DOCS
              PERFORM DISPATCH-CONFIRMATION-EMAIL
              DISPLAY "**FLIGHT CHANGED - NEW TICKET ISSUED** PRESS ANY
      -       " KEY"                                AT LINE 25 COL 5
           MOVE 1                           TO  EXCH-RATE.
           OPEN I-O CUSTOMER.
           PERFORM GET-CUST-RES-ID.
           PERFORM ISSUE-RECORD-LOCATOR.
           MOVE CURR-YY                     TO  ADD-YY.
           MOVE CURR-MM                     TO  ADD-MM.
           MOVE CURR-DD                     TO  ADD-DD.
           PERFORM SET-HOLD-PLACED-DATE.
           PERFORM WITH TEST AFTER UNTIL CUSTOMER-IO-OK OR
                                         CUSTOMER-IO-FAIL
              SET CUST-LAYOUT-CURRENT       TO  TRUE
              WRITE CUSTOMER-RECORD
              PERFORM CHECK-CUSTOMER-STATUS
           END-PERFORM.
           CLOSE CUSTOMER.
           INITIALIZE CUSTOMER-RECORD.

       ADD-ON-SALES-RES.
      *    HOTEL AND CAR-HIRE ADD-ONS AT THE DESTINATION, SOLD ON
      *    COMMISSION - THE CUSTOMER PAYS THE SUPPLIER, WE CARRY NO
      *    INVENTORY, AND THE SUPPLIER OWES US AO-COMM-AMT ONCE THE
      *    STAY OR HIRE IS OVER (SEE SUPCOMM).  THE ADD-ONS PRINT ON
      *    THE ITINERARY, GO OUT WITH THE MAILSEND CONFIRMATION AND
      *    ARE CANCELLED WITH THE RESERVATION.
           PERFORM CLEAR-SCREEN.
           MOVE ALL " "                    TO  CUSTOMER-RECORD.
           DISPLAY "HOTEL / CAR-HIRE ADD-ONS      " AT LINE 3  COL 20.
           DISPLAY "------------------------------" AT LINE 4  COL 20.
           IF TRAINING-MODE
              DISPLAY "ADD-ONS ARE NOT SOLD IN TRAINING MODE - PRESS AN
      -       "Y KEY"                               AT LINE 25 COL 10
              ACCEPT RESP
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "RESERVATION ID :              " AT LINE 6  COL 20.
           ACCEPT  CUST-RES-ID                      AT LINE 6  COL 36.
           OPEN INPUT CUSTOMER.
           READ CUSTOMER
                INVALID KEY
                   DISPLAY "RESERVATION NOT FOUND.PRESS ANY KEY TO CONT
      -            "INUE"                           AT LINE 25 COL 10
                   ACCEPT RESP
                   CLOSE CUSTOMER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CUSTOMER.
           IF NOT RES-BOOKED AND NOT RES-CHECKED-IN AND NOT RES-HELD
              DISPLAY "RESERVATION IS NO LONGER OPEN - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              ACCEPT RESP
              INITIALIZE CUSTOMER-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  AO-DEST-W.
           MOVE FLIGHT-ID                  TO  FM-FLIGHT-ID.
           OPEN INPUT FLIGHT-MASTER.
           READ FLIGHT-MASTER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FM-DESTINATION     TO  AO-DEST-W
           END-READ.
           CLOSE FLIGHT-MASTER.
           DISPLAY CUST-FNAME(1:15) " " CUST-LNAME(1:20) " FLIGHT "
                   FLIGHT-ID " TO " AO-DEST-W       AT LINE 7  COL 20.
           OPEN I-O ADD-ON-PRODUCT.
           IF ADD-ON-NOT-PRESENT
              CLOSE ADD-ON-PRODUCT
              OPEN OUTPUT ADD-ON-PRODUCT
              CLOSE ADD-ON-PRODUCT
              OPEN I-O ADD-ON-PRODUCT
           END-IF.
           PERFORM WITH TEST AFTER UNTIL AO-CHOICE = SPACE
              PERFORM LIST-RES-ADD-ONS
              DISPLAY "H)ADD HOTEL C)ADD CAR X)CANCEL ONE (BLANK=DONE):
      -       "-"                                   AT LINE 16 COL 10
              MOVE SPACE                   TO  AO-CHOICE
              ACCEPT AO-CHOICE                      AT LINE 16 COL 60
              EVALUATE AO-CHOICE
                 WHEN "H" WHEN "h"
                    MOVE "H"               TO  AO-CHOICE
                    PERFORM SELL-ONE-ADD-ON
                 WHEN "C" WHEN "c"
                    MOVE "C"               TO  AO-CHOICE
                    PERFORM SELL-ONE-ADD-ON
                 WHEN "X" WHEN "x"
                    PERFORM CANCEL-ONE-ADD-ON
                 WHEN OTHER
                    MOVE SPACE             TO  AO-CHOICE
              END-EVALUATE
           END-PERFORM.
           CLOSE ADD-ON-PRODUCT.
           INITIALIZE CUSTOMER-RECORD.

       LIST-RES-ADD-ONS.
      *    SHOWS THE FIRST SIX ADD-ONS ON LINES 9-14 AND LEAVES THE
      *    NEXT FREE SEQUENCE NUMBER IN AO-NEXT-SEQ.
           MOVE 9                          TO  AO-LIST-LINE.
           PERFORM UNTIL AO-LIST-LINE > 14
              DISPLAY BLNK-LINE             AT LINE AO-LIST-LINE COL 1
              ADD 1                        TO  AO-LIST-LINE
           END-PERFORM.
           DISPLAY "SEQ T SUPPLIER             DST IN       OUT      CON
      -    "FIRMATION    ST"                        AT LINE 8  COL 3.
           MOVE 9                          TO  AO-LIST-LINE.
           MOVE 1                          TO  AO-NEXT-SEQ.
           MOVE CUST-RES-ID                TO  AO-CUST-RES-ID.
           MOVE 0                          TO  AO-SEQ.
           SET AO-NOT-AT-END               TO  TRUE.
           START ADD-ON-PRODUCT KEY IS >= AO-KEY
                 INVALID KEY
                    SET AO-AT-END          TO  TRUE
           END-START.
           PERFORM UNTIL AO-AT-END
              READ ADD-ON-PRODUCT NEXT
                   AT END
                      SET AO-AT-END         TO  TRUE
                   NOT AT END
                      IF AO-CUST-RES-ID NOT = CUST-RES-ID
                         SET AO-AT-END      TO  TRUE
                      ELSE
                         COMPUTE AO-NEXT-SEQ = AO-SEQ + 1
                         IF AO-LIST-LINE <= 14
                            DISPLAY AO-SEQ " " AO-PRODUCT-TYPE " "
                                    AO-SUPPLIER " " AO-DEST " "
                                    AO-IN-DATE " " AO-OUT-DATE " "
                                    AO-CONFIRM-NO " " AO-STATUS
                                             AT LINE AO-LIST-LINE COL 4
                            ADD 1           TO  AO-LIST-LINE
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.

       SELL-ONE-ADD-ON.
           IF AO-NEXT-SEQ > 99
              DISPLAY "NO MORE ADD-ONS FIT ON THIS RESERVATION - PRESS
      -       "ANY KEY"                             AT LINE 25 COL 10
              ACCEPT RESP
              DISPLAY BLNK-LINE                     AT LINE 25 COL 1
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  ADD-ON-PRODUCT-RECORD.
           MOVE CUST-RES-ID                TO  AO-CUST-RES-ID.
           MOVE AO-NEXT-SEQ                TO  AO-SEQ.
           MOVE AO-CHOICE                  TO  AO-PRODUCT-TYPE.
           MOVE AO-DEST-W                  TO  AO-DEST.
           MOVE 0                          TO  AO-IN-DATE AO-OUT-DATE
                                               AO-RATE AO-COMM-PCT.
           IF AO-HOTEL
              DISPLAY "HOTEL NAME           :-"  AT LINE 17 COL 10
              DISPLAY "CHECK-IN  (YYYYMMDD) :-"  AT LINE 18 COL 10
              DISPLAY "CHECK-OUT (YYYYMMDD) :-"  AT LINE 19 COL 10
              DISPLAY "RATE PER NIGHT       :-"  AT LINE 20 COL 10
           ELSE
              DISPLAY "CAR-HIRE COMPANY     :-"  AT LINE 17 COL 10
              DISPLAY "PICK-UP   (YYYYMMDD) :-"  AT LINE 18 COL 10
              DISPLAY "RETURN    (YYYYMMDD) :-"  AT LINE 19 COL 10
              DISPLAY "RATE PER DAY         :-"  AT LINE 20 COL 10
           END-IF.
           DISPLAY "CONFIRMATION NO      :-"     AT LINE 21 COL 10.
           DISPLAY "COMMISSION (0.NNN)   :-"     AT LINE 22 COL 10.
           PERFORM WITH TEST AFTER UNTIL AO-SUPPLIER NOT = SPACES
              ACCEPT AO-SUPPLIER                    AT LINE 17 COL 34
           END-PERFORM.
           MOVE 0                          TO  AO-UNITS.
           PERFORM WITH TEST AFTER UNTIL AO-UNITS > 0
              ACCEPT AO-IN-DATE                     AT LINE 18 COL 34
              ACCEPT AO-OUT-DATE                    AT LINE 19 COL 34
              PERFORM CALC-ADD-ON-UNITS
              IF AO-UNITS = 0
                 DISPLAY "ENTER VALID DATES, END AFTER START"
                                                    AT LINE 25 COL 10
              END-IF
           END-PERFORM.
           DISPLAY BLNK-LINE                        AT LINE 25 COL 1.
           ACCEPT AO-RATE                           AT LINE 20 COL 34.
           ACCEPT AO-CONFIRM-NO                     AT LINE 21 COL 34.
           ACCEPT AO-COMM-PCT                       AT LINE 22 COL 34.
           COMPUTE AO-TOTAL-AMT = AO-RATE * AO-UNITS.
           COMPUTE AO-COMM-AMT ROUNDED = AO-TOTAL-AMT * AO-COMM-PCT.
           SET AO-BOOKED                   TO  TRUE.
           MOVE CURR-YY                    TO  W-CURR-YMD-YY.
           MOVE CURR-MM                    TO  W-CURR-YMD-MM.
           MOVE CURR-DD                    TO  W-CURR-YMD-DD.
           MOVE W-CURR-YMD-NUM             TO  AO-SOLD-DATE.
           MOVE 0                          TO  AO-CANCEL-DATE.
           MOVE WS-OPERATOR-ID             TO  AO-OP-ID.
           WRITE ADD-ON-PRODUCT-RECORD
                 INVALID KEY
                    DISPLAY "ADD-ON NOT SAVED - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
                    ACCEPT RESP
                 NOT INVALID KEY
                    MOVE AO-TOTAL-AMT      TO  AO-AMT-DISPLAY
                    MOVE AO-COMM-AMT       TO  AO-COMM-DISPLAY
                    DISPLAY "**SAVED - " AO-UNITS " x RATE = $"
                            AO-AMT-DISPLAY "  COMMISSION $"
                            AO-COMM-DISPLAY " ** PRESS ANY KEY"
                                                    AT LINE 25 COL 5
                    ACCEPT RESP
           END-WRITE.
           PERFORM CLEAR-ADD-ON-ENTRY.

       CALC-ADD-ON-UNITS.
           MOVE 0                          TO  AO-UNITS.
           IF AO-IN-DATE NOT NUMERIC OR AO-OUT-DATE NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           IF AO-IN-DATE(5:2) < "01" OR AO-IN-DATE(5:2) > "12" OR
              AO-IN-DATE(7:2) < "01" OR AO-IN-DATE(7:2) > "31" OR
              AO-OUT-DATE(5:2) < "01" OR AO-OUT-DATE(5:2) > "12" OR
              AO-OUT-DATE(7:2) < "01" OR AO-OUT-DATE(7:2) > "31" OR
              AO-OUT-DATE NOT > AO-IN-DATE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE AO-UNITS =
                   FUNCTION INTEGER-OF-DATE(AO-OUT-DATE)
                 - FUNCTION INTEGER-OF-DATE(AO-IN-DATE).

       CANCEL-ONE-ADD-ON.
           DISPLAY "SEQ TO CANCEL:-"                AT LINE 17 COL 10.
           MOVE 0                          TO  AO-CANCEL-SEQ.
           ACCEPT AO-CANCEL-SEQ                     AT LINE 17 COL 26.
           MOVE CUST-RES-ID                TO  AO-CUST-RES-ID.
           MOVE AO-CANCEL-SEQ              TO  AO-SEQ.
           READ ADD-ON-PRODUCT
                INVALID KEY
                   DISPLAY "NO SUCH ADD-ON - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
                   ACCEPT RESP
                NOT INVALID KEY
                   IF AO-BOOKED
                      SET AO-CANCELLED     TO  TRUE
                      MOVE CURR-YY         TO  W-CURR-YMD-YY
                      MOVE CURR-MM         TO  W-CURR-YMD-MM
                      MOVE CURR-DD         TO  W-CURR-YMD-DD
                      MOVE W-CURR-YMD-NUM  TO  AO-CANCEL-DATE
                      REWRITE ADD-ON-PRODUCT-RECORD
                      DISPLAY "**ADD-ON CANCELLED** PRESS ANY KEY"
                                                    AT LINE 25 COL 10
                      ACCEPT RESP
                   END-IF
           END-READ.
           PERFORM CLEAR-ADD-ON-ENTRY.

       CLEAR-ADD-ON-ENTRY.
           MOVE 17                         TO  AO-LIST-LINE.
           PERFORM UNTIL AO-LIST-LINE > 22
              DISPLAY BLNK-LINE             AT LINE AO-LIST-LINE COL 1
              ADD 1                        TO  AO-LIST-LINE
           END-PERFORM.
           DISPLAY BLNK-LINE                        AT LINE 25 COL 1.

       SELL-FLIGHT-PASS.
      *    COMMUTER FLIGHT PASS SALE - A BUNDLE OF ONE-WAY CREDITS ON
      *    UP TO THREE ROUTES IN ONE CABIN, PAID UP FRONT THROUGH THE
      *    SAME AUTHORIZE-PAYMENT PATH AS A BOOKING.  THE HOLDER MUST
      *    ALREADY HAVE A CUSTOMER PROFILE.  THE PRICE IS HELD IN
      *    DEFERRED PASS REVENUE (GLEXTR), EARNED CREDIT BY CREDIT AS
      *    THE PASS IS FLOWN (RECOGEXT), AND WHATEVER IS LEFT AT
      *    EXPIRY GOES TO BREAKAGE (BRKGEXP).
           PERFORM CLEAR-SCREEN.
           MOVE ALL " "                    TO  CUSTOMER-RECORD.
           DISPLAY "COMMUTER FLIGHT PASS SALE     " AT LINE 3  COL 20.
           DISPLAY "------------------------------" AT LINE 4  COL 20.
           IF TRAINING-MODE
              DISPLAY "FLIGHT PASSES ARE NOT SOLD IN TRAINING MODE - PR
      -       "ESS ANY KEY"                         AT LINE 25 COL 10
              ACCEPT RESP
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O FLIGHT-PASS.
           IF FLIGHT-PASS-NOT-PRESENT
              CLOSE FLIGHT-PASS
              OPEN OUTPUT FLIGHT-PASS
              CLOSE FLIGHT-PASS
              OPEN I-O FLIGHT-PASS
           END-IF.
           MOVE SPACES                     TO  MENU-CHOICE2.
           PERFORM ACCEPT-FLIGHT-PASS-SALE.
           IF NOT CANCEL-SAVE
              PERFORM WRITE-FLIGHT-PASS
           END-IF.
           CLOSE FLIGHT-PASS.
           MOVE SPACES                     TO  MENU-CHOICE2.
           INITIALIZE CUSTOMER-RECORD.

       ACCEPT-FLIGHT-PASS-SALE.
           MOVE SPACES                     TO  FLIGHT-PASS-RECORD.
           DISPLAY "HOLDER LAST NAME     :-"      AT LINE 6  COL 10.
           DISPLAY "HOLDER FIRST NAME    :-"      AT LINE 7  COL 10.
           DISPLAY "DATE OF BIRTH MMDDYYYY:-"     AT LINE 8  COL 10.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              ACCEPT FPS-LNAME                      AT LINE 6  COL 35
              ACCEPT FPS-FNAME                      AT LINE 7  COL 35
              ACCEPT FPS-DOB                        AT LINE 8  COL 35
              PERFORM READ-FLIGHT-PASS-HOLDER
              IF PROFILE-NOT-FOUND
                 DISPLAY "NO CUSTOMER PROFILE FOR HOLDER"
                                                    AT LINE 25 COL 20
                 PERFORM REENTER-OR-QUIT-PASS-SALE
              END-IF
           END-PERFORM.
           IF CANCEL-SAVE
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "ROUTES (FROM TO), BLANK=NO MORE" AT LINE 10 COL 10.
           DISPLAY "ROUTE 1              :-"      AT LINE 11 COL 10.
           DISPLAY "ROUTE 2              :-"      AT LINE 12 COL 10.
           DISPLAY "ROUTE 3              :-"      AT LINE 13 COL 10.
           PERFORM VARYING PASS-ROUTE-IDX FROM 1 BY 1
                    UNTIL PASS-ROUTE-IDX > 3
              PERFORM ACCEPT-FLIGHT-PASS-ROUTE
              IF CANCEL-SAVE
                 EXIT PARAGRAPH
              END-IF
              IF FPS-ORIGIN(PASS-ROUTE-IDX) = SPACES
                 MOVE 3                    TO  PASS-ROUTE-IDX
              END-IF
           END-PERFORM.

           DISPLAY "CABIN (CO/FC)        :-"      AT LINE 14 COL 10.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              ACCEPT FPS-CABIN                      AT LINE 14 COL 35
              IF FPS-CABIN NOT = "CO" AND FPS-CABIN NOT = "FC"
                 DISPLAY "ENTER CO OR FC"           AT LINE 25 COL 20
                 PERFORM REENTER-OR-QUIT-PASS-SALE
              END-IF
           END-PERFORM.
           IF CANCEL-SAVE
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "CREDITS (ONE-WAY)    :-"      AT LINE 15 COL 10.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              ACCEPT FPS-CREDITS-BOUGHT             AT LINE 15 COL 35
              IF FPS-CREDITS-BOUGHT NOT NUMERIC OR
                 FPS-CREDITS-BOUGHT = 0
                 DISPLAY "ENTER NUMBER OF CREDITS"  AT LINE 25 COL 20
                 PERFORM REENTER-OR-QUIT-PASS-SALE
              END-IF
           END-PERFORM.
           IF CANCEL-SAVE
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "VALID MONTHS (BLANK=6):-"     AT LINE 16 COL 10.
           MOVE 0                          TO  PASS-MONTHS.
           ACCEPT PASS-MONTHS                       AT LINE 16 COL 35.
           IF PASS-MONTHS NOT NUMERIC OR PASS-MONTHS = 0
              MOVE 6                       TO  PASS-MONTHS
           END-IF.
           PERFORM SET-FLIGHT-PASS-EXPIRY.

           DISPLAY "PRICE                :-"      AT LINE 17 COL 10.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              ACCEPT FPS-PRICE-PAID                 AT LINE 17 COL 35
              IF FPS-PRICE-PAID NOT NUMERIC OR FPS-PRICE-PAID = 0
                 DISPLAY "ENTER VALID PRICE"        AT LINE 25 COL 20
                 PERFORM REENTER-OR-QUIT-PASS-SALE
              END-IF
           END-PERFORM.
           IF CANCEL-SAVE
              EXIT PARAGRAPH
           END-IF.

           DISPLAY "PAYMENT TYPE         :-"      AT LINE 18 COL 10.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              ACCEPT PAYMENT-TYPE                   AT LINE 18 COL 35
              IF PAYMENT-TYPE NOT = "MST" AND PAYMENT-TYPE NOT = "VSA"
                 AND PAYMENT-TYPE NOT = "CHK"
                 AND PAYMENT-TYPE NOT = "CSH"
                 DISPLAY "ENTER MST/VSA/CHK/CSH"    AT LINE 25 COL 20
                 PERFORM REENTER-OR-QUIT-PASS-SALE
              END-IF
           END-PERFORM.
           IF CANCEL-SAVE
              EXIT PARAGRAPH
           END-IF.

           MOVE FPS-PRICE-PAID             TO  PAYMENT-AMT.
           MOVE PAYMENT-AMT                TO  AUTH-REQUEST-AMT.
           DISPLAY "CARD/ACCOUNT NUMBER  :-"      AT LINE 19 COL 10.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              ACCEPT CARD-ACCT-NO                   AT LINE 19 COL 35
              IF CARD-ACCT-NO = SPACES AND PAYMENT-TYPE = "CSH"
                 CONTINUE
              ELSE
              IF CARD-ACCT-NO = SPACES
                 DISPLAY "CARD NUMBER REQUIRED"     AT LINE 25 COL 20
                 PERFORM REENTER-OR-QUIT-PASS-SALE
              ELSE
                 PERFORM AUTHORIZE-PAYMENT
                 IF AUTH-DECLINED
                    DISPLAY "PAYMENT DECLINED"      AT LINE 25 COL 20
                    PERFORM REENTER-OR-QUIT-PASS-SALE
                 END-IF
              END-IF
              END-IF
           END-PERFORM.

       ACCEPT-FLIGHT-PASS-ROUTE.
      *    ROUTE 1 IS REQUIRED; A BLANK ROUTE 2 OR 3 ENDS THE LIST.
           COMPUTE PASS-ROUTE-LINE = PASS-ROUTE-IDX + 10.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              ACCEPT FPS-ORIGIN(PASS-ROUTE-IDX)
                                       AT LINE PASS-ROUTE-LINE COL 35
              ACCEPT FPS-DESTINATION(PASS-ROUTE-IDX)
                                       AT LINE PASS-ROUTE-LINE COL 39
              IF FPS-ORIGIN(PASS-ROUTE-IDX) = SPACES AND
                 FPS-DESTINATION(PASS-ROUTE-IDX) = SPACES AND
                 PASS-ROUTE-IDX > 1
                 CONTINUE
              ELSE
              IF FPS-ORIGIN(PASS-ROUTE-IDX) = SPACES OR
                 FPS-DESTINATION(PASS-ROUTE-IDX) = SPACES OR
                 FPS-ORIGIN(PASS-ROUTE-IDX) =
                 FPS-DESTINATION(PASS-ROUTE-IDX)
                 DISPLAY "ENTER FROM AND TO AIRPORTS" AT LINE 25 COL 20
                 PERFORM REENTER-OR-QUIT-PASS-SALE
              END-IF
              END-IF
           END-PERFORM.

       READ-FLIGHT-PASS-HOLDER.
      *    THE PASS HOLDER IS THE CUSTPROF NAME KEY.  THE PROFILE'S
      *    E-MAIL GOES WHERE AUTHORIZE-PAYMENT LOOKS FOR IT SO THE
      *    BLACKLIST CHECK COVERS A PASS SALE THE SAME AS A BOOKING.
           SET PROFILE-NOT-FOUND           TO  TRUE.
           OPEN INPUT CUSTOMER-PROFILE.
           IF CUST-PROF-STATUS NOT = "00"
              CLOSE CUSTOMER-PROFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE FPS-HOLDER-KEY             TO  CP-NAME-KEY.
           READ CUSTOMER-PROFILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET PROFILE-FOUND       TO  TRUE
                   MOVE CP-LNAME           TO  CUST-LNAME
                   MOVE CP-FNAME           TO  CUST-FNAME
                   MOVE CP-DOB             TO  CUST-DOB
                   MOVE CP-EMAIL           TO  CUST-EMAIL
           END-READ.
           CLOSE CUSTOMER-PROFILE.

       REENTER-OR-QUIT-PASS-SALE.
           DISPLAY "<ENT>REENTER/'Q'QUIT:"          AT LINE 25 COL 55.
           ACCEPT RESP                              AT LINE 25 COL 76.
           IF RESP = "Q" OR FKEY-CANCEL
              MOVE "2"                     TO  MENU-CHOICE2
              SET DATA-VALID               TO  TRUE
           ELSE
              SET DATA-INVALID             TO  TRUE
           END-IF.
           DISPLAY BLNK-LINE                        AT LINE 25 COL 1.

       SET-FLIGHT-PASS-EXPIRY.
      *    THE PASS RUNS THE GIVEN NUMBER OF CALENDAR MONTHS FROM THE
      *    SALE DATE.  A SALE AFTER THE 28TH EXPIRES ON THE 28TH SO
      *    EVERY MONTH HAS THE DAY.
           MOVE CURR-YY                    TO  W-CURR-YMD-YY.
           MOVE CURR-MM                    TO  W-CURR-YMD-MM.
           MOVE CURR-DD                    TO  W-CURR-YMD-DD.
           MOVE W-CURR-YMD-NUM             TO  PASS-EXPIRE-NUM.
           ADD PASS-MONTHS                 TO  PASS-EXPIRE-MM.
           PERFORM UNTIL PASS-EXPIRE-MM NOT > 12
              SUBTRACT 12                  FROM PASS-EXPIRE-MM
              ADD 1                        TO  PASS-EXPIRE-YY
           END-PERFORM.
           IF PASS-EXPIRE-DD > 28
              MOVE 28                      TO  PASS-EXPIRE-DD
           END-IF.
           DISPLAY "EXPIRES " PASS-EXPIRE-NUM       AT LINE 16 COL 45.

       WRITE-FLIGHT-PASS.
           OPEN I-O FLIGHT-PASS-COUNTER.
           IF FPS-CTR-NOT-PRESENT
              CLOSE FLIGHT-PASS-COUNTER
              OPEN OUTPUT FLIGHT-PASS-COUNTER
              CLOSE FLIGHT-PASS-COUNTER
              OPEN I-O FLIGHT-PASS-COUNTER
           END-IF.
           MOVE "P"                         TO  FPC-KEY.
           READ FLIGHT-PASS-COUNTER WITH LOCK
                INVALID KEY
                   MOVE "P"                 TO  FPC-KEY
                   MOVE 2                   TO  FPC-NEXT-NO
                   WRITE FLIGHT-PASS-COUNTER-RECORD
                   MOVE 1                   TO  W-FPS-CNTR
                NOT INVALID KEY
                   MOVE FPC-NEXT-NO         TO  W-FPS-CNTR
                   ADD 1                    TO  FPC-NEXT-NO
                   REWRITE FLIGHT-PASS-COUNTER-RECORD
           END-READ.
           CLOSE FLIGHT-PASS-COUNTER.
           MOVE "P"                         TO  FPS-PASS-NO(1:1).
           MOVE W-FPS-CNTR                  TO  FPS-PASS-NO(2:7).
           MOVE 0                           TO  FPS-CREDITS-USED
                                                 FPS-VALUE-DRAWN
                                                 FPS-SETTLE-DATE.
           MOVE W-CURR-YMD-NUM              TO  FPS-SALE-DATE.
           MOVE PASS-EXPIRE-NUM             TO  FPS-EXPIRE-DATE.
           MOVE PAYMENT-TYPE                TO  FPS-PAYMENT-TYPE.
           MOVE CARD-ACCT-NO                TO  FPS-CARD-ACCT-NO.
           MOVE WS-OPERATOR-ID              TO  FPS-SOLD-BY.
           SET FPS-OPEN                     TO  TRUE.
           WRITE FLIGHT-PASS-RECORD
                 INVALID KEY
                    DISPLAY "FLIGHT PASS NOT SAVED - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
                    ACCEPT RESP
                 NOT INVALID KEY
                    MOVE FPS-CREDITS-BOUGHT TO  PASS-CREDITS-DISPLAY
                    DISPLAY "**FLIGHT PASS " FPS-PASS-NO " SOLD - "
                            PASS-CREDITS-DISPLAY " CREDITS TO "
                            FPS-EXPIRE-DATE "** PRESS ANY KEY"
                                                    AT LINE 25 COL 5
                    ACCEPT RESP
           END-WRITE.

       MILES-UPGRADE-RES.
      *    MILEAGE-FUNDED CABIN UPGRADE - A PAYING COACH PASSENGER
      *    SPENDS MILES TO MOVE TO FC.  THE MILES PRICE IS THE SPREAD
              INITIALIZE CUSTOMER-RECORD
              EXIT PARAGRAPH
           END-IF.
      *    A MILES PRICE BUYS ONE SEAT UP FRONT - A PASSENGER HOLDING
      *    AN EXTRA SEAT IS REBOOKED INTO FC BY AN AGENT WITH BOTH.
           IF EXTRA-SEAT-HELD
              DISPLAY "EXTRA SEAT HELD - AGENT MUST REBOOK BOTH SEATS -
      -       "PRESS ANY KEY"                       AT LINE 25 COL 10
              ACCEPT RESP
              CLOSE CUSTOMER
              INITIALIZE CUSTOMER-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE CUSTOMER-RECORD             TO  OLD-CUSTOMER-RECORD.
           PERFORM QUOTE-UPGRADE-MILES.
           IF UPG-MILES-PRICE = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM LOOKUP-FFP-MEMBER.
           MOVE FFP-MILES                   TO  POOL-AVAIL-MILES.
           IF FFP-MILES < UPG-MILES-PRICE
              PERFORM LOAD-HOUSEHOLD-POOL
           END-IF.
           IF POOL-AVAIL-MILES < UPG-MILES-PRICE
              DISPLAY "MEMBER BALANCE SHORT OF UPGRADE PRICE - PRESS AN
      -       "Y KEY"                               AT LINE 25 COL 10
              ACCEPT RESP
              EXIT PARAGRAPH
           END-IF.
           MOVE UPG-MILES-PRICE             TO  AWARD-MILES-USED.
           MOVE "UP"                        TO  FLP-TYPE.
           PERFORM REDEEM-FFP-MILES.
           MOVE "FC"                        TO  SEAT-TYPE.
           MOVE "F"                         TO  BOOKING-CLASS.
           CLOSE CUSTOMER.
           INITIALIZE CUSTOMER-RECORD.

       UPGRADE-BID-RES.
      *    CASH BID FOR A FIRST CLASS UPGRADE - BIDPLACE JUDGES THE
      *    PASSENGER, THE ROUTE'S MINIMUM/MAXIMUM AND THE BIDDING
      *    WINDOW AND KEEPS THE ONE BID PER RESERVATION ON "upgbid".
      *    NOTHING IS CHARGED HERE; BIDAWARD CHARGES THE CARD ON FILE
      *    IF THE BID WINS WHEN THE WINDOW CLOSES.  A ZERO AMOUNT
      *    WITHDRAWS AN OPEN BID.
           PERFORM CLEAR-SCREEN.
           MOVE ALL " "                    TO  CUSTOMER-RECORD.
           DISPLAY "UPGRADE BID                   " AT LINE 3  COL 20.
           DISPLAY "------------------------------" AT LINE 4  COL 20.
           DISPLAY "RESERVATION ID :              " AT LINE 6  COL 20.
           ACCEPT  CUST-RES-ID                      AT LINE 6  COL 36.
           OPEN INPUT CUSTOMER.
           READ CUSTOMER
                INVALID KEY
                   DISPLAY "RESERVATION NOT FOUND.PRESS ANY KEY TO CONT
      -            "INUE"                           AT LINE 25 COL 10
                   ACCEPT RESP
                   CLOSE CUSTOMER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CUSTOMER.
           DISPLAY CUST-FNAME(1:15)                 AT LINE 8  COL 20.
           DISPLAY CUST-LNAME(1:20)                 AT LINE 8  COL 36.
           DISPLAY FLIGHT-ID                        AT LINE 8  COL 57.
           MOVE "Q"                         TO  BPL-FUNC.
           MOVE 0                           TO  BPL-BID-AMT.
           PERFORM CALL-BIDPLACE.
           IF BPL-RESULT NOT = "K"
              PERFORM SHOW-BID-REFUSAL
              INITIALIZE CUSTOMER-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE BPL-MIN-BID                 TO  BPL-MIN-DISPLAY.
           MOVE BPL-MAX-BID                 TO  BPL-MAX-DISPLAY.
           MOVE BPL-BID-AMT                 TO  BPL-AMT-DISPLAY.
           DISPLAY "BID RANGE " BPL-MIN-DISPLAY " TO " BPL-MAX-DISPLAY
                                                    AT LINE 10 COL 20.
           IF BPL-BID-AMT > 0
              DISPLAY "CURRENT OPEN BID " BPL-AMT-DISPLAY
                                                    AT LINE 11 COL 20
           END-IF.
           DISPLAY "NEW BID (0 = WITHDRAW):-"       AT LINE 12 COL 20.
           MOVE 0                           TO  BPL-BID-AMT.
           ACCEPT BPL-BID-AMT                       AT LINE 12 COL 45.
           IF BPL-BID-AMT = 0
              MOVE "W"                      TO  BPL-FUNC
           ELSE
              MOVE "P"                      TO  BPL-FUNC
           END-IF.
           PERFORM CALL-BIDPLACE.
           EVALUATE BPL-RESULT
              WHEN "K"
                 MOVE BPL-BID-AMT           TO  BPL-AMT-DISPLAY
                 DISPLAY "**BID OF " BPL-AMT-DISPLAY " RECORDED** PRES
      -          "S ANY KEY"                        AT LINE 25 COL 5
                 ACCEPT RESP
              WHEN "W"
                 DISPLAY "**BID WITHDRAWN** PRESS ANY KEY"
                                                    AT LINE 25 COL 5
                 ACCEPT RESP
              WHEN OTHER
                 PERFORM SHOW-BID-REFUSAL
           END-EVALUATE.
           INITIALIZE CUSTOMER-RECORD.

       CALL-BIDPLACE.
           CALL "BIDPLACE" USING BPL-FUNC, CUSTOMER-RECORD,
                WS-OPERATOR-ID, CI-TRAINING-FLAG, BPL-BID-AMT,
                BPL-MIN-BID, BPL-MAX-BID, BPL-RESULT.

       SHOW-BID-REFUSAL.
           EVALUATE BPL-RESULT
              WHEN "S"
                 DISPLAY "ONLY A PAID COACH RESERVATION CAN BID - PRESS
      -          " ANY KEY"                         AT LINE 25 COL 10
              WHEN "P"
                 DISPLAY "NO CARD ON FILE TO CHARGE - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              WHEN "N"
                 DISPLAY "NO UPGRADE BIDDING ON THIS ROUTE - PRESS ANY
      -          "KEY"                              AT LINE 25 COL 10
              WHEN "C"
                 DISPLAY "BIDDING CLOSED FOR THIS FLIGHT - PRESS ANY KE
      -          "Y"                                AT LINE 25 COL 10
              WHEN "L"
                 DISPLAY "BID OUTSIDE THE ROUTE'S RANGE - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              WHEN OTHER
                 DISPLAY "NO OPEN BID TO WITHDRAW - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
           END-EVALUATE.
           ACCEPT RESP.

       QUOTE-UPGRADE-MILES.
      *    UPGRADE PRICE = FC AWARD PRICE LESS CO AWARD PRICE FOR THE
      *    FLIGHT.  EITHER PRICE MISSING MEANS NO UPGRADE AWARD IS ON
           ELSE
              MOVE CH-FEE-DEFAULT           TO  CH-FEE-W
           END-IF.
      *    A FARE FAMILY THAT BUNDLES FREE CHANGES OWES NO FEE.
           IF FAM-CHANGE-WAIVED
              MOVE 0                        TO  CH-FEE-W
           END-IF.

       LOG-CHANGE-REFUND.
           COMPUTE FC-DIFF-ABS = 0 - FC-FARE-DIFF.
              EXIT PARAGRAPH
           END-IF.
           MOVE CUSTOMER-RECORD             TO  OLD-CUSTOMER-RECORD.
           MOVE 0                           TO  EMD-PENDING-COUNT.
           DISPLAY "SEAT NUMBER:                 "  AT LINE 23 COL 20.
           DISPLAY SEAT-NUMBER                      AT LINE 23 COL 48.
           DISPLAY "SEAT OK? (Y=CONFIRM/N=CHANGE):-"
                                                    AT LINE 24 COL 20.
           ACCEPT RESP                              AT LINE 24 COL 52.
      *    A SEAT KEPT FROM BOOKING STILL HAS TO PASS THE CABIN SAFETY
      *    RULES - SSRS OR A PET ADDED SINCE MAY HAVE BARRED IT.
           IF RESP NOT = "N" AND RESP NOT = "n" AND
              SEAT-NUMBER NOT = SPACES
              PERFORM CHECK-SEAT-SAFETY
              IF NOT SAF-CLEAR
                 PERFORM SHOW-SEAT-SAFETY-REASON
                 MOVE "N"                   TO  RESP
              END-IF
           END-IF.
           IF RESP = "N" OR RESP = "n" OR SEAT-NUMBER = SPACES
              MOVE SPACES                   TO  EXTRA-SEAT-NUMBER
              PERFORM WITH TEST AFTER UNTIL DATA-VALID
                 SET DATA-VALID             TO  TRUE
                 SET SAF-CLEAR              TO  TRUE
                 ACCEPT SEAT-NUMBER                 AT LINE 23 COL 48
                 PERFORM VALIDATE-SEAT-NUMBER
                 IF SEAT-NUMBER-INVALID OR SEAT-NUMBER = SPACES
                    PERFORM CHECK-SEAT-NUMBER-TAKEN
                    IF SEAT-TAKEN
                       SET DATA-INVALID     TO  TRUE
                    ELSE
                       PERFORM CHECK-SEAT-SAFETY
                       IF NOT SAF-CLEAR
                          SET DATA-INVALID  TO  TRUE
                       END-IF
                    END-IF
                 END-IF
                 IF DATA-INVALID AND NOT SAF-CLEAR
                    PERFORM SHOW-SEAT-SAFETY-REASON
                 END-IF
                 IF DATA-INVALID AND SAF-CLEAR
                    DISPLAY "SEAT INVALID OR TAKEN - REENTER"
                                                    AT LINE 25 COL 20
                    ACCEPT RESP                     AT LINE 25 COL 55
                 INITIALIZE CUSTOMER-RECORD
                 EXIT PARAGRAPH
              END-IF
              PERFORM ISSUE-ANCILLARY-DOCS
           END-IF.
           PERFORM ACCEPT-EMERGENCY-CONTACT.
           PERFORM CHECK-IN-EXTRA-SEAT.
           IF XS-CHECKIN-ABANDONED
              DISPLAY "**NO EXTRA SEAT BESIDE PASSENGER - RESEAT, THEN C
      -               "HECK IN AGAIN** PRESS ANY KEY" AT LINE 25 COL 5
              ACCEPT RESP
              DISPLAY BLNK-LINE                     AT LINE 25 COL 1
              INITIALIZE CUSTOMER-RECORD
              EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-THROUGH-LEG-SEATS.
           PERFORM WITH TEST AFTER UNTIL CUSTOMER-IO-OK OR
              MOVE OLD-CUSTOMER-RECORD      TO  AUDIT-BEFORE-IMAGE
              MOVE CUSTOMER-RECORD          TO  AUDIT-AFTER-IMAGE
              PERFORM WRITE-AUDIT-RECORD
              PERFORM SAVE-PROFILE-EMERG-CONTACT
              PERFORM CHECK-LOUNGE-ENTITLEMENT
              PERFORM PRINT-LEG-BOARDING-PASSES
              PERFORM PRINT-BOARDING-PASS-DATA
              DISPLAY "**CHECKED IN - BOARDING NO " CI-BOARDING-NO
                      "** PRESS ANY KEY"            AT LINE 25 COL 5
              ACCEPT RESP

       CHECK-IN-BAGGAGE.
      *    BAG COUNT AND PER-PIECE WEIGHTS ARE TAKEN AT CHECK-IN.  THE
      *    FIRST PIECE FLIES FREE, OR AS MANY AS THE FARE FAMILY
      *    INCLUDES (NONE ON A BASIC FARE); EACH EXTRA PIECE AND EACH
      *    PIECE OVER THE WEIGHT LIMIT IS CHARGED, THE FEE IS ADDED TO
      *    THE AMOUNT COLLECTED ON THE RESERVATION, AND A BAG TAG RECORD
      *    IS WRITTEN AND PRINTED PER PIECE FOR GROUND HANDLING.
      *    PIECES PREPAID THROUGH THE ONLINE CHANNEL (BAG-COUNT ON A
      *    BOOKED RESERVATION) ARE NOT CHARGED THE EXCESS-PIECE FEE
      *    AGAIN; OVERWEIGHT IS STILL TAKEN HERE.  THE PREPAID FEE AND
      *    ITS DATE STAY ON THE RECORD - ONLY THE FEES TAKEN HERE ARE
      *    ADDED TO IT.
           MOVE 0                           TO  BAG-PREPAID-COUNT
                                                 BAG-NEW-FEE.
           SET BAG-ITEM-NOT-DUE             TO  TRUE.
           MOVE BAG-FREE-PIECES             TO  BAG-FREE-ALLOWED.
           IF NOT FARE-FAMILY-NONE AND FAM-BAGS-INCL NUMERIC
              MOVE FAM-BAGS-INCL            TO  BAG-FREE-ALLOWED
           END-IF.
           IF BAG-COUNT NUMERIC AND BAG-WEIGHT NUMERIC AND
              BAG-WEIGHT = 0
              MOVE BAG-COUNT                TO  BAG-PREPAID-COUNT
           END-IF.
           IF BAG-FEE-AMT NOT NUMERIC OR BAG-FEE-DATE NOT NUMERIC
              MOVE 0                        TO  BAG-FEE-AMT
                                                 BAG-FEE-DATE
           END-IF.
           MOVE 0                           TO  BAG-COUNT BAG-WEIGHT.
           DISPLAY "BAGS TO CHECK (0-9):-"          AT LINE 23 COL 20.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
                 END-IF
              END-PERFORM
              ADD BAG-ONE-WEIGHT           TO  BAG-WEIGHT
              IF BAG-IDX > BAG-FREE-ALLOWED AND
                 BAG-IDX > BAG-PREPAID-COUNT
                 ADD BAG-EXCESS-FEE        TO  BAG-NEW-FEE
              END-IF
              IF BAG-ONE-WEIGHT > BAG-OVERWEIGHT-LIMIT
                 ADD BAG-OVERWEIGHT-FEE    TO  BAG-NEW-FEE
              END-IF
              PERFORM ISSUE-BAG-TAG
           END-PERFORM.
           DISPLAY BLNK-LINE                        AT LINE 23 COL 1.
           IF BAG-NEW-FEE > 0
              MOVE "BAGF"                  TO  TB-CHECK-CODE
              PERFORM CHECK-TIER-BENEFIT
              IF TB-ENTITLED
                 MOVE BAG-NEW-FEE          TO  TB-WAIVED-AMT
                 PERFORM RECORD-APPLIED-BENEFIT
                 MOVE 0                    TO  BAG-NEW-FEE
                 DISPLAY "BAG FEES WAIVED - TIER BENEFIT"
                                                    AT LINE 25 COL 5
                 ACCEPT RESP
                 DISPLAY BLNK-LINE                  AT LINE 25 COL 1
              END-IF
           END-IF.
      *    A BAG FEE ALREADY TAKEN ON AN EARLIER DAY WAS JOURNALED ON
      *    THAT DAY - THE BUCKET KEEPS ITS DATE AND THE FEE TAKEN HERE
      *    ALSO GOES TO "collitem" SO IT IS JOURNALED TODAY.
           IF BAG-NEW-FEE > 0
              MOVE BAG-NEW-FEE             TO  BAG-FEE-DISPLAY
              ADD BAG-NEW-FEE              TO  TOTAL-COLLECTED-AMT
              MOVE CURR-YY                 TO  W-CURR-YMD-YY
              MOVE CURR-MM                 TO  W-CURR-YMD-MM
              MOVE CURR-DD                 TO  W-CURR-YMD-DD
              IF BAG-FEE-AMT > 0 AND BAG-FEE-DATE NOT = W-CURR-YMD-NUM
                 SET BAG-ITEM-DUE          TO  TRUE
              ELSE
                 MOVE W-CURR-YMD-NUM       TO  BAG-FEE-DATE
              END-IF
              ADD BAG-NEW-FEE              TO  BAG-FEE-AMT
              MOVE "BAGF"                  TO  W-EMD-FEE-TYPE
              MOVE BAG-NEW-FEE             TO  W-EMD-AMOUNT
              PERFORM QUEUE-ANCILLARY-DOC
              DISPLAY "COLLECT BAG FEES OF $" BAG-FEE-DISPLAY
                      " - PRESS ANY KEY"            AT LINE 25 COL 5
              ACCEPT RESP
              DISPLAY BLNK-LINE                     AT LINE 25 COL 1
           END-IF.
           PERFORM REWRITE-CHECKED-IN-RECORD.
           IF CUSTOMER-IO-OK
              IF BAG-ITEM-DUE
                 PERFORM WRITE-BAG-COLLECTION-ITEM
              END-IF
              PERFORM ISSUE-ANCILLARY-DOCS
           END-IF.
           DISPLAY BAG-COUNT " BAG(S) CHECKED, TOTAL " BAG-WEIGHT
                   " LBS - PRESS ANY KEY"           AT LINE 25 COL 5.
           ACCEPT RESP.
              PERFORM CHECK-CUSTOMER-STATUS
           END-PERFORM.

       WRITE-BAG-COLLECTION-ITEM.
           IF TRAINING-MODE
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O COLLECTION-ITEM.
           IF COLL-ITEM-NOT-PRESENT
              CLOSE COLLECTION-ITEM
              OPEN OUTPUT COLLECTION-ITEM
              CLOSE COLLECTION-ITEM
              OPEN I-O COLLECTION-ITEM
           END-IF.
           MOVE SPACES                      TO  COLLECTION-ITEM-RECORD.
           MOVE CURR-YY                     TO  W-CURR-YMD-YY.
           MOVE CURR-MM                     TO  W-CURR-YMD-MM.
           MOVE CURR-DD                     TO  W-CURR-YMD-DD.
           MOVE W-CURR-YMD-NUM              TO  DC-COLLECT-DATE.
           MOVE CUST-RES-ID                 TO  DC-CUST-RES-ID.
           SET DC-BAG-FEE                   TO  TRUE.
           MOVE BAG-NEW-FEE                 TO  DC-AMOUNT.
           MOVE PAYMENT-CURRENCY            TO  DC-CURRENCY.
           MOVE "CUSTOMER0"                 TO  DC-PROGRAM.
           MOVE WS-OPERATOR-ID              TO  DC-OP-ID.
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
           INITIALIZE BKJRNL-PARMS.
           SET BKJ-PAYMENT                  TO  TRUE.
           MOVE "BAG FEE"                   TO  BKJ-DETAIL.
           MOVE CUST-RES-ID                 TO  BKJ-CUST-RES-ID.
           IF TOTAL-COLLECTED-AMT NUMERIC
              MOVE TOTAL-COLLECTED-AMT      TO  BKJ-AMOUNT
           END-IF.
           MOVE "CUSTOMER0"                 TO  BKJ-PROGRAM.
           MOVE WS-OPERATOR-ID              TO  BKJ-OP-ID.
           CALL "BKJRNL" USING BKJRNL-PARMS.

       ISSUE-BAG-TAG.
           OPEN I-O BAG-COUNTER.
           IF BAG-CTR-NOT-PRESENT
           WRITE BAG-TAG-RECORD.
           CLOSE BAG-TAG.
           DISPLAY "BAG TAG " BT-TAG-NO " PRINTED"  AT LINE 24 COL 20.
      *    THE DEPARTURE STATION'S SORTER HEARS ABOUT THE BAG AS SOON
      *    AS IT IS TAGGED.  TRAINING BAGS NEVER REACH THE BELT.
           IF LIVE-MODE
              SET BSP-NEW-BAG              TO  TRUE
              CALL "BSMSEND" USING BAG-TAG-RECORD, CUSTOMER-RECORD,
                                    BSM-PARMS
           END-IF.

       SET-BAG-FINAL-DEST.
      *    BAGS TAG THROUGH TO WHERE THE ITINERARY ENDS - THE LAST
                    PERFORM VALIDATE-SEAT-NUMBER
                    MOVE TCI-SAVE-FLIGHT    TO  FLIGHT-ID
                    MOVE TCI-SAVE-SEAT      TO  SEAT-NUMBER
                    SET SAF-CLEAR           TO  TRUE
                    IF SEAT-NUMBER-VALID
                       MOVE LEG-FLIGHT-ID(LEG-IDX) TO  SAF-FLIGHT-ID
                       MOVE TCI-LEG-SEAT    TO  SAF-SEAT
                       PERFORM CALL-SEAT-SAFETY
                    END-IF
                    IF NOT SAF-CLEAR
                       MOVE SPACES          TO  LEG-SEAT-NUMBER(LEG-IDX)
                       PERFORM SHOW-SEAT-SAFETY-REASON
                    END-IF
                    IF SEAT-NUMBER-VALID AND SAF-CLEAR
                       MOVE TCI-LEG-SEAT    TO  LEG-SEAT-NUMBER(LEG-IDX)
                    END-IF
                    IF SEAT-NUMBER-INVALID
                       MOVE SPACES          TO  LEG-SEAT-NUMBER(LEG-IDX)
                       DISPLAY "LEG SEAT INVALID - LEFT UNASSIGNED"
                                                    AT LINE 24 COL 20
              END-IF
           END-PERFORM.

       PRINT-BOARDING-PASS-DATA.
      *    THE COUNTER PASS CARRIES THE SAME BAR-CODED DATA STRING THE
      *    KIOSK AND THE E-MAILED PASS DO: ONE SEGMENT FOR THE FLIGHT
      *    PLUS ONE PER OWN-CARRIER LEG.  CHECKIN HAS ALREADY STORED
      *    THE STRING, SO IT IS ONLY REBUILT HERE FOR THE PRINT, AND
      *    THE STORED COPY IS WHAT MAILSEND ATTACHES.
           SET BGP-BUILD-ONLY               TO  TRUE.
           CALL "BCBPGEN" USING CUSTOMER-RECORD, BCBP-PARMS.
           IF NOT BGP-OK
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "BOARDING PASS DATA:"    AT LINE 18 COL 2.
           MOVE 18                          TO  PASS-DATA-LINE-NO.
           PERFORM VARYING PASS-DATA-POS FROM 1 BY 76
                    UNTIL PASS-DATA-POS > BGP-DATA-LEN
              ADD 1                         TO  PASS-DATA-LINE-NO
              DISPLAY BGP-DATA(PASS-DATA-POS:76)
                                      AT LINE PASS-DATA-LINE-NO COL 2
           END-PERFORM.
           IF TRAINING-MODE OR CUST-EMAIL = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE "B"                         TO  MAIL-CLASS.
           CALL "MAILSEND" USING CUST-EMAIL, CUST-FNAME, CUST-LNAME,
                                  FLIGHT-ID, SEAT-NUMBER, MAIL-RESULT,
                                  MAIL-LANG,
                MAIL-CLASS, MAIL-OPTIN, CUST-RES-ID.
           MOVE "O"                         TO  MAIL-CLASS.

       SEARCH-CUST-BY-LNAME.
           MOVE CUST-LNAME                  TO  SAVE-LNAME.
           SET NAME-NOT-FOUND TO TRUE.
       BROWSE-CUST-BY-LNAME.
           MOVE CUST-LNAME                  TO  SAVE-LNAME.
           SET NAME-NOT-FOUND TO TRUE.
           SET PARTY-LIST-NOT-FULL          TO  TRUE.
           MOVE 0                           TO  PICK-LIST-COUNT.
           PERFORM VARYING PARTIAL-LNAME-LEN FROM 30 BY -1
                    UNTIL PARTIAL-LNAME-LEN = 0 OR
                       MOVE CUST-LNAME    TO  PL-LNAME(PICK-LIST-COUNT)
                       MOVE FLIGHT-ID  TO  PL-FLIGHT-ID(PICK-LIST-COUNT)
                       PERFORM LOOKUP-FLIGHT-TRAVEL-DATE
                       PERFORM LOG-PICK-LIST-VIEW
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES TO CUST-LNAME
                       END-READ
           END-READ.
           CLOSE FLIGHT-MASTER.

       LOG-PICK-LIST-VIEW.
      *    READ-ACCESS LOG - A NAME SEARCH LISTS THE PASSENGER WITH
      *    FLIGHT AND DATE ONLY, NO SENSITIVE FIELD GROUPS.
           MOVE SPACES                     TO  VIEWLOG-PARMS.
           MOVE WS-OPERATOR-ID             TO  VWP-OP-ID.
           MOVE "CUSTOMER0"                TO  VWP-PROGRAM.
           SET VWP-LIST-VIEW               TO  TRUE.
           SET VWP-RESERVATION-KEY         TO  TRUE.
           MOVE CUST-RES-ID                TO  VWP-KEY.
           MOVE BOOKED-BY-OP-ID            TO  VWP-BOOKED-BY.
           MOVE "NNNNN"                    TO  VWP-FIELD-GROUPS.
           CALL "VIEWLOG" USING VIEWLOG-PARMS.

       DISPLAY-PICK-LIST-AND-CHOOSE.
           PERFORM SHOW-PICK-LIST.
           PERFORM CHOOSE-FROM-PICK-LIST.

       SHOW-PICK-LIST.
           PERFORM CLEAR-SCREEN.
           DISPLAY "MATCHING RESERVATIONS FOR '" SAVE-LNAME "'"
                                                    AT LINE 3  COL 20.
                      " " PL-TRAVEL-DATE(PL-IDX)
                                            AT LINE PL-LINE-NO COL 20
           END-PERFORM.
           IF PARTY-LIST-FULL
              DISPLAY "MORE ON THIS BOOKING - " PARTY-ON-BOOKING
                      " PASSENGERS IN ALL"          AT LINE 16 COL 20
           END-IF.

       CHOOSE-FROM-PICK-LIST.
           DISPLAY "ENTER LINE NUMBER TO SELECT (0=NONE):-"
                                                    AT LINE 18 COL 20.
           ACCEPT PL-CHOICE                         AT LINE 18 COL 60.
              END-IF
           END-IF.

       ACCEPT-LOOKUP-LOCATOR.
           MOVE SPACES                      TO  LOCATOR-ENTRY.
           DISPLAY "RECORD LOCATOR (BLANK+ENTER=SEARCH BY LAST NAME):-"
                                                    AT LINE 25 COL 5.
           ACCEPT LOCATOR-ENTRY                     AT LINE 25 COL 56.
           INSPECT LOCATOR-ENTRY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY BLNK-LINE                        AT LINE 25 COL 1.

       BROWSE-CUST-BY-LOCATOR.
           PERFORM LOAD-PARTY-LIST.
           IF PICK-LIST-COUNT > 0
              PERFORM DISPLAY-PICK-LIST-AND-CHOOSE
           END-IF.

       LOAD-PARTY-LIST.
           MOVE 0                           TO  PARTY-SKIP.
           PERFORM LOAD-PARTY-PAGE.

       LOAD-PARTY-PAGE.
      *    THE PASSENGERS BOOKED UNDER THE RECORD LOCATOR, IN
      *    RESERVATION-ID ORDER, INTO THE PICK LIST - TEN AT A TIME,
      *    PASSING OVER THE FIRST PARTY-SKIP.  THE WHOLE CHAIN IS
      *    WALKED SO PARTY-ON-BOOKING COUNTS EVERYONE, AND
      *    PARTY-LIST-FULL SAYS MORE ARE BOOKED THAN THE PAGE HOLDS.
           SET NAME-NOT-FOUND TO TRUE.
           SET PARTY-LIST-NOT-FULL          TO  TRUE.
           MOVE 0                           TO  PICK-LIST-COUNT
                                                 PARTY-ON-BOOKING.
           MOVE LOCATOR-ENTRY               TO  SAVE-LNAME.
           MOVE LOCATOR-ENTRY               TO  BOOKING-LOCATOR.
           START CUSTOMER KEY IS = BOOKING-LOCATOR
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ CUSTOMER NEXT
                         AT END MOVE SPACES  TO  BOOKING-LOCATOR
                    END-READ
                    PERFORM UNTIL BOOKING-LOCATOR NOT = LOCATOR-ENTRY
                       ADD 1                 TO  PARTY-ON-BOOKING
                       IF PARTY-ON-BOOKING > PARTY-SKIP
                          IF PICK-LIST-COUNT = 10
                             SET PARTY-LIST-FULL TO TRUE
                          ELSE
                             PERFORM ADD-PARTY-PICK-ENTRY
                          END-IF
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES TO BOOKING-LOCATOR
                       END-READ
                    END-PERFORM
           END-START.

       ADD-PARTY-PICK-ENTRY.
           ADD 1                     TO  PICK-LIST-COUNT.
           MOVE CUST-RES-ID          TO  PL-RES-ID(PICK-LIST-COUNT).
           MOVE CUST-FNAME           TO  PL-FNAME(PICK-LIST-COUNT).
           MOVE CUST-LNAME           TO  PL-LNAME(PICK-LIST-COUNT).
           MOVE FLIGHT-ID            TO  PL-FLIGHT-ID(PICK-LIST-COUNT).
           PERFORM LOOKUP-FLIGHT-TRAVEL-DATE.

       CANCEL-PARTY-BY-LOCATOR.
           PERFORM LOAD-PARTY-LIST.
           IF PICK-LIST-COUNT = 0
              DISPLAY "RESERVATION NOT FOUND.PRESS ANY KEY TO CONTINUE"
                                                    AT LINE 25 COL 10
              ACCEPT RESP
              EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-PICK-LIST.
           DISPLAY "CANCEL ALL " PARTY-ON-BOOKING
                   " PASSENGERS ON THIS BOOKING? (Y/N):-"
                                                    AT LINE 17 COL 20.
           ACCEPT RESP                              AT LINE 17 COL 70.
           IF RESP = "Y" OR RESP = "y"
              PERFORM CANCEL-PARTY-MEMBERS
           ELSE
              PERFORM CHOOSE-FROM-PICK-LIST
              IF NAME-FOUND
                 PERFORM DELETE-FOUND-RECORD
              END-IF
           END-IF.

       CANCEL-PARTY-MEMBERS.
      *    A PARTY BIGGER THAN THE PICK LIST IS CANCELLED A PAGE AT A
      *    TIME.  ANYONE STILL ON FILE AFTER THEIR TURN (A REFUND NOT
      *    APPROVED, A LOCKED PERIOD) IS PASSED OVER ON THE NEXT PAGE.
           SET PARTY-CANCEL-ALL             TO  TRUE.
           MOVE 0                           TO  PARTY-SKIP.
           PERFORM CANCEL-LISTED-PARTY.
           PERFORM UNTIL PARTY-LIST-NOT-FULL
              PERFORM LOAD-PARTY-PAGE
              PERFORM SHOW-PICK-LIST
              PERFORM CANCEL-LISTED-PARTY
           END-PERFORM.
           SET PARTY-CANCEL-ONE             TO  TRUE.

       CANCEL-LISTED-PARTY.
           PERFORM VARYING PARTY-IDX FROM 1 BY 1
                    UNTIL PARTY-IDX > PICK-LIST-COUNT
              MOVE PL-RES-ID(PARTY-IDX)     TO  CUST-RES-ID
              PERFORM WITH TEST AFTER UNTIL CUSTOMER-IO-OK OR
                                            CUSTOMER-IO-FAIL
                 READ CUSTOMER
                 PERFORM CHECK-CUSTOMER-STATUS
              END-PERFORM
              IF CUSTOMER-IO-OK
                 PERFORM DELETE-FOUND-RECORD
              END-IF
              MOVE PL-RES-ID(PARTY-IDX)     TO  CUST-RES-ID
              READ CUSTOMER
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      ADD 1                 TO  PARTY-SKIP
              END-READ
              INITIALIZE CUSTOMER-RECORD
           END-PERFORM.

       OFFER-CANCEL-REST-OF-PARTY.
      *    CANCELLING ONE MEMBER OF A PARTY AND LEAVING THE REST
      *    BOOKED IS SELDOM WHAT THE CALLER MEANT - ONCE THE ONE IS
      *    GONE, SAY WHO IS STILL ON THE BOOKING AND OFFER THEM TOO.
           IF SAVE-BOOKING-LOCATOR = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SAVE-PARTY-RES-ID           TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
      *            STILL ON FILE - THE AGENT BACKED OUT OF THE CANCEL.
                   INITIALIZE CUSTOMER-RECORD
                   EXIT PARAGRAPH
           END-READ.
           MOVE SAVE-BOOKING-LOCATOR        TO  LOCATOR-ENTRY.
           PERFORM LOAD-PARTY-LIST.
           IF PICK-LIST-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           DISPLAY BLNK-LINE                        AT LINE 25 COL 1.
           DISPLAY PARTY-ON-BOOKING " MORE STILL BOOKED ON LOCATOR "
                   SAVE-BOOKING-LOCATOR " - CANCEL THEM TOO? (Y/N):-"
                                                    AT LINE 25 COL 5.
           ACCEPT RESP                              AT LINE 25 COL 70.
           DISPLAY BLNK-LINE                        AT LINE 25 COL 1.
           IF RESP = "Y" OR RESP = "y"
              PERFORM SHOW-PICK-LIST
              PERFORM CANCEL-PARTY-MEMBERS
           END-IF.

       OFFER-PARTY-CONTACT-UPDATE.
      *    A CHANGE OF ADDRESS, TELEPHONE OR E-MAIL USUALLY HOLDS FOR
      *    THE WHOLE PARTY - OFFER TO CARRY IT ACROSS RATHER THAN HAVE
      *    THE AGENT KEY IT AGAIN FOR EACH TRAVELLER.
           MOVE CUST-RES-ID                 TO  SAVE-PARTY-RES-ID.
           MOVE CUST-ADDRESS                TO  PCS-ADDRESS.
           MOVE CUST-TEL                    TO  PCS-TEL.
           MOVE CUST-FAX                    TO  PCS-FAX.
           MOVE CUST-EMAIL                  TO  PCS-EMAIL.
           MOVE BOOKING-LOCATOR             TO  LOCATOR-ENTRY.
           PERFORM LOAD-PARTY-LIST.
           IF PICK-LIST-COUNT < 2
              EXIT PARAGRAPH
           END-IF.
           DISPLAY BLNK-LINE                        AT LINE 25 COL 1.
           DISPLAY "COPY ADDRESS/PHONE/E-MAIL TO REST OF BOOKING "
                   LOCATOR-ENTRY "? (Y/N):-"        AT LINE 25 COL 5.
           ACCEPT RESP                              AT LINE 25 COL 66.
           DISPLAY BLNK-LINE                        AT LINE 25 COL 1.
           IF RESP NOT = "Y" AND RESP NOT = "y"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                           TO  PARTY-UPDATE-COUNT.
           PERFORM UPDATE-LISTED-PARTY-CONTACT.
           PERFORM UNTIL PARTY-LIST-NOT-FULL
              ADD PICK-LIST-COUNT           TO  PARTY-SKIP
              PERFORM LOAD-PARTY-PAGE
              PERFORM UPDATE-LISTED-PARTY-CONTACT
           END-PERFORM.
           DISPLAY "**" PARTY-UPDATE-COUNT
                   " MORE IN THE PARTY UPDATED** PRESS ANY KEY"
                                                    AT LINE 25 COL 10.
           ACCEPT RESP.

       UPDATE-LISTED-PARTY-CONTACT.
           PERFORM VARYING PARTY-IDX FROM 1 BY 1
                    UNTIL PARTY-IDX > PICK-LIST-COUNT
              IF PL-RES-ID(PARTY-IDX) NOT = SAVE-PARTY-RES-ID
                 PERFORM UPDATE-PARTY-MEMBER-CONTACT
              END-IF
           END-PERFORM.

       UPDATE-PARTY-MEMBER-CONTACT.
           MOVE PL-RES-ID(PARTY-IDX)        TO  CUST-RES-ID.
           PERFORM WITH TEST AFTER UNTIL CUSTOMER-IO-OK OR
                                         CUSTOMER-IO-FAIL
              READ CUSTOMER
              PERFORM CHECK-CUSTOMER-STATUS
           END-PERFORM.
           IF CUSTOMER-IO-FAIL
              EXIT PARAGRAPH
           END-IF.
           MOVE CUSTOMER-RECORD             TO  OLD-CUSTOMER-RECORD.
           MOVE PCS-ADDRESS                 TO  CUST-ADDRESS.
           MOVE PCS-TEL                     TO  CUST-TEL.
           MOVE PCS-FAX                     TO  CUST-FAX.
           MOVE PCS-EMAIL                   TO  CUST-EMAIL.
           PERFORM WITH TEST AFTER UNTIL CUSTOMER-IO-OK OR
                                         CUSTOMER-IO-FAIL
              REWRITE CUSTOMER-RECORD
              PERFORM CHECK-CUSTOMER-STATUS
           END-PERFORM.
           IF CUSTOMER-IO-OK
              SET AUDIT-MODIFY              TO  TRUE
              MOVE OLD-CUSTOMER-RECORD      TO  AUDIT-BEFORE-IMAGE
              MOVE CUSTOMER-RECORD          TO  AUDIT-AFTER-IMAGE
              PERFORM WRITE-AUDIT-RECORD
              ADD 1                         TO  PARTY-UPDATE-COUNT
           END-IF.

       DELETE-CUST-RES.
           PERFORM CLEAR-SCREEN.
           MOVE ALL " "                    TO  CUSTOMER-RECORD.
           ACCEPT  CUST-RES-ID                      AT LINE 6  COL 36.
           OPEN I-O CUSTOMER.
           IF CUST-RES-ID = SPACES
              PERFORM ACCEPT-LOOKUP-LOCATOR
              IF LOCATOR-ENTRY NOT = SPACES
                 PERFORM CANCEL-PARTY-BY-LOCATOR
                 CLOSE CUSTOMER
                 EXIT PARAGRAPH
              END-IF
              ACCEPT  CUST-LNAME                    AT LINE 8  COL 36
              PERFORM BROWSE-CUST-BY-LNAME
              IF NAME-NOT-FOUND
                 ACCEPT RESP
                 CLOSE CUSTOMER
              ELSE
                 MOVE CUST-RES-ID           TO  SAVE-PARTY-RES-ID
                 MOVE BOOKING-LOCATOR       TO  SAVE-BOOKING-LOCATOR
                 PERFORM DELETE-FOUND-RECORD
                 PERFORM OFFER-CANCEL-REST-OF-PARTY
                 CLOSE CUSTOMER
              END-IF
           ELSE
                          PERFORM CHECK-CUSTOMER-STATUS
                       END-PERFORM
                       IF CUSTOMER-IO-OK
                          MOVE CUST-RES-ID     TO  SAVE-PARTY-RES-ID
                          MOVE BOOKING-LOCATOR TO  SAVE-BOOKING-LOCATOR
                          PERFORM DELETE-FOUND-RECORD
                          PERFORM OFFER-CANCEL-REST-OF-PARTY
                       END-IF
                       CLOSE CUSTOMER
              END-START
              EXIT PARAGRAPH
           END-IF.
                    PERFORM DISPLAY-FIELDS.
      *             A WHOLE-PARTY CANCEL WAS CONFIRMED ONCE FOR ALL OF
      *             THEM - EACH REFUND IS STILL SHOWN AS IT GOES.
                    IF PARTY-CANCEL-ALL
                       MOVE "1"             TO  MENU-CHOICE3
                    ELSE
                    DISPLAY "1)DELETE 2)CANCEL             :-"
                                                    AT LINE 24 COL 20
                    PERFORM WITH TEST AFTER UNTIL MENU-CHOICE3 = '1' OR
                                                  MENU-CHOICE3 = '2'
                    ACCEPT MENU-CHOICE3             AT LINE 24 COL 52
                    END-PERFORM
                    END-IF
                    IF DELETE-REC
                       PERFORM CALCULATE-REFUND
                       IF REFUND-AMT > REFUND-APPROVE-LIMIT
                       IF PET-IN-CABIN
                          PERFORM RELEASE-PET-BOOKING
                       END-IF
                       PERFORM CANCEL-RES-ADD-ONS
                       IF PAYMENT-TYPE = "PAS"
                          PERFORM RETURN-PASS-CREDITS
                       END-IF
                       IF CREDIT-TAKEN
                          PERFORM ISSUE-CREDIT-VOUCHER
                          MOVE CREDIT-AMT    TO  CREDIT-AMT-DISPLAY
                 PERFORM UPDATE-TICKET-STATUS
                 MOVE -1               TO  FI-ADJUSTMENT
                 PERFORM ADJUST-FLIGHT-INVENTORY
                 PERFORM CANCEL-RES-ADD-ONS
                 DISPLAY "**LINKED RESERVATION CANCELLED** PRESS
      -                   " ANY KEY"                  AT LINE 25 COL 5
                 ACCEPT RESP
              END-IF
           END-IF.

       CANCEL-RES-ADD-ONS.
      *    THE HOTEL AND CAR GO WITH THE RESERVATION - ANY ADD-ON
      *    STILL BOOKED IS MARKED CANCELLED SO SUPCOMM STOPS COUNTING
      *    COMMISSION ON IT.
           IF TRAINING-MODE
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ADD-ON-PRODUCT.
           IF ADD-ON-NOT-PRESENT
              CLOSE ADD-ON-PRODUCT
              EXIT PARAGRAPH
           END-IF.
           MOVE CURR-YY                    TO  W-CURR-YMD-YY.
           MOVE CURR-MM                    TO  W-CURR-YMD-MM.
           MOVE CURR-DD                    TO  W-CURR-YMD-DD.
           MOVE CUST-RES-ID                TO  AO-CUST-RES-ID.
           MOVE 0                          TO  AO-SEQ.
           SET AO-NOT-AT-END               TO  TRUE.
           START ADD-ON-PRODUCT KEY IS >= AO-KEY
                 INVALID KEY
                    SET AO-AT-END          TO  TRUE
           END-START.
           PERFORM UNTIL AO-AT-END
              READ ADD-ON-PRODUCT NEXT
                   AT END
                      SET AO-AT-END         TO  TRUE
                   NOT AT END
                      IF AO-CUST-RES-ID NOT = CUST-RES-ID
                         SET AO-AT-END      TO  TRUE
                      ELSE
                         IF AO-BOOKED
                            SET AO-CANCELLED TO TRUE
                            MOVE W-CURR-YMD-NUM TO AO-CANCEL-DATE
                            REWRITE ADD-ON-PRODUCT-RECORD
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ADD-ON-PRODUCT.

       CALCULATE-REFUND.
           MOVE 0                           TO  FM-TRAVEL-DATE.
           OPEN INPUT FLIGHT-MASTER.
                    MOVE 0.00                TO  REFUND-PCT
              END-EVALUATE
           END-IF.
      *    A FARE FAMILY SOLD AS FULLY REFUNDABLE OR AS NON-REFUNDABLE
      *    OVERRIDES THE SCHEDULE; ANY OTHER FAMILY FOLLOWS IT.
           IF FAM-REFUND-FULL
              MOVE 1.00                      TO  REFUND-PCT
           END-IF.
           IF FAM-REFUND-NONE
              MOVE 0.00                      TO  REFUND-PCT
           END-IF.
           COMPUTE REFUND-AMT ROUNDED = PAYMENT-AMT * REFUND-PCT.
           MOVE CUST-RES-ID                  TO  RL-CUST-RES-ID.
           MOVE FLIGHT-ID                    TO  RL-FLIGHT-ID.
           MOVE PID                          TO  RL-PID.
           MOVE WS-OPERATOR-ID               TO  RL-OP-ID.
           MOVE PAYMENT-TYPE                 TO  RL-PAYMENT-TYPE.
           IF RES-HELD AND HOLD-INSTALLMENT-PLAN
              PERFORM CALCULATE-INSTALLMENT-REFUND
           END-IF.

       CALCULATE-INSTALLMENT-REFUND.
      *    A PAY-LATER BOOKING HAS COLLECTED ONLY THE DEPOSIT AND THE
      *    INSTALLMENTS TAKEN SO FAR, SO THE REFUND IS FIGURED ON WHAT
      *    WAS PAID, UNDER THE PUBLISHED "IP" FORFEIT RULE IN THE FEE
      *    SCHEDULE.  WITH NO "IP" RULE ON FILE THE DEPOSIT IS FORFEIT
      *    AND ANY INSTALLMENTS PAID COME BACK IN FULL.
           MOVE PL-PAYMENT-AMT(1)            TO  IPL-PAID-AMT.
           MOVE PL-PAYMENT-AMT(1)            TO  IPL-DEPOSIT-AMT.
           OPEN INPUT INSTALLMENT-PLAN.
           IF INST-PLAN-STATUS = "00"
              MOVE CUST-RES-ID               TO  IP-CUST-RES-ID
              READ INSTALLMENT-PLAN
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE IP-PAID-AMT       TO  IPL-PAID-AMT
                      MOVE IP-DEPOSIT-AMT    TO  IPL-DEPOSIT-AMT
              END-READ
           END-IF.
           CLOSE INSTALLMENT-PLAN.
           MOVE "IP"                         TO  FS-SAVE-SEAT-TYPE.
           PERFORM SCAN-FEE-SCHEDULE-BRACKET.
           IF FS-BRACKET-FOUND
              MOVE FS-BEST-REFUND-PCT        TO  REFUND-PCT
              COMPUTE REFUND-AMT ROUNDED = IPL-PAID-AMT * REFUND-PCT
           ELSE
              IF IPL-PAID-AMT > IPL-DEPOSIT-AMT
                 COMPUTE REFUND-AMT = IPL-PAID-AMT - IPL-DEPOSIT-AMT
              ELSE
                 MOVE 0                      TO  REFUND-AMT
              END-IF
              IF IPL-PAID-AMT > 0
                 COMPUTE REFUND-PCT ROUNDED = REFUND-AMT / IPL-PAID-AMT
              ELSE
                 MOVE 0                      TO  REFUND-PCT
              END-IF
           END-IF.
           MOVE IPL-PAID-AMT                 TO  RL-PAYMENT-AMT.
           MOVE REFUND-PCT                   TO  RL-REFUND-PCT.
           MOVE REFUND-AMT                   TO  RL-REFUND-AMT.

       WRITE-REFUND-LOG-RECORD.
           IF TRAINING-MODE
           CLOSE REFUND-LOG.

       LOOKUP-FEE-SCHEDULE-BRACKET.
           MOVE SEAT-TYPE                      TO  FS-SAVE-SEAT-TYPE.
           PERFORM SCAN-FEE-SCHEDULE-BRACKET.

       SCAN-FEE-SCHEDULE-BRACKET.
      *    BEST BRACKET FOR DAYS-TO-DEPART UNDER THE SCHEDULE TYPE THE
      *    CALLER LEFT IN FS-SAVE-SEAT-TYPE.
           SET FS-BRACKET-NOT-FOUND          TO  TRUE.
           MOVE 0                             TO  FS-BEST-MIN-DAYS.
           MOVE 0                             TO  FS-BEST-REFUND-PCT.
           OPEN INPUT FEE-SCHEDULE.
           IF FEE-SCHED-NOT-FOUND
              CLOSE FEE-SCHEDULE
           DISPLAY "-----------------------------------" AT LINE 4 COL 20.
           PERFORM WITH TEST AFTER UNTIL FS-DONE
              MOVE SPACES                     TO  FEE-SCHEDULE-RECORD
              DISPLAY "TYPE (CO/FC/NC/IP), Q TO QUIT:-"
                                                       AT LINE 7 COL 20
              ACCEPT FS-SEAT-TYPE                      AT LINE 7 COL 55
              IF FS-SEAT-TYPE = "Q" OR FS-SEAT-TYPE = "q"
                 SET FS-DONE                  TO  TRUE
              ELSE
                 IF FS-SEAT-TYPE NOT = "CO" AND FS-SEAT-TYPE NOT = "FC"
                              AND FS-SEAT-TYPE NOT = "NC"
                              AND FS-SEAT-TYPE NOT = "IP"
                    DISPLAY "INVALID TYPE - MUST BE CO, FC, NC OR IP"
                                                        AT LINE 25 COL 20
                    ACCEPT RESP                         AT LINE 25 COL 65
                    DISPLAY BLNK-LINE                   AT LINE 25 COL 1
                      DISPLAY "PRESS ANY KEY TO CONTINUE"
                                                     AT LINE 22 COL 20
                      ACCEPT RESP                     AT LINE 22 COL 50
                      PERFORM QUOTE-FARE-FAMILIES
              END-IF
              CLOSE FARE-TABLE
           END-IF.
                      IF FM-ORIGIN = AS-ORIGIN AND
                         FM-DESTINATION = AS-DEST AND
                         FM-TRAVEL-DATE = AS-DATE AND
                         NOT FM-CANCELLED AND
                         NOT FM-DIVERTED
                         ADD 1             TO  AS-MATCH-COUNT
                         MOVE FM-FLIGHT-ID TO
                              AS-FLIGHT-ID(AS-MATCH-COUNT)
           END-PERFORM.
           CLOSE FLIGHT-MASTER.
           IF AS-MATCH-COUNT = 0
              MOVE SPACES                  TO  TA-FLIGHT-ID TA-CABIN
              MOVE AS-ORIGIN               TO  TA-ORIGIN
              MOVE AS-DEST                 TO  TA-DEST
              MOVE AS-DATE                 TO  TA-TRAVEL-DATE
              PERFORM LOG-SEARCH-TURNAWAY
              DISPLAY "NO FLIGHTS MATCH - PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              ACCEPT RESP
              EXIT PARAGRAPH
           END-IF.
      *    WITH FARE FAMILIES ON FILE EACH FLIGHT SHOWS ONE FARE PER
      *    FAMILY IN PLACE OF THE SINGLE COACH FARE.
           MOVE AS-FLIGHT-ID(1)            TO  FG-FLIGHT-ID.
           PERFORM PRICE-FARE-FAMILIES.
           IF FG-COUNT = 0
              SET AS-SHOW-COACH-FARE       TO  TRUE
              DISPLAY "#  FLIGHT   CO-AVL FC-AVL GATE  CO FARE"
                                                    AT LINE 10 COL 20
           ELSE
              SET AS-SHOW-FAMILIES         TO  TRUE
              MOVE SPACES                  TO  AS-FAMILY-FARES
              PERFORM VARYING FG-IDX FROM 1 BY 1 UNTIL FG-IDX > 3
                 MOVE FG-NAME(FG-IDX)      TO  AS-FAM-CELL(FG-IDX)(2:8)
              END-PERFORM
              DISPLAY "#  FLIGHT   CO-AVL FC-AVL GATE" AS-FAMILY-FARES
                                                    AT LINE 10 COL 20
           END-IF.
           MOVE 0                          TO  AS-OPEN-COUNT.
           PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX > AS-MATCH-COUNT
              PERFORM SHOW-ONE-AVAILABILITY
           IF AS-CHOICE > 0 AND AS-CHOICE NOT > AS-MATCH-COUNT
              MOVE AS-FLIGHT-ID(AS-CHOICE) TO  PREFILL-FLIGHT-ID
              PERFORM ADD-CUST-RES
              EXIT PARAGRAPH
           END-IF.
      *    EVERY FLIGHT SHOWN WAS SOLD OUT IN BOTH CABINS AND NOTHING
      *    WAS BOOKED - EACH ONE TURNED THE CALLER AWAY.
           IF AS-OPEN-COUNT = 0
              PERFORM VARYING AS-IDX FROM 1 BY 1
                       UNTIL AS-IDX > AS-MATCH-COUNT
                 MOVE AS-FLIGHT-ID(AS-IDX) TO  TA-FLIGHT-ID
                 MOVE SPACES               TO  TA-CABIN
                 MOVE AS-ORIGIN            TO  TA-ORIGIN
                 MOVE AS-DEST              TO  TA-DEST
                 MOVE AS-DATE              TO  TA-TRAVEL-DATE
                 PERFORM LOG-SEARCH-TURNAWAY
              END-PERFORM
           END-IF.

       RESOLVE-PLACE-TO-CODE.
           MOVE 0                          TO  AS-CO-AVAIL AS-FC-AVAIL.
           CALL "SEATINQ" USING WS-CHECK-FLIGHT-ID, AS-CO-AVAIL,
                                 AS-FC-AVAIL, AS-SI-RESULT.
           COMPUTE AS-LINE-NO = 10 + AS-IDX.
           IF AS-SHOW-FAMILIES
              PERFORM SHOW-FAMILY-AVAILABILITY
           ELSE
              PERFORM SHOW-COACH-AVAILABILITY
           END-IF.
           IF AS-CO-AVAIL > 0 OR AS-FC-AVAIL > 0
              ADD 1                        TO  AS-OPEN-COUNT
           END-IF.

       SHOW-COACH-AVAILABILITY.
           MOVE AS-FLIGHT-ID(AS-IDX)       TO  FSL-FLIGHT.
           MOVE "CO"                       TO  FSL-SEAT.
           MOVE CURR-YY                    TO  W-CURR-YMD-YY.
              MOVE 0                       TO  FSL-FARE
           END-IF.
           MOVE FSL-FARE                   TO  AS-FARE-DISPLAY.
           DISPLAY AS-IDX " " AS-FLIGHT-ID(AS-IDX) "  "
                   AS-CO-AVAIL "    " AS-FC-AVAIL "  "
                   AS-GATE(AS-IDX) "  " AS-FARE-DISPLAY
                                           AT LINE AS-LINE-NO COL 20.

       SHOW-FAMILY-AVAILABILITY.
      *    A FAMILY WITH NO FARE ON THE FLIGHT TODAY SHOWS "--".
           MOVE AS-FLIGHT-ID(AS-IDX)       TO  FG-FLIGHT-ID.
           PERFORM PRICE-FARE-FAMILIES.
           MOVE SPACES                     TO  AS-FAMILY-FARES.
           PERFORM VARYING FG-IDX FROM 1 BY 1 UNTIL FG-IDX > 3
              IF FG-PRICED(FG-IDX)
                 MOVE FG-FARE(FG-IDX)      TO  FG-FARE-DISPLAY
                 MOVE FG-FARE-DISPLAY      TO  AS-FAM-CELL(FG-IDX)(2:8)
              ELSE
                 IF FG-ON-FILE(FG-IDX)
                    MOVE "--"              TO  AS-FAM-CELL(FG-IDX)(8:2)
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY AS-IDX " " AS-FLIGHT-ID(AS-IDX) "  "
                   AS-CO-AVAIL "    " AS-FC-AVAIL "  "
                   AS-GATE(AS-IDX) "   " AS-FAMILY-FARES
                                           AT LINE AS-LINE-NO COL 20.

       LOG-SEARCH-TURNAWAY.
           MOVE SPACES                     TO  TA-BOOKING-CLASS.
           MOVE "N"                        TO  TA-WAITLIST-FLAG.
           MOVE "S"                        TO  TA-REASON.
           PERFORM LOG-TURNAWAY.

       LOG-CABIN-FULL-TURNAWAY.
      *    CALLED RIGHT AFTER CHECK-SEAT-CAPACITY CAME BACK CABIN-FULL,
      *    WITH TA-WAITLIST-FLAG SAYING WHETHER THE PASSENGER TOOK A
      *    WAITLIST PLACE INSTEAD.
           MOVE SAVE-FLIGHT-ID             TO  TA-FLIGHT-ID.
           MOVE SAVE-SEAT-TYPE             TO  TA-CABIN.
           MOVE BOOKING-CLASS              TO  TA-BOOKING-CLASS.
           MOVE SPACES                     TO  TA-ORIGIN TA-DEST.
           MOVE 0                          TO  TA-TRAVEL-DATE.
           MOVE "F"                        TO  TA-REASON.
           PERFORM LOG-TURNAWAY.

       LOG-TURNAWAY.
      *    DEMAND WE COULD NOT SELL GOES TO "turnaway" FOR SPILLRPT.
      *    A TRAINING SIGN-ON IS NOT REAL DEMAND.
           IF TRAINING-MODE
              EXIT PARAGRAPH
           END-IF.
           CALL "TRNAWAY" USING TA-FLIGHT-ID, TA-ORIGIN, TA-DEST,
                                 TA-TRAVEL-DATE, TA-CABIN,
                                 TA-BOOKING-CLASS, TA-CHANNEL,
                                 TA-WAITLIST-FLAG, TA-REASON,
                                 TA-RESULT.

       QUOTE-PROMO-DISCOUNT.
      *    THE QUOTE SCREEN SHOWS WHAT A PROMO CODE WOULD TAKE OFF THE
      *    FARE JUST READ - ELIGIBILITY ON FLIGHT AND CAP ONLY, SINCE
                                                    AT LINE 20 COL 20
           END-IF.

       QUOTE-FARE-FAMILIES.
      *    THE SECOND PAGE OF THE QUOTE: THE FARE FAMILIES SIDE BY SIDE
      *    ON THE QUOTED FLIGHT AT THE QUOTED PASSENGER TYPE, WITH WHAT
      *    EACH BUNDLES, SO THE CALLER CAN WEIGH A DEARER FARE AGAINST
      *    THE FEES IT SAVES.  NOTHING SHOWS WITH NO FAMILIES ON FILE.
           MOVE FQ-FLIGHT-ID               TO  FG-FLIGHT-ID.
           PERFORM PRICE-FARE-FAMILIES.
           IF FG-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FG-LINE-NO FROM 9 BY 1 UNTIL FG-LINE-NO > 22
              DISPLAY BLNK-LINE            AT LINE FG-LINE-NO COL 1
           END-PERFORM.
           PERFORM VARYING FG-ROW FROM 1 BY 1 UNTIL FG-ROW > 8
              PERFORM SHOW-FAMILY-GRID-ROW
           END-PERFORM.
           DISPLAY "PRESS ANY KEY TO CONTINUE"      AT LINE 22 COL 20.
           ACCEPT RESP                              AT LINE 22 COL 50.

       SHOW-FAMILY-GRID-ROW.
           MOVE SPACES                     TO  FG-GRID-LINE.
           MOVE FG-ROW-LABEL(FG-ROW)       TO  FG-GRID-LABEL.
           PERFORM VARYING FG-IDX FROM 1 BY 1 UNTIL FG-IDX > 3
              IF FG-ON-FILE(FG-IDX)
                 PERFORM FILL-FAMILY-GRID-CELL
              END-IF
           END-PERFORM.
           COMPUTE FG-LINE-NO = 10 + FG-ROW.
           DISPLAY FG-GRID-LINE            AT LINE FG-LINE-NO COL 20.

       FILL-FAMILY-GRID-CELL.
           EVALUATE FG-ROW
              WHEN 1
                 MOVE FG-NAME(FG-IDX)      TO  FG-GRID-CELL(FG-IDX)
              WHEN 2
                 MOVE FG-CLASS(FG-IDX)     TO  FG-GRID-CELL(FG-IDX)
              WHEN 3
                 IF FG-PRICED(FG-IDX)
                    MOVE FG-FARE(FG-IDX)   TO  FG-QUOTE-FARE
                    IF FQ-PAX-TYPE = "C"
                       COMPUTE FG-QUOTE-FARE ROUNDED =
                               FG-QUOTE-FARE * PAX-CHILD-FACTOR
                    END-IF
                    IF FQ-PAX-TYPE = "I"
                       COMPUTE FG-QUOTE-FARE ROUNDED =
                               FG-QUOTE-FARE * PAX-INFANT-FACTOR
                    END-IF
                    MOVE FG-QUOTE-FARE     TO  FG-FARE-DISPLAY
                    MOVE FG-FARE-DISPLAY   TO  FG-GRID-CELL(FG-IDX)
                 ELSE
                    MOVE "NO FARE"         TO  FG-GRID-CELL(FG-IDX)
                 END-IF
              WHEN 4
                 MOVE FG-BAGS(FG-IDX)      TO  FG-GRID-CELL(FG-IDX)
              WHEN 5
                 IF FG-SEAT(FG-IDX) = "Y"
                    MOVE "INCLUDED"        TO  FG-GRID-CELL(FG-IDX)
                 ELSE
                    MOVE "CHARGED"         TO  FG-GRID-CELL(FG-IDX)
                 END-IF
              WHEN 6
                 IF FG-CHANGE(FG-IDX) = "Y"
                    MOVE "WAIVED"          TO  FG-GRID-CELL(FG-IDX)
                 ELSE
                    MOVE "CHARGED"         TO  FG-GRID-CELL(FG-IDX)
                 END-IF
              WHEN 7
                 EVALUATE FG-REFUND(FG-IDX)
                    WHEN "F"
                       MOVE "FULL"         TO  FG-GRID-CELL(FG-IDX)
                    WHEN "N"
                       MOVE "NONE"         TO  FG-GRID-CELL(FG-IDX)
                    WHEN OTHER
                       MOVE "SCHEDULE"     TO  FG-GRID-CELL(FG-IDX)
                 END-EVALUATE
              WHEN 8
                 MOVE FG-EARN(FG-IDX)      TO  FG-EARN-DISPLAY
                 STRING FG-EARN-DISPLAY " PCT" DELIMITED BY SIZE
                        INTO FG-GRID-CELL(FG-IDX)
                 END-STRING
           END-EVALUATE.

       PRICE-FARE-FAMILIES.
      *    FILLS FAMILY-GRID FOR FG-FLIGHT-ID FROM "farefam": EVERY
      *    CLASS IS PRICED BY THE SAME FARESEL SELECTION A BOOKING
      *    USES, AND EACH FAMILY KEEPS ITS CHEAPEST PRICED CLASS.
      *    FG-COUNT IS THE NUMBER OF FAMILIES WITH ANY CLASS ON FILE.
           MOVE SPACES                     TO  FAMILY-GRID.
           MOVE 0                          TO  FG-COUNT.
           MOVE "B"                        TO  FG-FAMILY(1).
           MOVE "S"                        TO  FG-FAMILY(2).
           MOVE "F"                        TO  FG-FAMILY(3).
           PERFORM VARYING FG-IDX FROM 1 BY 1 UNTIL FG-IDX > 3
              MOVE 0                       TO  FG-FARE(FG-IDX)
                                               FG-BAGS(FG-IDX)
                                               FG-EARN(FG-IDX)
           END-PERFORM.
           OPEN INPUT FARE-FAMILY-FILE.
           IF FARE-FAMILY-NOT-FOUND
              CLOSE FARE-FAMILY-FILE
              EXIT PARAGRAPH
           END-IF.
           MOVE CURR-YY                    TO  W-CURR-YMD-YY.
           MOVE CURR-MM                    TO  W-CURR-YMD-MM.
           MOVE CURR-DD                    TO  W-CURR-YMD-DD.
           SET FARE-FAMILY-NOT-AT-END      TO  TRUE.
           MOVE SPACES                     TO  FF-CLASS.
           START FARE-FAMILY-FILE KEY IS >= FF-CLASS
                 INVALID KEY
                    SET FARE-FAMILY-AT-END TO  TRUE
           END-START.
           PERFORM UNTIL FARE-FAMILY-AT-END
              READ FARE-FAMILY-FILE NEXT
                   AT END
                      SET FARE-FAMILY-AT-END TO  TRUE
                   NOT AT END
                      PERFORM PRICE-ONE-FAMILY-CLASS
              END-READ
           END-PERFORM.
           CLOSE FARE-FAMILY-FILE.

       PRICE-ONE-FAMILY-CLASS.
           EVALUATE TRUE
              WHEN FF-FAMILY-BASIC
                 MOVE 1                    TO  FG-IDX
              WHEN FF-FAMILY-STANDARD
                 MOVE 2                    TO  FG-IDX
              WHEN FF-FAMILY-FLEX
                 MOVE 3                    TO  FG-IDX
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.
      *    CLASSES PRICE THE WAY LOOKUP-ONE-LEG-FARE PRICES THEM: Y AS
      *    THE COACH CABIN, F AS FIRST, ANY OTHER BY ITS OWN LETTER.
           EVALUATE FF-CLASS
              WHEN "Y"
                 MOVE "CO"                 TO  FSL-SEAT
              WHEN "F"
                 MOVE "FC"                 TO  FSL-SEAT
              WHEN OTHER
                 MOVE SPACES               TO  FSL-SEAT
                 MOVE FF-CLASS             TO  FSL-SEAT(1:1)
           END-EVALUATE.
           MOVE FG-FLIGHT-ID               TO  FSL-FLIGHT.
           MOVE W-CURR-YMD-NUM             TO  FSL-BOOK-DATE.
           CALL "FARESEL" USING FSL-FLIGHT, FSL-SEAT, FSL-BOOK-DATE,
                FSL-FARE, FSL-MILES, FSL-RULE, FSL-RESULT.
           IF NOT FG-ON-FILE(FG-IDX)
              MOVE "Y"                     TO  FG-ON-FILE-FLAG(FG-IDX)
              ADD 1                        TO  FG-COUNT
              MOVE FF-FAMILY-NAME          TO  FG-NAME(FG-IDX)
              PERFORM TAKE-FAMILY-CLASS
           END-IF.
           IF FSL-RESULT = "F"
              IF NOT FG-PRICED(FG-IDX) OR FSL-FARE < FG-FARE(FG-IDX)
                 MOVE "Y"                  TO  FG-PRICED-FLAG(FG-IDX)
                 MOVE FSL-FARE             TO  FG-FARE(FG-IDX)
                 PERFORM TAKE-FAMILY-CLASS
              END-IF
           END-IF.

       TAKE-FAMILY-CLASS.
           MOVE FF-CLASS                   TO  FG-CLASS(FG-IDX).
           MOVE FF-BAGS-INCL               TO  FG-BAGS(FG-IDX).
           MOVE FF-SEAT-FREE               TO  FG-SEAT(FG-IDX).
           MOVE FF-CHANGE-FREE             TO  FG-CHANGE(FG-IDX).
           MOVE FF-REFUND-RULE             TO  FG-REFUND(FG-IDX).
           MOVE FF-EARN-PCT                TO  FG-EARN(FG-IDX).

       SELECT-PRINT-DESTINATION.
           MOVE SPACES                     TO  PRINT-DEST-CHOICE.
           DISPLAY "PRINT TO (P)RINTER OR (F)ILE FOR ARCHIVE/EMAIL:-"
           OPEN EXTEND CUSTOMER-AUDIT.
           WRITE AUDIT-RECORD.
           CLOSE CUSTOMER-AUDIT.
           PERFORM JOURNAL-AUDITED-EVENT.

       JOURNAL-AUDITED-EVENT.
      *    EVERY AUDITED ADD, CHANGE AND CANCEL ALSO GOES TO THE DAILY
      *    BOOKING JOURNAL THE NIGHTLY REPORTS READ.  A CHANGE THAT
      *    LEAVES A FEE DATED TODAY IS JOURNALED AS A FEE.
           INITIALIZE BKJRNL-PARMS.
           MOVE CURR-YY                     TO  W-CURR-YMD-YY.
           MOVE CURR-MM                     TO  W-CURR-YMD-MM.
           MOVE CURR-DD                     TO  W-CURR-YMD-DD.
           EVALUATE TRUE
              WHEN AUDIT-ADD
                 SET BKJ-BOOKING            TO  TRUE
                 MOVE "BOOKED"              TO  BKJ-DETAIL
              WHEN AUDIT-DELETE
                 SET BKJ-CANCEL             TO  TRUE
                 MOVE "CANCELLED"           TO  BKJ-DETAIL
              WHEN BAG-FEE-DATE = W-CURR-YMD-NUM OR
                   NC-FEE-DATE = W-CURR-YMD-NUM OR
                   SEAT-FEE-DATE = W-CURR-YMD-NUM OR
                   CHG-FEE-DATE = W-CURR-YMD-NUM OR
                   FARE-DIFF-DATE = W-CURR-YMD-NUM
                 SET BKJ-FEE                TO  TRUE
                 MOVE "FEE CHARGED"         TO  BKJ-DETAIL
              WHEN OTHER
                 SET BKJ-CHANGE             TO  TRUE
                 MOVE "CHANGED"             TO  BKJ-DETAIL
           END-EVALUATE.
           MOVE CUST-RES-ID                 TO  BKJ-CUST-RES-ID.
           IF TOTAL-COLLECTED-AMT NUMERIC
              MOVE TOTAL-COLLECTED-AMT      TO  BKJ-AMOUNT
           END-IF.
           MOVE "CUSTOMER0"                 TO  BKJ-PROGRAM.
           MOVE WS-OPERATOR-ID              TO  BKJ-OP-ID.
           CALL "BKJRNL" USING BKJRNL-PARMS.

       CHECK-CUSTOMER-STATUS.
           MOVE SPACES                        TO  MENU-CHOICE6.
           DISPLAY "ADD CUSTOMER RESERVATIONS  "    AT LINE 3  COL 20.
           DISPLAY "---------------------------"    AT LINE 4  COL 20.
           DISPLAY "RESERVATION ID :              " AT LINE 6  COL 20.
           DISPLAY "LOCATOR:"                       AT LINE 6  COL 52.
           DISPLAY "FIRST NAME     :              " AT LINE 7  COL 20.
           DISPLAY "LAST NAME      :              " AT LINE 8  COL 20.
           DISPLAY "DATE OF BIRTH  :  /  /      (MM/DD/YYYY)"
              MOVE "F"                     TO  BOOKING-CLASS
           ELSE
              DISPLAY "BOOKING CLASS (Y/M/Q):-"     AT LINE 23 COL 20
              PERFORM SHOW-CLASS-FAMILIES
              PERFORM WITH TEST AFTER UNTIL DATA-VALID
                 SET DATA-VALID            TO  TRUE
                 ACCEPT BOOKING-CLASS               AT LINE 23 COL 44
              END-PERFORM
              DISPLAY BLNK-LINE                     AT LINE 23 COL 1
           END-IF.
      *    THE FAMILY IS KNOWN AS SOON AS THE CLASS IS, SO THE SEAT
      *    TAKEN FURTHER DOWN IS ALREADY PRICED UNDER IT.
           PERFORM RESOLVE-FARE-FAMILY.

           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              SET NOT-AWARD-BOOKING        TO  TRUE
              SET NOT-PASS-BOOKING         TO  TRUE
              MOVE 0                       TO  AWARD-MILES-USED
              ACCEPT PAYMENT-TYPE                   AT LINE 20 COL 36
              IF PAYMENT-TYPE = "FFP"
              IF PAYMENT-TYPE = "VCH"
                 PERFORM VALIDATE-VOUCHER-NO
              END-IF
              MOVE SPACES                  TO  PASS-NO-USED
              IF PAYMENT-TYPE = "PAS"
                 PERFORM VALIDATE-FLIGHT-PASS
              END-IF
              IF PAYMENT-TYPE = "MST" OR PAYMENT-TYPE = "VSA" OR
                 PAYMENT-TYPE = "CHK" OR PAYMENT-TYPE = "CSH" OR
                 PAYMENT-TYPE = "ACT" OR
                 AWARD-BOOKING OR PASS-BOOKING OR
                 (PAYMENT-TYPE = "VCH" AND VOUCHER-OK)
                 CONTINUE
              ELSE
                 IF PAYMENT-TYPE NOT = "FFP" AND
                    PAYMENT-TYPE NOT = "VCH" AND
                    PAYMENT-TYPE NOT = "PAS"
                    DISPLAY "ENTER VALID PAYMENT TYPE"
                                                    AT LINE 25 COL 20
                 END-IF
           DISPLAY HT-DISPLAY-TEXT                  AT LINE 2  COL 20.

           MOVE SPACES                      TO  MENU-CHOICE2.
      *    AN AWARD OR A FLIGHT PASS COLLECTS NO FARE - MILES OR PASS
      *    CREDITS PAY FOR THE SEAT.
           IF AWARD-BOOKING OR PASS-BOOKING
              MOVE 0                        TO  PAYMENT-AMT
              MOVE 1                        TO  PAYMENT-LINE-COUNT
              MOVE PAYMENT-TYPE             TO  PL-PAYMENT-TYPE(1)
              MOVE 0                        TO  PL-PAYMENT-AMT(1)
              MOVE SPACES                   TO  PL-PAYMENT-TYPE(2)
                                                PL-PAYMENT-TYPE(3)
           PERFORM APPLY-PAX-TYPE-DISCOUNT.
           PERFORM ACCEPT-PROMO-CODE.

           IF CORP-ACCT-ID NOT = SPACES AND NOT AWARD-BOOKING AND
              NOT PASS-BOOKING
              PERFORM CHECK-TRAVEL-POLICY
              IF CANCEL-SAVE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           PERFORM CHECK-INTL-PASSPORT.
           IF CANCEL-SAVE
              EXIT PARAGRAPH
                    DISPLAY BLNK-LINE               AT LINE 25 COL 1
                 END-IF
              END-IF
              IF SEAT-NUMBER-VALID AND SEAT-NUMBER NOT = SPACES
                 PERFORM CHECK-SEAT-SAFETY
                 IF NOT SAF-CLEAR
                    PERFORM SHOW-SEAT-SAFETY-REASON
                    SET DATA-INVALID       TO  TRUE
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY BLNK-LINE                          AT LINE 23 COL 1.
           IF SEAT-NUMBER NOT = SPACES AND NOT CANCEL-SAVE

           PERFORM ACCEPT-ADDL-LEGS.

           IF PASS-BOOKING AND NOT CANCEL-SAVE
              PERFORM CHECK-PASS-ITINERARY
              IF CANCEL-SAVE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF NOT AWARD-BOOKING AND NOT PASS-BOOKING AND
              LEG-COUNT NUMERIC AND LEG-COUNT > 0
              PERFORM PRICE-ITINERARY
           END-IF.

           IF NOT AWARD-BOOKING AND NOT PASS-BOOKING
              MOVE SPACES                  TO  MENU-CHOICE2
              PERFORM ACCEPT-PAYMENT-SETTLEMENT
              IF CANCEL-SAVE
                 SET DATA-VALID            TO  TRUE
                 ACCEPT SSR-CODE(SSR-IDX)           AT LINE 23 COL 40
                 IF SSR-CODE(SSR-IDX) = "WCHR" OR "PETC" OR "OXYG"
                    OR "MAAS" OR "DEAF" OR "BLND" OR "UMNR" OR "INFT"
                    CONTINUE
                 ELSE
                    DISPLAY "VALID: WCHR PETC OXYG MAAS DEAF BLND UMNR I
      -       "NFT"                                 AT LINE 25 COL 20
                    ACCEPT RESP                     AT LINE 25 COL 70
                    SET DATA-INVALID       TO  TRUE
                    DISPLAY BLNK-LINE               AT LINE 25 COL 1
                 END-IF
              DISPLAY "  LEG OWN/PARTNER (O/P):      " AT LINE 23 COL 20
              PERFORM WITH TEST AFTER UNTIL
                      LEG-OWN-SEGMENT(LEG-IDX) OR
                      (LEG-PARTNER-SEGMENT(LEG-IDX) AND
                       NOT LEG-REROUTE-SEGMENT(LEG-IDX))
                 ACCEPT LEG-SEGMENT-TYPE(LEG-IDX)     AT LINE 23 COL 50
              END-PERFORM
              IF LEG-PARTNER-SEGMENT(LEG-IDX)
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                       IF BOOKING-CLASS = SAVE-BOOKING-CLASS
                          ADD 1              TO  CLS-SOLD-COUNT
                          IF EXTRA-SEAT-HELD
                             ADD 1           TO  CLS-SOLD-COUNT
                          END-IF
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES  TO  FLIGHT-ID
           DISPLAY BLNK-LINE                          AT LINE 23 COL 1.
           PERFORM SET-EXCH-RATE.

      *    A PAY-LATER PLAN IS CHOSEN BEFORE THE CARD IS TAKEN SO THE
      *    AUTHORIZATION IS FOR THE DEPOSIT ALONE - THE BALANCE IS
      *    AUTHORIZED PAYMENT BY PAYMENT WHEN INSTCOLL TAKES IT.
           PERFORM OFFER-INSTALLMENT-PLAN.
           IF IPL-PLAN-TAKEN
              MOVE IPL-DEPOSIT-AMT          TO  AUTH-REQUEST-AMT
           ELSE
              MOVE PAYMENT-AMT              TO  AUTH-REQUEST-AMT
           END-IF.

           DISPLAY "CARD/ACCOUNT NUMBER:-"           AT LINE 23 COL 20.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
                    DISPLAY BLNK-LINE               AT LINE 25 COL 1
                 END-IF
              END-IF
              IF SEAT-NUMBER-VALID AND SEAT-NUMBER NOT = SPACES
                 PERFORM CHECK-SEAT-SAFETY
                 IF NOT SAF-CLEAR
                    PERFORM SHOW-SEAT-SAFETY-REASON
                    SET DATA-INVALID       TO  TRUE
                 END-IF
              END-IF
             END-PERFORM
           END-IF.
           IF RESP = 'M' AND EXTRA-SEAT-HELD
              PERFORM ACCEPT-EXTRA-SEAT-NUMBER
           END-IF.
           IF RESP = 'M' AND SEAT-NUMBER NOT = SPACES
              PERFORM COLLECT-SEAT-FEE
              IF SEAT-FEE-CHARGED
           
       DISPLAY-FIELDS.
           DISPLAY CUST-RES-ID                      AT LINE 6  COL 36.
           DISPLAY BOOKING-LOCATOR                  AT LINE 6  COL 61.
           DISPLAY CUST-FNAME                       AT LINE 7  COL 36.
           DISPLAY CUST-LNAME                       AT LINE 8  COL 36.
           DISPLAY DOB-MM                           AT LINE 9  COL 36.
           MOVE SEAT-TYPE                   TO  FI-ADJ-TYPE.
           CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                FI-ADJUSTMENT, FI-CALL-RESULT.
      *    AN EXTRA SEAT BOUGHT BESIDE THE PASSENGER IS A SECOND SEAT
      *    OF INVENTORY IN THE SAME CABIN.
           IF EXTRA-SEAT-HELD
              CALL "FLTINV" USING FI-ADJ-FLIGHT, FI-ADJ-TYPE,
                                   FI-ADJUSTMENT, FI-CALL-RESULT
           END-IF.

       CHECK-SEAT-CAPACITY.
           SET CABIN-OK                    TO  TRUE.
           MOVE 0                          TO  SEAT-COUNT.
           MOVE 0                          TO  XS-SEATS-WANTED.
           IF EXTRA-SEAT-HELD
              MOVE 1                       TO  XS-SEATS-WANTED
           END-IF.
           MOVE FLIGHT-ID                  TO  SAVE-FLIGHT-ID.
           MOVE SEAT-TYPE                  TO  SAVE-SEAT-TYPE.
           MOVE FLIGHT-ID                  TO  FM-FLIGHT-ID.
              MOVE FI-BOOKED-COUNT         TO  SEAT-COUNT
              PERFORM APPLY-SEAT-BLOCK
              IF SAVE-SEAT-TYPE = "CO" AND
                 SEAT-COUNT + XS-SEATS-WANTED >= SELL-LIMIT-CO
                 SET CABIN-FULL            TO  TRUE
              END-IF
              IF SAVE-SEAT-TYPE = "FC" AND
                 SEAT-COUNT + XS-SEATS-WANTED >= SELL-LIMIT-FC
                 SET CABIN-FULL            TO  TRUE
              END-IF
              IF CABIN-OK AND SAVE-SEAT-TYPE = "CO" AND
                       IF SEAT-TYPE = SAVE-SEAT-TYPE AND
                          PAX-TYPE NOT = "I"
                          ADD 1              TO  SEAT-COUNT
                          IF EXTRA-SEAT-HELD
                             ADD 1           TO  SEAT-COUNT
                          END-IF
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES  TO  FLIGHT-ID
           END-START.
           MOVE SCUSTOMER-RECORD            TO  CUSTOMER-RECORD.
           PERFORM APPLY-SEAT-BLOCK.
           IF SAVE-SEAT-TYPE = "CO" AND
              SEAT-COUNT + XS-SEATS-WANTED >= SELL-LIMIT-CO
              SET CABIN-FULL                TO  TRUE
           END-IF.
           IF SAVE-SEAT-TYPE = "FC" AND
              SEAT-COUNT + XS-SEATS-WANTED >= SELL-LIMIT-FC
              SET CABIN-FULL                TO  TRUE
           END-IF.
           IF CABIN-OK AND SAVE-SEAT-TYPE = "CO" AND
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                       IF BOOKING-CLASS = SAVE-BOOKING-CLASS
                          ADD 1              TO  CLS-SOLD-COUNT
                          IF EXTRA-SEAT-HELD
                             ADD 1           TO  CLS-SOLD-COUNT
                          END-IF
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES  TO  FLIGHT-ID
           IF LEG-COUNT NUMERIC AND LEG-COUNT > 0
              MOVE 0                        TO  OD-PROTECT-W
           END-IF.
           IF CLS-SOLD-COUNT + OD-PROTECT-W + XS-SEATS-WANTED
                                               >= CI-CLASS-LIMIT
              SET CABIN-FULL                TO  TRUE
           END-IF.

                 ACCEPT RESP
              ELSE
                 PERFORM GET-CUST-RES-ID
                 PERFORM ISSUE-RECORD-LOCATOR
                 MOVE CURR-YY            TO  ADD-YY
                 MOVE CURR-MM            TO  ADD-MM
                 MOVE CURR-DD            TO  ADD-DD
                 PERFORM DROP-WORK-QUEUE-ITEM
                 PERFORM WITH TEST AFTER UNTIL CUSTOMER-IO-OK
                                       OR CUSTOMER-IO-FAIL
                    SET CUST-LAYOUT-CURRENT TO  TRUE
                    WRITE CUSTOMER-RECORD
                    PERFORM CHECK-CUSTOMER-STATUS
                 END-PERFORM
           PERFORM SET-HOLD-PLACED-DATE.
           MOVE TTL-EXPIRE-DATE            TO  HOLD-EXPIRE-DATE.

       OFFER-INSTALLMENT-PLAN.
      *    PAY LATER - A CARD BOOKING FAR ENOUGH OUT MAY PUT DOWN A
      *    DEPOSIT NOW AND PAY THE BALANCE IN ONE TO THREE SCHEDULED
      *    PAYMENTS TAKEN FROM THE VAULTED CARD TOKEN.  THE SEAT
      *    COUNTS AGAINST INVENTORY BUT THE RESERVATION STAYS HELD
      *    (HOLD-REASON "I") AND UNTICKETED, AND ONLY THE DEPOSIT GOES
      *    TO SETTLEMENT.  THE NIGHTLY INSTCOLL RUN SENDS THE
      *    REMINDERS, TAKES EACH PAYMENT ON ITS DUE DATE, TICKETS THE
      *    BOOKING ONCE IT IS PAID IN FULL AND CANCELS IT UNDER THE
      *    "IP" FORFEIT RULE IF THE FINAL PAYMENT FAILS.  THE LAST
      *    PAYMENT FALLS DUE IPL-FINAL-LEAD-DAYS BEFORE DEPARTURE AND
      *    ANY EARLIER ONES ARE SPREAD EVENLY UP TO IT.  THE OFFER IS
      *    MADE AT SETTLEMENT, AHEAD OF THE CARD, SO ONLY THE DEPOSIT
      *    IS AUTHORIZED; APPLY-INSTALLMENT-PLAN PLACES THE HOLD WHEN
      *    THE BOOKING IS SAVED.
           SET IPL-PLAN-NOT-TAKEN          TO  TRUE.
           IF (PAYMENT-TYPE NOT = "MST" AND PAYMENT-TYPE NOT = "VSA")
              OR PAYMENT-LINE-COUNT NOT = 1
              OR PAYMENT-AMT NOT > 0
              OR AWARD-BOOKING
              OR NONREV-BOOKING
              OR CORP-ACCT-ID NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                           TO  FM-TRAVEL-DATE.
           OPEN INPUT FLIGHT-MASTER.
           MOVE FLIGHT-ID                   TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER KEY IS FM-FLIGHT-ID
                INVALID KEY
                   MOVE 0                   TO  FM-TRAVEL-DATE
           END-READ.
           CLOSE FLIGHT-MASTER.
           IF FM-TRAVEL-DATE = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-TRAVEL-DATE              TO  IPL-TRAVEL-DATE.
           MOVE CURR-YY                     TO  W-CURR-YMD-YY.
           MOVE CURR-MM                     TO  W-CURR-YMD-MM.
           MOVE CURR-DD                     TO  W-CURR-YMD-DD.
           COMPUTE IPL-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(W-CURR-YMD-NUM).
           COMPUTE IPL-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(IPL-TRAVEL-DATE)
                 - IPL-TODAY-INT.
           IF IPL-DAYS-OUT < IPL-MIN-LEAD-DAYS
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "PAY LATER WITH DEPOSIT + INSTALLMENTS (Y/N)?"
                                                    AT LINE 23 COL 20.
           ACCEPT RESP                              AT LINE 23 COL 66.
           DISPLAY BLNK-LINE                        AT LINE 23 COL 1.
           IF RESP NOT = "Y" AND RESP NOT = "y"
              EXIT PARAGRAPH
           END-IF.
           COMPUTE IPL-MIN-DEPOSIT ROUNDED =
                   PAYMENT-AMT * IPL-MIN-DEPOSIT-PCT.
           MOVE IPL-MIN-DEPOSIT             TO  IPL-AMT-DISPLAY.
           DISPLAY "DEPOSIT NOW (MIN " IPL-AMT-DISPLAY "):-"
                                                    AT LINE 23 COL 20.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              MOVE 0                       TO  IPL-DEPOSIT-AMT
              ACCEPT IPL-DEPOSIT-AMT                AT LINE 23 COL 52
              IF IPL-DEPOSIT-AMT NOT NUMERIC OR
                 IPL-DEPOSIT-AMT NOT > 0 OR
                 IPL-DEPOSIT-AMT < IPL-MIN-DEPOSIT OR
                 IPL-DEPOSIT-AMT NOT < PAYMENT-AMT
                 DISPLAY "DEPOSIT OUT OF RANGE"     AT LINE 25 COL 20
                 DISPLAY "<ENT>REENTER:"            AT LINE 25 COL 55
                 ACCEPT RESP                        AT LINE 25 COL 68
                 SET DATA-INVALID          TO  TRUE
                 DISPLAY BLNK-LINE                  AT LINE 25 COL 1
              END-IF
           END-PERFORM.
           DISPLAY BLNK-LINE                        AT LINE 23 COL 1.
           DISPLAY "NUMBER OF BALANCE PAYMENTS (1-3):-"
                                                    AT LINE 23 COL 20.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              MOVE 0                       TO  IPL-INST-COUNT
              ACCEPT IPL-INST-COUNT                 AT LINE 23 COL 56
              IF IPL-INST-COUNT NOT NUMERIC OR
                 IPL-INST-COUNT < 1 OR IPL-INST-COUNT > 3
                 DISPLAY "ENTER 1, 2 OR 3"          AT LINE 25 COL 20
                 DISPLAY "<ENT>REENTER:"            AT LINE 25 COL 55
                 ACCEPT RESP                        AT LINE 25 COL 68
                 SET DATA-INVALID          TO  TRUE
                 DISPLAY BLNK-LINE                  AT LINE 25 COL 1
              END-IF
           END-PERFORM.
           DISPLAY BLNK-LINE                        AT LINE 23 COL 1.
           COMPUTE IPL-BALANCE-AMT = PAYMENT-AMT - IPL-DEPOSIT-AMT.
           COMPUTE IPL-FINAL-INT =
                   FUNCTION INTEGER-OF-DATE(IPL-TRAVEL-DATE)
                 - IPL-FINAL-LEAD-DAYS.
           COMPUTE IPL-EACH-AMT = IPL-BALANCE-AMT / IPL-INST-COUNT.
           INITIALIZE IPL-SCHEDULE.
           PERFORM VARYING IPL-IDX FROM 1 BY 1
                   UNTIL IPL-IDX > IPL-INST-COUNT
              COMPUTE IPL-DUE-INT = IPL-TODAY-INT +
                      (IPL-FINAL-INT - IPL-TODAY-INT) * IPL-IDX
                      / IPL-INST-COUNT
              COMPUTE IPL-DUE-DATE(IPL-IDX) =
                      FUNCTION DATE-OF-INTEGER(IPL-DUE-INT)
              IF IPL-IDX = IPL-INST-COUNT
                 COMPUTE IPL-DUE-AMT(IPL-IDX) = IPL-BALANCE-AMT
                       - IPL-EACH-AMT * (IPL-INST-COUNT - 1)
              ELSE
                 MOVE IPL-EACH-AMT         TO  IPL-DUE-AMT(IPL-IDX)
              END-IF
           END-PERFORM.
      *    ONLY THE DEPOSIT IS COLLECTED TODAY - THE SINGLE CARD LINE
      *    IS AUTHORIZED AND SETTLES AT THE DEPOSIT.
           SET IPL-PLAN-TAKEN              TO  TRUE.
           MOVE IPL-DEPOSIT-AMT            TO  PL-PAYMENT-AMT(1).

       APPLY-INSTALLMENT-PLAN.
      *    THE BOOKING IS HELD UNTICKETED UNTIL THE LAST PAYMENT, AND
      *    THE BALANCE COMES OFF THE COLLECTED TOTAL UNTIL INSTCOLL
      *    TAKES IT.
           SET RES-HELD                    TO  TRUE.
           SET HOLD-INSTALLMENT-PLAN       TO  TRUE.
           PERFORM SET-HOLD-PLACED-DATE.
           MOVE IPL-DUE-DATE(IPL-INST-COUNT) TO  HOLD-EXPIRE-DATE.
           IF TOTAL-COLLECTED-AMT > IPL-BALANCE-AMT
              SUBTRACT IPL-BALANCE-AMT     FROM TOTAL-COLLECTED-AMT
           ELSE
              MOVE IPL-DEPOSIT-AMT         TO  TOTAL-COLLECTED-AMT
           END-IF.

       WITHDRAW-INSTALLMENT-PLAN.
      *    A REVIEW HOLD IS RELEASED AS PAID IN FULL AND TICKETED, SO
      *    A BOOKING HELD FOR SECURITY OR FRAUD REVIEW CANNOT STAY ON
      *    A PLAN - THE BALANCE IS AUTHORIZED ON THE SAME CARD NOW.
      *    IF THAT IS DECLINED ONLY THE DEPOSIT COUNTS AS COLLECTED
      *    AND THE REVIEWER MUST TAKE THE BALANCE BEFORE RELEASING.
           SET IPL-PLAN-NOT-TAKEN          TO  TRUE.
           COMPUTE IPL-BALANCE-AMT = PAYMENT-AMT - IPL-DEPOSIT-AMT.
           MOVE IPL-BALANCE-AMT            TO  AUTH-REQUEST-AMT.
           PERFORM AUTHORIZE-PAYMENT.
           IF AUTH-APPROVED
              MOVE PAYMENT-AMT             TO  PL-PAYMENT-AMT(1)
              EXIT PARAGRAPH
           END-IF.
           IF TOTAL-COLLECTED-AMT > IPL-BALANCE-AMT
              SUBTRACT IPL-BALANCE-AMT     FROM TOTAL-COLLECTED-AMT
           ELSE
              MOVE IPL-DEPOSIT-AMT         TO  TOTAL-COLLECTED-AMT
           END-IF.
           MOVE IPL-BALANCE-AMT            TO  IPL-AMT-DISPLAY.
           DISPLAY "***PLAN BALANCE " IPL-AMT-DISPLAY
                   " DECLINED - DEPOSIT ONLY COLLECTED*** PRESS ANY KEY"
                                                    AT LINE 25 COL 5.
           ACCEPT RESP.
           DISPLAY BLNK-LINE                        AT LINE 25 COL 1.

       WRITE-INSTALLMENT-PLAN.
           IF TRAINING-MODE
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O INSTALLMENT-PLAN.
           IF INST-PLAN-NOT-PRESENT
              CLOSE INSTALLMENT-PLAN
              OPEN OUTPUT INSTALLMENT-PLAN
              CLOSE INSTALLMENT-PLAN
              OPEN I-O INSTALLMENT-PLAN
           END-IF.
           MOVE SPACES                      TO  INSTALLMENT-PLAN-RECORD.
           MOVE CUST-RES-ID                 TO  IP-CUST-RES-ID.
           MOVE FLIGHT-ID                   TO  IP-FLIGHT-ID.
           MOVE IPL-TRAVEL-DATE             TO  IP-TRAVEL-DATE.
           MOVE PAYMENT-TYPE                TO  IP-PAYMENT-TYPE.
           MOVE CARD-ACCT-NO                TO  IP-CARD-TOKEN.
           MOVE PAYMENT-CURRENCY            TO  IP-CURRENCY.
           MOVE PAYMENT-AMT                 TO  IP-FARE-AMT.
           MOVE IPL-DEPOSIT-AMT             TO  IP-DEPOSIT-AMT.
           MOVE IPL-DEPOSIT-AMT             TO  IP-PAID-AMT.
           MOVE HOLD-PLACED-DATE            TO  IP-PLAN-DATE.
           MOVE WS-OPERATOR-ID              TO  IP-ENTERED-BY.
           MOVE IPL-INST-COUNT              TO  IP-INST-COUNT.
           PERFORM VARYING IPL-IDX FROM 1 BY 1 UNTIL IPL-IDX > 3
              MOVE IPL-DUE-DATE(IPL-IDX)    TO  IP-DUE-DATE(IPL-IDX)
              MOVE IPL-DUE-AMT(IPL-IDX)     TO  IP-DUE-AMT(IPL-IDX)
              IF IPL-IDX > IPL-INST-COUNT
                 MOVE SPACES                TO  IP-INST-STATUS(IPL-IDX)
              ELSE
                 SET IP-INST-OPEN(IPL-IDX)  TO  TRUE
              END-IF
              MOVE 0                        TO  IP-PAID-DATE(IPL-IDX)
                                                IP-REMIND-DATE(IPL-IDX)
                                                IP-TRIES(IPL-IDX)
           END-PERFORM.
           SET IP-ACTIVE                    TO  TRUE.
           MOVE HOLD-PLACED-DATE            TO  IP-STATUS-DATE.
           MOVE 0                           TO  IP-REFUND-AMT.
           WRITE INSTALLMENT-PLAN-RECORD
                 INVALID KEY
                    REWRITE INSTALLMENT-PLAN-RECORD
           END-WRITE.
           CLOSE INSTALLMENT-PLAN.

       MOVE-WAITLIST-TO-CUST.
           MOVE ALL " "                     TO  CUSTOMER-RECORD.
           MOVE WL-FNAME                    TO  CUST-FNAME.
           PERFORM ACCEPT-GROUP-SHARED-FIELDS.
           IF SAVE-REC
              OPEN I-O CUSTOMER
      *       ONE RECORD LOCATOR FOR THE WHOLE GROUP - EVERY PASSENGER
      *       WRITTEN BELOW CARRIES IT.
              PERFORM ISSUE-RECORD-LOCATOR
              MOVE BOOKING-LOCATOR          TO  SAVE-BOOKING-LOCATOR
              PERFORM VARYING GRP-IDX FROM 1 BY 1
                              UNTIL GRP-IDX > GRP-COUNT
                 PERFORM WRITE-GROUP-PASSENGER
              END-PERFORM
              CLOSE CUSTOMER
              DISPLAY "***GROUP BOOKING COMPLETE - LOCATOR "
                      SAVE-BOOKING-LOCATOR "*** PRESS ANY KEY"
                                                    AT LINE 25 COL 10
              ACCEPT RESP
           END-IF.
           END-PERFORM.
           DISPLAY BLNK-LINE                          AT LINE 19 COL 1.
           PERFORM SET-EXCH-RATE.
           MOVE PAYMENT-AMT                 TO  AUTH-REQUEST-AMT.

           DISPLAY "CARD/ACCOUNT NUMBER:-"           AT LINE 19 COL 20.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
           MOVE CUSTOMER-RECORD             TO  SCUSTOMER-RECORD.
           PERFORM CHECK-SEAT-CAPACITY.
           IF CABIN-FULL
              MOVE "Y"                      TO  TA-WAITLIST-FLAG
              PERFORM LOG-CABIN-FULL-TURNAWAY
              PERFORM MOVE-CUST-TO-WAITLIST
              PERFORM GET-WAITLIST-ID
              WRITE WAITLIST-RECORD
              DISPLAY BLNK-LINE                     AT LINE 25 COL 1
           ELSE
              PERFORM GET-CUST-RES-ID
              MOVE SAVE-BOOKING-LOCATOR     TO  BOOKING-LOCATOR
              MOVE CURR-YY                  TO  ADD-YY
              MOVE CURR-MM                  TO  ADD-MM
              MOVE CURR-DD                  TO  ADD-DD
              PERFORM ISSUE-TICKET-NUMBER
              PERFORM WITH TEST AFTER UNTIL CUSTOMER-IO-OK OR
                                            CUSTOMER-IO-FAIL
                 SET CUST-LAYOUT-CURRENT    TO  TRUE
                 WRITE CUSTOMER-RECORD
                 PERFORM CHECK-CUSTOMER-STATUS
              END-PERFORM
                                                 W-CP-OPTIN-PHONE
                                                 W-CP-OPTIN-POSTAL.
           MOVE 0                           TO  W-CP-CONSENT-DATE.
           MOVE SPACES                      TO  W-CP-EMERG-NAME
                                                 W-CP-EMERG-PHONE.
           MOVE CUST-LNAME                  TO  CP-LNAME.
           MOVE CUST-FNAME                  TO  CP-FNAME.
           MOVE CUST-DOB                    TO  CP-DOB.
                   IF CP-CONSENT-DATE NUMERIC
                      MOVE CP-CONSENT-DATE  TO  W-CP-CONSENT-DATE
                   END-IF
                   MOVE CP-EMERG-NAME       TO  W-CP-EMERG-NAME
                   MOVE CP-EMERG-PHONE      TO  W-CP-EMERG-PHONE
           END-READ.
      *    A RESERVATION WITH NO EMERGENCY CONTACT DOES NOT CLEAR THE
      *    ONE THE PROFILE ALREADY HOLDS.
           IF EMERG-CONTACT-NAME NOT = SPACES
              MOVE EMERG-CONTACT-NAME       TO  W-CP-EMERG-NAME
              MOVE EMERG-CONTACT-PHONE      TO  W-CP-EMERG-PHONE
           END-IF.
           IF W-CP-LANGUAGE = SPACES
              DISPLAY "PASSENGER LANGUAGE (E/F):-"  AT LINE 23 COL 20
              ACCEPT W-CP-LANGUAGE                  AT LINE 23 COL 48
           MOVE W-CP-OPTIN-PHONE            TO  CP-OPTIN-PHONE.
           MOVE W-CP-OPTIN-POSTAL           TO  CP-OPTIN-POSTAL.
           MOVE W-CP-CONSENT-DATE           TO  CP-CONSENT-DATE.
           MOVE W-CP-EMERG-NAME             TO  CP-EMERG-NAME.
           MOVE W-CP-EMERG-PHONE            TO  CP-EMERG-PHONE.
           MOVE CURR-YY                     TO  W-CURR-YMD-YY.
           MOVE CURR-MM                     TO  W-CURR-YMD-MM.
           MOVE CURR-DD                     TO  W-CURR-YMD-DD.
       VALIDATE-AWARD-PAYMENT.
      *    AWARD BOOKINGS CAN ONLY BE SOLD TO A MATCHED FFP MEMBER.
      *    THE MILES PRICE AND BALANCE CHECK HAPPEN IN
      *    QUOTE-AWARD-MILES ONCE THE FLIGHT ID HAS BEEN ENTERED -
      *    AGAINST THE MEMBER'S HOUSEHOLD POOL WHEN THEIR OWN
      *    BALANCE FALLS SHORT.
           IF FREQ-FLYER-NO = SPACES
              DISPLAY "PASSENGER IS NOT AN FFP MEMBER"
                                                    AT LINE 25 COL 20
      *    CHILD AND INFANT FARES ARE PERCENTAGES OF THE ADULT FARE
      *    KEYED OR PRICED - 75 PERCENT FOR A CHILD, 10 PERCENT FOR AN
      *    INFANT ON LAP.  AWARD BOOKINGS ARE PRICED IN MILES AND ARE
      *    NOT DISCOUNTED, NOR ARE FLIGHT PASS BOOKINGS.
           IF AWARD-BOOKING OR PASS-BOOKING OR PAX-ADULT
              EXIT PARAGRAPH
           END-IF.
           IF PAX-CHILD
      *    PERCENT DISCOUNTS WIN OVER FLAT AMOUNTS WHEN BOTH ARE SET.
           MOVE SPACES                      TO  PROMO-CODE.
           MOVE 0                           TO  PROMO-DISC-AMT.
           IF AWARD-BOOKING OR PASS-BOOKING
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "PROMO CODE (BLANK=NONE):-"      AT LINE 23 COL 20.
                   MOVE 0                   TO  FFP-MILES
           END-READ.
           CLOSE FFP-MEMBER.
      *    A MEMBER SHORT ON THEIR OWN MAY STILL REACH THE AWARD WITH
      *    THEIR HOUSEHOLD POOL; REDEEM-FFP-MILES DRAWS IT DOWN.
           MOVE FFP-MILES                   TO  POOL-AVAIL-MILES.
           MOVE 1                           TO  POOL-DONOR-COUNT.
           IF FFP-MILES < FT-AWARD-MILES
              PERFORM LOAD-HOUSEHOLD-POOL
           END-IF.
           MOVE FT-AWARD-MILES              TO  AW-MILES-DISPLAY.
           MOVE POOL-AVAIL-MILES            TO  AW-BAL-DISPLAY.
           IF POOL-AVAIL-MILES < FT-AWARD-MILES
              DISPLAY "INSUFFICIENT MILES - NEED " AW-MILES-DISPLAY
                      " HAVE " AW-BAL-DISPLAY
                      " - BOOKING CANCELLED"       AT LINE 25 COL 5
              EXIT PARAGRAPH
           END-IF.
           MOVE FT-AWARD-MILES              TO  AWARD-MILES-USED.
           IF POOL-DONOR-COUNT > 1
              DISPLAY "AWARD PRICE " AW-MILES-DISPLAY
                      " MILES, HOUSEHOLD POOL " AW-BAL-DISPLAY
                      " - PRESS ANY KEY"            AT LINE 25 COL 5
           ELSE
              DISPLAY "AWARD PRICE " AW-MILES-DISPLAY
                      " MILES, BALANCE " AW-BAL-DISPLAY
                      " - PRESS ANY KEY"            AT LINE 25 COL 5
           END-IF.
           ACCEPT RESP.
           DISPLAY BLNK-LINE                        AT LINE 25 COL 1.

       REDEEM-FFP-MILES.
      *    FLP-TYPE (AWARD OR UPGRADE) IS SET BY THE CALLER.  THE
      *    MEMBER'S OWN MILES GO FIRST; ANY SHORTFALL IS DRAWN FROM
      *    THEIR HOUSEHOLD POOL IN DRAW ORDER, EACH CONTRIBUTING
      *    MEMBER GETTING A POOL-DRAW ROW ON THE MILEAGE LEDGER
      *    AGAINST THIS RESERVATION.
           IF TRAINING-MODE
              EXIT PARAGRAPH
           END-IF.
           IF FREQ-FLYER-NO = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-HOUSEHOLD-POOL.
           MOVE FLP-TYPE                    TO  POOL-SAVE-TYPE.
           MOVE AWARD-MILES-USED            TO  POOL-DRAW-LEFT.
           OPEN I-O FFP-MEMBER.
           PERFORM VARYING POOL-IDX FROM 1 BY 1
                    UNTIL POOL-IDX > POOL-DONOR-COUNT OR
                          POOL-DRAW-LEFT = 0
              PERFORM DRAW-POOL-DONOR
           END-PERFORM.
           CLOSE FFP-MEMBER.

       DRAW-POOL-DONOR.
           MOVE PD-NAME-KEY(POOL-IDX)       TO  FFP-NAME-KEY.
           READ FFP-MEMBER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF FFP-MILES = 0
              EXIT PARAGRAPH
           END-IF.
           IF FFP-MILES < POOL-DRAW-LEFT
              MOVE FFP-MILES                TO  POOL-DRAW-MILES
           ELSE
              MOVE POOL-DRAW-LEFT           TO  POOL-DRAW-MILES
           END-IF.
           SUBTRACT POOL-DRAW-MILES         FROM FFP-MILES
                                                 POOL-DRAW-LEFT.
           MOVE CURR-YY                     TO  W-CURR-YMD-YY.
           MOVE CURR-MM                     TO  W-CURR-YMD-MM.
           MOVE CURR-DD                     TO  W-CURR-YMD-DD.
           MOVE W-CURR-YMD-NUM              TO  FFP-LAST-REDEEM-DATE.
           REWRITE FFP-MEMBER-RECORD.
           IF POOL-IDX = 1
              MOVE POOL-SAVE-TYPE           TO  FLP-TYPE
           ELSE
              MOVE "PD"                     TO  FLP-TYPE
           END-IF.
           COMPUTE FLP-MILES = 0 - POOL-DRAW-MILES.
           PERFORM POST-FFP-LEDGER.

       LOAD-HOUSEHOLD-POOL.
      *    BUILDS THE DRAW ORDER FOR THE PASSENGER'S MEMBERSHIP AND
      *    TOTALS THE MILES ACROSS IT.  A MEMBER IN NO POOL (OR WHEN
      *    THE POOL FILES ARE NOT ON DISK) IS A POOL OF ONE.
           MOVE CUST-LNAME                  TO  FFP-LNAME.
           MOVE CUST-FNAME                  TO  FFP-FNAME.
           MOVE CUST-DOB                    TO  FFP-DOB.
           MOVE FFP-NAME-KEY                TO  PD-NAME-KEY(1).
           MOVE 1                           TO  POOL-DONOR-COUNT.
           OPEN INPUT FFP-POOL-MEMBER.
           IF FFP-PLMBR-NOT-PRESENT
              CLOSE FFP-POOL-MEMBER
           ELSE
              MOVE PD-NAME-KEY(1)           TO  PK-NAME-KEY
              READ FFP-POOL-MEMBER
                   INVALID KEY
                      MOVE SPACES           TO  PK-STATUS
              END-READ
              IF PK-ACTIVE
                 PERFORM LOAD-POOL-DONORS
              END-IF
              CLOSE FFP-POOL-MEMBER
           END-IF.
           MOVE 0                           TO  POOL-AVAIL-MILES.
           OPEN INPUT FFP-MEMBER.
           PERFORM VARYING POOL-IDX FROM 1 BY 1
                    UNTIL POOL-IDX > POOL-DONOR-COUNT
              MOVE PD-NAME-KEY(POOL-IDX)    TO  FFP-NAME-KEY
              READ FFP-MEMBER
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      ADD FFP-MILES         TO  POOL-AVAIL-MILES
              END-READ
           END-PERFORM.
           CLOSE FFP-MEMBER.

       LOAD-POOL-DONORS.
           OPEN INPUT FFP-POOL.
           IF FFP-POOL-NOT-PRESENT
              CLOSE FFP-POOL
              EXIT PARAGRAPH
           END-IF.
           MOVE PK-HEAD-NAME-KEY            TO  PL-HEAD-NAME-KEY.
           READ FFP-POOL
                INVALID KEY
                   CLOSE FFP-POOL
                   EXIT PARAGRAPH
           END-READ.
           CLOSE FFP-POOL.
           IF PL-HEAD-NAME-KEY NOT = PD-NAME-KEY(1)
              ADD 1                         TO  POOL-DONOR-COUNT
              MOVE PL-HEAD-NAME-KEY TO  PD-NAME-KEY(POOL-DONOR-COUNT)
           END-IF.
           PERFORM VARYING POOL-SLOT-IDX FROM 1 BY 1
                    UNTIL POOL-SLOT-IDX > PL-MEMBER-COUNT
              IF PL-MBR-NAME-KEY(POOL-SLOT-IDX) NOT = PD-NAME-KEY(1)
                 ADD 1                      TO  POOL-DONOR-COUNT
                 MOVE PL-MBR-NAME-KEY(POOL-SLOT-IDX)
                                   TO  PD-NAME-KEY(POOL-DONOR-COUNT)
              END-IF
           END-PERFORM.

       POST-FFP-MILES.
           IF TRAINING-MODE
              EXIT PARAGRAPH
           END-IF.
           IF AWARD-BOOKING
              MOVE "RD"                     TO  FLP-TYPE
              PERFORM REDEEM-FFP-MILES
              EXIT PARAGRAPH
           END-IF.
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      PERFORM FIGURE-EARNED-MILES
                      ADD FLP-MILES         TO  FFP-MILES
                      MOVE CURR-YY         TO  W-CURR-YMD-YY
                      MOVE CURR-MM         TO  W-CURR-YMD-MM
                      MOVE CURR-DD         TO  W-CURR-YMD-DD
                      MOVE W-CURR-YMD-NUM  TO  FFP-LAST-ACCRUAL-DATE
                      REWRITE FFP-MEMBER-RECORD
                      MOVE "AC"            TO  FLP-TYPE
                      PERFORM POST-FFP-LEDGER
              END-READ
              CLOSE FFP-MEMBER
           END-IF.

       FIGURE-EARNED-MILES.
      *    A MILE A DOLLAR, OR THE FARE FAMILY'S OWN PERCENTAGE OF
      *    THE FARE PAID.
           IF FARE-FAMILY-NONE OR FAM-EARN-PCT NOT NUMERIC
              MOVE PAYMENT-AMT              TO  FLP-MILES
           ELSE
              COMPUTE FLP-MILES = PAYMENT-AMT * FAM-EARN-PCT / 100
           END-IF.

       POST-FFP-LEDGER.
      *    EVERY MOVE ON FFP-MILES GETS ITS ROW ON "ffpledgr", POINTING
      *    AT THE E-TICKET WHERE ONE WAS ISSUED, ELSE THE RESERVATION.
           IF TICKET-NO NOT = SPACES
              MOVE TICKET-NO                TO  FLP-REF
           ELSE
              MOVE CUST-RES-ID              TO  FLP-REF
           END-IF.
           CALL "FFPLPOST" USING FFP-NAME-KEY, FFP-NO, FLP-TYPE,
                FLP-MILES, FFP-MILES, FLP-REF, WS-OPERATOR-ID,
                FLP-RESULT.

       AUTHORIZE-PAYMENT.
      *    THE REAL CARD NUMBER EXISTS ONLY AT THE MOMENT OF USE: A
      *    STORED TOKEN IS SWAPPED FOR THE VAULTED NUMBER JUST FOR
              SET AUTH-DECLINED             TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           CALL "PAYAUTH" USING PAYMENT-TYPE, AUTH-REQUEST-AMT,
                                 CVT-CARD-NO, AUTH-RESULT.
           IF AUTH-RESULT = "D"
              SET AUTH-DECLINED             TO  TRUE
           CALL "MAILSEND" USING CUST-EMAIL, CUST-FNAME, CUST-LNAME,
                                  FLIGHT-ID, SEAT-NUMBER, MAIL-RESULT,
                                  MAIL-LANG,
                MAIL-CLASS, MAIL-OPTIN, CUST-RES-ID.

       CHECK-CARD-VELOCITY.
      *    LOOKS ACROSS TODAY'S CARD BOOKINGS FOR TWO PATTERNS A
           MOVE "0001"                      TO  TICKET-NO(1:4).
           MOVE W-TKT-CNTR                  TO  TICKET-NO(5:9).

       ISSUE-RECORD-LOCATOR.
      *    DRAW THE NEXT SERIAL FROM THE SINGLE-RECORD "pnrctr" FILE
      *    AND SPELL IT AS THE SIX-CHARACTER RECORD LOCATOR EVERY
      *    PASSENGER IN THE BOOKING CARRIES.  SIX PLACES OF A
      *    32-SYMBOL ALPHABET COVER 32 ** 6 = 1073741824 CODES, MORE
      *    THAN THE NINE-DIGIT SERIAL CAN REACH, SO NO CODE REPEATS.
           OPEN I-O LOCATOR-COUNTER.
           IF PNR-CTR-NOT-PRESENT
              CLOSE LOCATOR-COUNTER
              OPEN OUTPUT LOCATOR-COUNTER
              CLOSE LOCATOR-COUNTER
              OPEN I-O LOCATOR-COUNTER
           END-IF.
           MOVE "L"                         TO  LC-KEY.
           READ LOCATOR-COUNTER WITH LOCK
                INVALID KEY
                   MOVE "L"                 TO  LC-KEY
                   MOVE 2                   TO  LC-NEXT-NO
                   WRITE LOCATOR-COUNTER-RECORD
                   MOVE 1                   TO  W-PNR-CNTR
                NOT INVALID KEY
                   MOVE LC-NEXT-NO          TO  W-PNR-CNTR
                   ADD 1                    TO  LC-NEXT-NO
                   REWRITE LOCATOR-COUNTER-RECORD
           END-READ.
           CLOSE LOCATOR-COUNTER.
           COMPUTE W-PNR-PRODUCT = W-PNR-CNTR * 387420489.
           DIVIDE W-PNR-PRODUCT BY 1073741824
                  GIVING W-PNR-QUOTIENT REMAINDER W-PNR-CODE.
           PERFORM VARYING W-PNR-POS FROM 6 BY -1 UNTIL W-PNR-POS = 0
              DIVIDE W-PNR-CODE BY 32
                     GIVING W-PNR-QUOTIENT REMAINDER W-PNR-DIGIT
              MOVE W-PNR-QUOTIENT           TO  W-PNR-CODE
              MOVE LOCATOR-ALPHABET(W-PNR-DIGIT + 1:1)
                                  TO  BOOKING-LOCATOR(W-PNR-POS:1)
           END-PERFORM.

       WRITE-TICKET-LEDGER.
           IF TRAINING-MODE
              EXIT PARAGRAPH
           END-READ.
           CLOSE TICKET-LEDGER.

       QUEUE-ANCILLARY-DOC.
      *    NOTE ONE ANCILLARY CHARGE (W-EMD-FEE-TYPE / W-EMD-AMOUNT)
      *    FOR DOCUMENTING WHEN THE RESERVATION SAVES.  A ZERO OR
      *    WAIVED FEE GETS NO DOCUMENT.
           IF W-EMD-AMOUNT = 0 OR EMD-PENDING-COUNT >= 8
              EXIT PARAGRAPH
           END-IF.
           ADD 1                            TO  EMD-PENDING-COUNT.
           MOVE W-EMD-FEE-TYPE              TO
                                  EP-FEE-TYPE(EMD-PENDING-COUNT).
           MOVE W-EMD-AMOUNT                TO
                                  EP-AMOUNT(EMD-PENDING-COUNT).

       ISSUE-ANCILLARY-DOCS.
      *    EVERY CHARGE NOTED SINCE THE FUNCTION STARTED GETS ITS OWN
      *    EMD NUMBER AND AN OPEN ROW ON "emdledgr" AGAINST THE SAVED
      *    RESERVATION AND ITS CURRENT E-TICKET.
           IF EMD-PENDING-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           IF TRAINING-MODE
              MOVE 0                        TO  EMD-PENDING-COUNT
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O EMD-LEDGER.
           IF EMD-LEDGER-NOT-PRESENT
              CLOSE EMD-LEDGER
              OPEN OUTPUT EMD-LEDGER
              CLOSE EMD-LEDGER
              OPEN I-O EMD-LEDGER
           END-IF.
           MOVE CURR-YY                     TO  W-CURR-YMD-YY.
           MOVE CURR-MM                     TO  W-CURR-YMD-MM.
           MOVE CURR-DD                     TO  W-CURR-YMD-DD.
           PERFORM VARYING EMD-IDX FROM 1 BY 1
                    UNTIL EMD-IDX > EMD-PENDING-COUNT
              PERFORM ISSUE-EMD-NUMBER
              MOVE CUST-RES-ID              TO  EM-CUST-RES-ID
              MOVE TICKET-NO                TO  EM-TICKET-NO
              MOVE EP-FEE-TYPE(EMD-IDX)     TO  EM-FEE-TYPE
              MOVE EP-AMOUNT(EMD-IDX)       TO  EM-AMOUNT
              MOVE PAYMENT-CURRENCY         TO  EM-CURRENCY
              MOVE W-CURR-YMD-NUM           TO  EM-ISSUE-DATE
                                                 EM-STATUS-DATE
              SET EM-OPEN                   TO  TRUE
              MOVE WS-OPERATOR-ID           TO  EM-OP-ID
              WRITE EMD-LEDGER-RECORD
           END-PERFORM.
           CLOSE EMD-LEDGER.
           MOVE 0                           TO  EMD-PENDING-COUNT.

       ISSUE-EMD-NUMBER.
      *    DRAW THE NEXT SERIAL FROM THE SINGLE-RECORD "emdctr" FILE
      *    AND BUILD THE 13-CHARACTER EMD NUMBER (0002 DOCUMENT STOCK
      *    PREFIX PLUS NINE-DIGIT SERIAL).
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

       VALIDATE-VOUCHER-NO.
      *    A VOUCHER PAYMENT LINE NEEDS AN OPEN VOUCHER WITH BALANCE
      *    LEFT.  THE NUMBER AND AVAILABLE BALANCE ARE REMEMBERED SO
           END-READ.
           CLOSE VOUCHER.

       VALIDATE-FLIGHT-PASS.
      *    A FLIGHT PASS PAYS ONLY FOR ITS OWN HOLDER, WHILE IT IS
      *    OPEN, UNEXPIRED AND HAS CREDITS LEFT, AND ONLY IN ITS OWN
      *    CABIN.  ROUTES AND THE CREDIT COUNT ARE CHECKED AGAINST THE
      *    WHOLE ITINERARY ONCE THE LEGS ARE IN (CHECK-PASS-ITINERARY).
           SET NOT-PASS-BOOKING             TO  TRUE.
           MOVE SPACES                      TO  PASS-MSG.
           DISPLAY "FLIGHT PASS NUMBER:-"            AT LINE 23 COL 20.
           ACCEPT PASS-NO-USED                       AT LINE 23 COL 42.
           OPEN INPUT FLIGHT-PASS.
           IF FLIGHT-PASS-NOT-PRESENT
              CLOSE FLIGHT-PASS
              DISPLAY "NO FLIGHT PASS FILE ON DISK" AT LINE 25 COL 20
              MOVE SPACES                   TO  PASS-NO-USED
              EXIT PARAGRAPH
           END-IF.
           MOVE PASS-NO-USED                TO  FPS-PASS-NO.
           READ FLIGHT-PASS
                INVALID KEY
                   MOVE "FLIGHT PASS NOT ON FILE" TO  PASS-MSG
                NOT INVALID KEY
                   PERFORM CHECK-FLIGHT-PASS-HOLDER
           END-READ.
           CLOSE FLIGHT-PASS.
           IF PASS-MSG = SPACES
              SET PASS-BOOKING              TO  TRUE
              MOVE PASS-CREDITS-LEFT        TO  PASS-CREDITS-DISPLAY
              DISPLAY "PASS CREDITS LEFT " PASS-CREDITS-DISPLAY
                                                    AT LINE 24 COL 20
           ELSE
              DISPLAY PASS-MSG                      AT LINE 25 COL 20
              MOVE SPACES                   TO  PASS-NO-USED
           END-IF.
           DISPLAY BLNK-LINE                        AT LINE 23 COL 1.

       CHECK-FLIGHT-PASS-HOLDER.
           COMPUTE PASS-CREDITS-LEFT =
                   FPS-CREDITS-BOUGHT - FPS-CREDITS-USED.
           MOVE CURR-YY                     TO  W-CURR-YMD-YY.
           MOVE CURR-MM                     TO  W-CURR-YMD-MM.
           MOVE CURR-DD                     TO  W-CURR-YMD-DD.
           EVALUATE TRUE
              WHEN FPS-LNAME NOT = CUST-LNAME OR
                   FPS-FNAME NOT = CUST-FNAME OR
                   FPS-DOB NOT = CUST-DOB
                 MOVE "PASS HELD BY ANOTHER PASSENGER" TO  PASS-MSG
              WHEN NOT FPS-OPEN OR PASS-CREDITS-LEFT = 0 OR
                   FPS-EXPIRE-DATE < W-CURR-YMD-NUM
                 MOVE "PASS EXPIRED OR USED UP"  TO  PASS-MSG
              WHEN FPS-CABIN NOT = SEAT-TYPE
                 MOVE "PASS IS FOR ANOTHER CABIN" TO  PASS-MSG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CHECK-PASS-ITINERARY.
      *    EVERY SEGMENT OF A PASS BOOKING MUST BE ONE OF OUR OWN
      *    FLIGHTS ON A PASS ROUTE (EITHER DIRECTION), FLY BY THE
      *    EXPIRY DATE AND HAVE A CREDIT TO TAKE.  A SHORTFALL CANCELS
      *    THE ENTRY SO THE AGENT CAN REBOOK ON ANOTHER PAYMENT TYPE.
           SET PASS-ITIN-OK                 TO  TRUE.
           MOVE SPACES                      TO  PASS-MSG.
           MOVE 1                           TO  PASS-SEGMENTS.
           IF LEG-COUNT NUMERIC
              ADD LEG-COUNT                 TO  PASS-SEGMENTS
           END-IF.
           OPEN INPUT FLIGHT-PASS.
           MOVE PASS-NO-USED                TO  FPS-PASS-NO.
           READ FLIGHT-PASS
                INVALID KEY
                   SET PASS-ITIN-BAD        TO  TRUE
                   MOVE "FLIGHT PASS NOT ON FILE" TO  PASS-MSG
           END-READ.
           IF PASS-ITIN-OK
              MOVE FLIGHT-ID                TO  PASS-CHECK-FLIGHT-ID
              PERFORM CHECK-ONE-PASS-SEGMENT
           END-IF.
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                    UNTIL LEG-IDX > LEG-COUNT OR PASS-ITIN-BAD
              IF LEG-PARTNER-SEGMENT(LEG-IDX)
                 SET PASS-ITIN-BAD          TO  TRUE
                 MOVE "PASS NOT GOOD ON PARTNER FLIGHTS"
                                            TO  PASS-MSG
              ELSE
                 MOVE LEG-FLIGHT-ID(LEG-IDX) TO  PASS-CHECK-FLIGHT-ID
                 PERFORM CHECK-ONE-PASS-SEGMENT
              END-IF
           END-PERFORM.
           IF PASS-ITIN-OK AND
              FPS-CREDITS-BOUGHT - FPS-CREDITS-USED < PASS-SEGMENTS
              SET PASS-ITIN-BAD             TO  TRUE
              MOVE "NOT ENOUGH CREDITS LEFT ON PASS" TO  PASS-MSG
           END-IF.
           CLOSE FLIGHT-PASS.
           IF PASS-ITIN-BAD
              DISPLAY "***" PASS-MSG " - ENTRY CANCELLED*** PRESS ANY K
      -       "EY"                                  AT LINE 25 COL 5
              ACCEPT RESP
              DISPLAY BLNK-LINE                     AT LINE 25 COL 1
              MOVE "2"                      TO  MENU-CHOICE2
           END-IF.

       CHECK-ONE-PASS-SEGMENT.
           OPEN INPUT FLIGHT-MASTER.
           MOVE PASS-CHECK-FLIGHT-ID        TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   SET PASS-ITIN-BAD        TO  TRUE
                   MOVE "FLIGHT NOT ON THE PASS ROUTES" TO  PASS-MSG
                NOT INVALID KEY
                   PERFORM MATCH-PASS-ROUTE
           END-READ.
           CLOSE FLIGHT-MASTER.

       MATCH-PASS-ROUTE.
           SET PASS-ITIN-BAD                TO  TRUE.
           MOVE "FLIGHT NOT ON THE PASS ROUTES" TO  PASS-MSG.
           PERFORM VARYING PASS-ROUTE-IDX FROM 1 BY 1
                    UNTIL PASS-ROUTE-IDX > 3
              IF FPS-ORIGIN(PASS-ROUTE-IDX) NOT = SPACES AND
                ((FM-ORIGIN = FPS-ORIGIN(PASS-ROUTE-IDX) AND
                  FM-DESTINATION = FPS-DESTINATION(PASS-ROUTE-IDX)) OR
                 (FM-ORIGIN = FPS-DESTINATION(PASS-ROUTE-IDX) AND
                  FM-DESTINATION = FPS-ORIGIN(PASS-ROUTE-IDX)))
                 SET PASS-ITIN-OK           TO  TRUE
                 MOVE SPACES                TO  PASS-MSG
              END-IF
           END-PERFORM.
           IF PASS-ITIN-OK AND FM-TRAVEL-DATE > FPS-EXPIRE-DATE
              SET PASS-ITIN-BAD             TO  TRUE
              MOVE "FLIGHT IS AFTER THE PASS EXPIRES" TO  PASS-MSG
           END-IF.

       DRAW-PASS-CREDITS.
      *    EACH SEGMENT TAKES ONE CREDIT.  THE VALUE DRAWN IS WORKED
      *    FROM THE RUNNING COUNT OF CREDITS USED, NOT CREDIT BY
      *    CREDIT, SO ROUNDING PENNIES NEVER PILE UP - WHEN THE LAST
      *    CREDIT GOES THE WHOLE PRICE HAS BEEN DRAWN.
           IF TRAINING-MODE
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O FLIGHT-PASS.
           IF FLIGHT-PASS-NOT-PRESENT
              CLOSE FLIGHT-PASS
              EXIT PARAGRAPH
           END-IF.
           MOVE PASS-NO-USED                TO  FPS-PASS-NO.
           READ FLIGHT-PASS
                INVALID KEY
                   CLOSE FLIGHT-PASS
                   EXIT PARAGRAPH
           END-READ.
           ADD PASS-SEGMENTS                TO  FPS-CREDITS-USED.
           COMPUTE PASS-VALUE-AFTER ROUNDED =
                   FPS-PRICE-PAID * FPS-CREDITS-USED
                 / FPS-CREDITS-BOUGHT.
           COMPUTE PASS-DRAW-VALUE = PASS-VALUE-AFTER - FPS-VALUE-DRAWN.
           MOVE PASS-VALUE-AFTER            TO  FPS-VALUE-DRAWN.
           IF FPS-CREDITS-USED NOT < FPS-CREDITS-BOUGHT
              SET FPS-USED-UP               TO  TRUE
           END-IF.
           REWRITE FLIGHT-PASS-RECORD.
           CLOSE FLIGHT-PASS.
           OPEN I-O FLIGHT-PASS-USE.
           IF FPS-USE-NOT-PRESENT
              CLOSE FLIGHT-PASS-USE
              OPEN OUTPUT FLIGHT-PASS-USE
              CLOSE FLIGHT-PASS-USE
              OPEN I-O FLIGHT-PASS-USE
           END-IF.
           MOVE SPACES                      TO  FLIGHT-PASS-USE-RECORD.
           MOVE CUST-RES-ID                 TO  FPU-CUST-RES-ID.
           MOVE PASS-NO-USED                TO  FPU-PASS-NO.
           MOVE PASS-SEGMENTS               TO  FPU-CREDITS.
           MOVE PASS-DRAW-VALUE             TO  FPU-CREDIT-VALUE.
           MOVE CURR-YY                     TO  W-CURR-YMD-YY.
           MOVE CURR-MM                     TO  W-CURR-YMD-MM.
           MOVE CURR-DD                     TO  W-CURR-YMD-DD.
           MOVE W-CURR-YMD-NUM              TO  FPU-USE-DATE.
           SET FPU-DRAWN                    TO  TRUE.
           WRITE FLIGHT-PASS-USE-RECORD
                 INVALID KEY
                    REWRITE FLIGHT-PASS-USE-RECORD
           END-WRITE.
           CLOSE FLIGHT-PASS-USE.

       RETURN-PASS-CREDITS.
      *    A CANCELLED PASS BOOKING PUTS ITS CREDITS AND THEIR VALUE
      *    BACK ON THE PASS - UNLESS THE PASS HAS EXPIRED MEANWHILE
      *    AND ITS BALANCE HAS ALREADY GONE TO BREAKAGE.
           IF TRAINING-MODE
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O FLIGHT-PASS-USE.
           IF FPS-USE-NOT-PRESENT
              CLOSE FLIGHT-PASS-USE
              EXIT PARAGRAPH
           END-IF.
           MOVE CUST-RES-ID                 TO  FPU-CUST-RES-ID.
           READ FLIGHT-PASS-USE
                INVALID KEY
                   CLOSE FLIGHT-PASS-USE
                   EXIT PARAGRAPH
           END-READ.
           OPEN I-O FLIGHT-PASS.
           IF FLIGHT-PASS-NOT-PRESENT OR NOT FPU-DRAWN
              CLOSE FLIGHT-PASS
              CLOSE FLIGHT-PASS-USE
              EXIT PARAGRAPH
           END-IF.
           MOVE FPU-PASS-NO                 TO  FPS-PASS-NO.
           READ FLIGHT-PASS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF NOT FPS-EXPIRED
                      SUBTRACT FPU-CREDITS  FROM FPS-CREDITS-USED
                      SUBTRACT FPU-CREDIT-VALUE FROM FPS-VALUE-DRAWN
                      SET FPS-OPEN          TO  TRUE
                      REWRITE FLIGHT-PASS-RECORD
                      SET FPU-RETURNED      TO  TRUE
                      REWRITE FLIGHT-PASS-USE-RECORD
                      MOVE FPU-CREDITS      TO  PASS-CREDITS-DISPLAY
                      DISPLAY PASS-CREDITS-DISPLAY
                              " CREDIT(S) RETURNED TO FLIGHT PASS "
                              FPS-PASS-NO           AT LINE 24 COL 10
                   END-IF
           END-READ.
           CLOSE FLIGHT-PASS.
           CLOSE FLIGHT-PASS-USE.

       OFFER-CREDIT-IN-LIEU.
      *    CREDIT-IN-LIEU IS MORE GENEROUS THAN THE CASH BRACKET - THE
      *    FEE-SCHEDULE PERCENTAGE PLUS 25 POINTS, CAPPED AT 100.
                    DISPLAY "** FLIGHT STATUS: CANCELLED **"
                                                    AT LINE 24 COL 20
                 END-IF
                 IF FM-DIVERTED
                    DISPLAY "** FLIGHT STATUS: DIVERTED **"
                                                    AT LINE 24 COL 20
                 END-IF
                 IF FM-DELAYED
                    DISPLAY "** FLIGHT STATUS: DELAYED - NEW DEP "
                            FM-NEW-DEP-TIME " **"   AT LINE 24 COL 20
      *    DRAWS THE FLIGHT'S SEAT MAP SO THE AGENT CAN SEE OPEN AND
      *    TAKEN SEATS INSTEAD OF GUESSING.  OPEN SEATS SHOW THEIR
      *    COLUMN LETTER, TAKEN SEATS SHOW '*', AND FIRST-CLASS ROWS
      *    (1 THROUGH SM-FC-ROWS) ARE TAGGED FC.  EXIT ROWS ARE TAGGED
      *    EXIT - SEATSAFE DECIDES WHO MAY SIT THERE.  THE CUSTOMER FILE
      *    MUST ALREADY BE OPEN WHEN THIS PARAGRAPH IS PERFORMED.
           MOVE 0                           TO  FM-TRAVEL-DATE.
           MOVE SPACES                      TO  FM-AIRCRAFT-TYPE.
                          MOVE SEAT-NUMBER   TO
                               MAP-TAKEN-SEAT(MAP-TAKEN-COUNT)
                       END-IF
                       IF EXTRA-SEAT-HELD AND
                          EXTRA-SEAT-NUMBER NOT = SPACES AND
                          MAP-TAKEN-COUNT < 300
                          ADD 1              TO  MAP-TAKEN-COUNT
                          MOVE EXTRA-SEAT-NUMBER TO
                               MAP-TAKEN-SEAT(MAP-TAKEN-COUNT)
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES  TO  FLIGHT-ID
                       END-READ
                 ADD 3                      TO  MAP-LINE-POS
              END-IF
           END-PERFORM.
           PERFORM VARYING MAP-COL-IDX FROM 1 BY 1
                    UNTIL MAP-COL-IDX > 4
              IF SM-EXIT-ROW(MAP-COL-IDX) NUMERIC AND
                 SM-EXIT-ROW(MAP-COL-IDX) > 0 AND
                 SM-EXIT-ROW(MAP-COL-IDX) = MAP-ROW-IDX
                 MOVE "EXIT"                TO  MAP-LINE-TEXT(37:4)
              END-IF
           END-PERFORM.

       CHECK-MAP-SEAT-TAKEN.
           SET MAP-SEAT-IS-OPEN             TO  TRUE.
              END-IF
           END-PERFORM.

       CHECK-SEAT-SAFETY.
      *    EXIT-ROW ELIGIBILITY AND LAP INFANTS PER ROW ARE THE CABIN
      *    SAFETY RULES ON THE AIRCRAFT'S SEAT MAP; SEATSAFE HOLDS
      *    THEM SO EVERY CHANNEL THAT SEATS A PASSENGER APPLIES THE
      *    SAME ONES.
           MOVE FLIGHT-ID                   TO  SAF-FLIGHT-ID.
           MOVE SEAT-NUMBER                 TO  SAF-SEAT.
           PERFORM CALL-SEAT-SAFETY.

       CALL-SEAT-SAFETY.
           SET SAF-CLEAR                    TO  TRUE.
           IF SAF-SEAT = SPACES
              EXIT PARAGRAPH
           END-IF.
           CALL "SEATSAFE" USING CUSTOMER-RECORD, SAF-FLIGHT-ID,
                                 SAF-SEAT, SAF-RESULT,
                                 CI-TRAINING-FLAG.

       RECHECK-SEAT-SAFETY.
      *    THE PET, MINOR AND SSR ANSWERS CAN CHANGE AFTER THE SEAT
      *    WAS TAKEN - A SEAT THEY NOW BAR IS RELEASED AT SAVE, THE
      *    WAY A DECLINED SEAT FEE RELEASES IT, AND THE PASSENGER IS
      *    RESEATED LATER.
           IF SEAT-NUMBER = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SEAT-SAFETY.
           IF SAF-CLEAR
              EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-SEAT-SAFETY-REASON.
           MOVE SPACES                      TO  SEAT-NUMBER.
           DISPLAY "SEAT RELEASED - RESEAT BEFORE DEPARTURE"
                                                    AT LINE 25 COL 20.
           ACCEPT RESP                              AT LINE 25 COL 70.
           DISPLAY BLNK-LINE                        AT LINE 25 COL 1.

       SHOW-SEAT-SAFETY-REASON.
           IF SAF-EXIT-ROW
              DISPLAY "EXIT ROW - PASSENGER NOT ELIGIBLE TO SIT THERE"
                                                    AT LINE 25 COL 20
           ELSE
              DISPLAY "ROW ALREADY SEATS ITS LIMIT OF LAP INFANTS"
                                                    AT LINE 25 COL 20
           END-IF.
           ACCEPT RESP                              AT LINE 25 COL 70.
           DISPLAY BLNK-LINE                        AT LINE 25 COL 1.

       LOOKUP-SEAT-ZONE-FEE.
      *    A SEAT IS CHARGEABLE WHEN ITS ROW FALLS IN ONE OF THE FEE
      *    ZONES ON THE AIRCRAFT'S SEAT MAP.  ROWS OUTSIDE EVERY ZONE
                                                SEAT-FEE-DATE
              EXIT PARAGRAPH
           END-IF.
      *    SEAT SELECTION BOUGHT WITH THE FARE FAMILY IS NOT A TIER
      *    WAIVER - IT WAS PAID FOR IN THE FARE.
           IF FAM-SEAT-INCLUDED
              MOVE 0                       TO  SEAT-FEE-AMT
                                                SEAT-FEE-DATE
              DISPLAY "PREFERRED SEAT INCLUDED - FARE FAMILY"
                                                    AT LINE 24 COL 20
              ACCEPT RESP                           AT LINE 24 COL 58
              DISPLAY BLNK-LINE                     AT LINE 24 COL 1
              EXIT PARAGRAPH
           END-IF.
           MOVE "SEAT"                     TO  TB-CHECK-CODE.
           PERFORM CHECK-TIER-BENEFIT.
           IF TB-ENTITLED
              MOVE CURR-DD                 TO  W-CURR-YMD-DD
              MOVE W-CURR-YMD-NUM          TO  SEAT-FEE-DATE
              SET SEAT-FEE-CHARGED         TO  TRUE
              MOVE "SEAT"                  TO  W-EMD-FEE-TYPE
              MOVE SEAT-FEE-AMT            TO  W-EMD-AMOUNT
              PERFORM QUEUE-ANCILLARY-DOC
           ELSE
              MOVE SPACES                  TO  SEAT-NUMBER
              MOVE 0                       TO  SEAT-FEE-AMT
              SET CF-CONTRACT-FOUND        TO  TRUE
           END-IF.

       CHECK-TRAVEL-POLICY.
      *    THE CLIENT'S TRAVEL POLICY ON "travpol" (EXACT ROUTE FIRST,
      *    THEN THE ACCOUNT'S ALL-ROUTES ROW) IS CHECKED ONCE THE
      *    FLIGHT, CABIN AND FARE ARE KNOWN.  A BREACH NEVER STOPS THE
      *    BOOKING: THE AGENT KEYS A REASON CODE AND THE BOOKING IS
      *    FLAGGED OUT OF POLICY ON "polexcp" ONCE IT SAVES.
           SET POLICY-OK                   TO  TRUE.
           MOVE SPACES                     TO  POL-SAVE-RECORD.
           MOVE FLIGHT-ID                  TO  FM-FLIGHT-ID.
           OPEN INPUT FLIGHT-MASTER.
           READ FLIGHT-MASTER
                INVALID KEY
                   CLOSE FLIGHT-MASTER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE FLIGHT-MASTER.
           PERFORM LOOKUP-TRAVEL-POLICY.
           IF TP-POLICY-NOT-FOUND
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  POLICY-EXCEPTION-RECORD.
           MOVE 0                          TO  PE-ADVANCE-DAYS
                                                PE-LOWEST-FARE
                                                PE-EXCESS-AMT.
           MOVE CURR-YY                    TO  W-CURR-YMD-YY.
           MOVE CURR-MM                    TO  W-CURR-YMD-MM.
           MOVE CURR-DD                    TO  W-CURR-YMD-DD.
           MOVE W-CURR-YMD-NUM             TO  PE-BOOK-DATE.
           MOVE FM-TRAVEL-DATE             TO  PE-TRAVEL-DATE.
           MOVE FLIGHT-ID                  TO  PE-FLIGHT-ID.
           MOVE FM-ORIGIN                  TO  PE-ORIGIN.
           MOVE FM-DESTINATION             TO  PE-DEST.
           MOVE CUST-LNAME                 TO  PE-LNAME.
           MOVE CUST-FNAME                 TO  PE-FNAME.
           MOVE SEAT-TYPE                  TO  PE-SEAT-TYPE.
           MOVE PAYMENT-AMT                TO  PE-BOOKED-FARE.
           MOVE WS-OPERATOR-ID             TO  PE-OP-ID.

      *    CABIN - THE LONG-HAUL ALLOWANCE APPLIES FROM THE POLICY'S
      *    MILEAGE BREAK ON; A ROUTE WITH NO DISTANCE ON FILE IS HELD
      *    TO THE SHORT-HAUL CABIN.  A BLANK CABIN MEANS NO LIMIT.
           PERFORM LOOKUP-TRIP-MILES.
           IF TP-LONG-HAUL-MILES NUMERIC AND TP-LONG-HAUL-MILES > 0
              AND POL-TRIP-MILES >= TP-LONG-HAUL-MILES
              MOVE TP-LONG-MAX-CABIN       TO  POL-MAX-CABIN
           ELSE
              MOVE TP-SHORT-MAX-CABIN      TO  POL-MAX-CABIN
           END-IF.
           IF SEAT-TYPE = "FC" AND POL-MAX-CABIN = "CO"
              SET PE-CABIN-OVER            TO  TRUE
              SET POLICY-BREACHED          TO  TRUE
           END-IF.

      *    ADVANCE PURCHASE - WHOLE DAYS FROM TODAY TO DEPARTURE.
           IF FM-TRAVEL-DATE NUMERIC AND FM-TRAVEL-DATE > 0
              COMPUTE POL-ADVANCE-DAYS =
                      FUNCTION INTEGER-OF-DATE(FM-TRAVEL-DATE) -
                      FUNCTION INTEGER-OF-DATE(W-CURR-YMD-NUM)
              IF POL-ADVANCE-DAYS > 0
                 MOVE POL-ADVANCE-DAYS     TO  PE-ADVANCE-DAYS
              END-IF
              IF TP-MIN-ADVANCE-DAYS NUMERIC AND
                 TP-MIN-ADVANCE-DAYS > 0 AND
                 POL-ADVANCE-DAYS < TP-MIN-ADVANCE-DAYS
                 SET PE-ADVANCE-SHORT      TO  TRUE
                 SET POLICY-BREACHED       TO  TRUE
              END-IF
           END-IF.

      *    FARE CEILING FOR THE ROUTE - ZERO MEANS NONE.
           IF TP-FARE-CEILING NUMERIC AND TP-FARE-CEILING > 0 AND
              PAYMENT-AMT > TP-FARE-CEILING
              SET PE-CEILING-OVER          TO  TRUE
              SET POLICY-BREACHED          TO  TRUE
           END-IF.

      *    FIRST CLASS PRE-APPROVAL - THE TRAVEL MANAGER'S APPROVAL
      *    REFERENCE IS TAKEN HERE; WITHOUT ONE IT IS A BREACH.
           IF SEAT-TYPE = "FC" AND TP-FC-NEEDS-APPROVAL
              DISPLAY "FIRST CLASS PRE-APPROVAL REF (BLANK=NONE):-"
                                                    AT LINE 23 COL 20
              ACCEPT PE-APPROVAL-REF                AT LINE 23 COL 64
              DISPLAY BLNK-LINE                     AT LINE 23 COL 1
              IF PE-APPROVAL-REF = SPACES
                 SET PE-APPROVAL-MISSING   TO  TRUE
                 SET POLICY-BREACHED       TO  TRUE
              END-IF
           END-IF.

           IF POLICY-OK
              EXIT PARAGRAPH
           END-IF.
           PERFORM PRICE-LOWEST-IN-POLICY.
           PERFORM ACCEPT-POLICY-REASON.
           IF CANCEL-SAVE
              SET POLICY-OK                TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE POLICY-EXCEPTION-RECORD    TO  POL-SAVE-RECORD.

       LOOKUP-TRAVEL-POLICY.
           SET TP-POLICY-NOT-FOUND         TO  TRUE.
           OPEN INPUT TRAVEL-POLICY.
           IF TRAV-POL-NOT-PRESENT
              CLOSE TRAVEL-POLICY
              EXIT PARAGRAPH
           END-IF.
           MOVE CORP-ACCT-ID               TO  TP-ACCT-ID.
           MOVE FM-ORIGIN                  TO  TP-ORIGIN.
           MOVE FM-DESTINATION             TO  TP-DEST.
           READ TRAVEL-POLICY
                INVALID KEY
                   MOVE CORP-ACCT-ID       TO  TP-ACCT-ID
                   MOVE SPACES             TO  TP-ORIGIN
                                                TP-DEST
                   READ TRAVEL-POLICY
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           SET TP-POLICY-FOUND TO  TRUE
                   END-READ
                NOT INVALID KEY
                   SET TP-POLICY-FOUND     TO  TRUE
           END-READ.
           CLOSE TRAVEL-POLICY.

       LOOKUP-TRIP-MILES.
           MOVE 0                          TO  POL-TRIP-MILES.
           OPEN INPUT ROUTE-DISTANCE.
           IF ROUTE-DST-NOT-PRESENT
              CLOSE ROUTE-DISTANCE
              EXIT PARAGRAPH
           END-IF.
           MOVE FM-ORIGIN                  TO  RD-ORIGIN.
           MOVE FM-DESTINATION             TO  RD-DEST.
           READ ROUTE-DISTANCE
                INVALID KEY
                   MOVE FM-DESTINATION     TO  RD-ORIGIN
                   MOVE FM-ORIGIN          TO  RD-DEST
                   READ ROUTE-DISTANCE
                        INVALID KEY
                           MOVE 0          TO  RD-MILES
                   END-READ
           END-READ.
           IF RD-MILES NUMERIC
              MOVE RD-MILES                TO  POL-TRIP-MILES
           END-IF.
           CLOSE ROUTE-DISTANCE.

       PRICE-LOWEST-IN-POLICY.
      *    THE CHEAPEST FARE THE POLICY WOULD HAVE ALLOWED ON THIS
      *    FLIGHT TODAY: THE SHARED FARESEL PICK IN THE HIGHEST CABIN
      *    THE POLICY PERMITS, HELD TO THE ROUTE CEILING WHEN ONE IS
      *    SET.  THE EXCESS IS WHAT THE BOOKING COSTS OVER THAT.
           MOVE FLIGHT-ID                  TO  FSL-FLIGHT.
           IF PE-CABIN-OVER
              MOVE "CO"                    TO  FSL-SEAT
           ELSE
              MOVE SEAT-TYPE               TO  FSL-SEAT
           END-IF.
           MOVE PE-BOOK-DATE               TO  FSL-BOOK-DATE.
           CALL "FARESEL" USING FSL-FLIGHT, FSL-SEAT, FSL-BOOK-DATE,
                FSL-FARE, FSL-MILES, FSL-RULE, FSL-RESULT.
           IF FSL-RESULT = "F"
              MOVE FSL-FARE                TO  PE-LOWEST-FARE
           END-IF.
           IF TP-FARE-CEILING NUMERIC AND TP-FARE-CEILING > 0
              IF PE-LOWEST-FARE = 0 OR
                 PE-LOWEST-FARE > TP-FARE-CEILING
                 MOVE TP-FARE-CEILING      TO  PE-LOWEST-FARE
              END-IF
           END-IF.
           IF PE-LOWEST-FARE > 0 AND PAYMENT-AMT > PE-LOWEST-FARE
              COMPUTE PE-EXCESS-AMT = PAYMENT-AMT - PE-LOWEST-FARE
           END-IF.

       ACCEPT-POLICY-REASON.
           MOVE SPACES                     TO  POL-BREACH-MSG.
           MOVE 1                          TO  POL-MSG-PTR.
           STRING "OUT OF POLICY:"         DELIMITED BY SIZE
                  INTO POL-BREACH-MSG WITH POINTER POL-MSG-PTR
           END-STRING.
           IF PE-CABIN-OVER
              STRING " CABIN"              DELIMITED BY SIZE
                     INTO POL-BREACH-MSG WITH POINTER POL-MSG-PTR
              END-STRING
           END-IF.
           IF PE-ADVANCE-SHORT
              STRING " ADVANCE"            DELIMITED BY SIZE
                     INTO POL-BREACH-MSG WITH POINTER POL-MSG-PTR
              END-STRING
           END-IF.
           IF PE-CEILING-OVER
              STRING " CEILING"            DELIMITED BY SIZE
                     INTO POL-BREACH-MSG WITH POINTER POL-MSG-PTR
              END-STRING
           END-IF.
           IF PE-APPROVAL-MISSING
              STRING " APPROVAL"           DELIMITED BY SIZE
                     INTO POL-BREACH-MSG WITH POINTER POL-MSG-PTR
              END-STRING
           END-IF.
           MOVE PE-EXCESS-AMT              TO  POL-FARE-DISPLAY.
           DISPLAY POL-BREACH-MSG                   AT LINE 24 COL 20.
           DISPLAY "OVER $" POL-FARE-DISPLAY        AT LINE 24 COL 61.
           DISPLAY "REASON (NL/TR/LN/MS/MD/CA):-"   AT LINE 23 COL 20.
           PERFORM WITH TEST AFTER UNTIL DATA-VALID
              SET DATA-VALID               TO  TRUE
              ACCEPT PE-REASON-CODE                 AT LINE 23 COL 49
              IF NOT PE-REASON-VALID
                 DISPLAY "ENTER A VALID POLICY REASON CODE"
                                                    AT LINE 25 COL 20
                 DISPLAY "<ENT>REENTER/'Q'QUIT:"    AT LINE 25 COL 55
                 ACCEPT RESP                        AT LINE 25 COL 76
                 IF RESP = "Q" OR FKEY-CANCEL
                    MOVE "2"               TO  MENU-CHOICE2
                    SET DATA-VALID         TO  TRUE
                    EXIT PARAGRAPH
                 ELSE
                    SET DATA-INVALID       TO  TRUE
                    DISPLAY BLNK-LINE               AT LINE 25 COL 1
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY BLNK-LINE                        AT LINE 23 COL 1.
           DISPLAY BLNK-LINE                        AT LINE 24 COL 1.

       WRITE-POLICY-EXCEPTION.
           IF TRAINING-MODE
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O POLICY-EXCEPTION.
           IF POL-EXCP-NOT-PRESENT
              CLOSE POLICY-EXCEPTION
              OPEN OUTPUT POLICY-EXCEPTION
              CLOSE POLICY-EXCEPTION
              OPEN I-O POLICY-EXCEPTION
           END-IF.
           MOVE POL-SAVE-RECORD            TO  POLICY-EXCEPTION-RECORD.
           MOVE CORP-ACCT-ID               TO  PE-ACCT-ID.
           MOVE CUST-RES-ID                TO  PE-CUST-RES-ID.
           WRITE POLICY-EXCEPTION-RECORD
                 INVALID KEY
                    REWRITE POLICY-EXCEPTION-RECORD
           END-WRITE.
           CLOSE POLICY-EXCEPTION.

       CHECK-CORP-CREDIT.
      *    ON-ACCOUNT ("ACT") BILLING IS REFUSED OUTRIGHT WHEN NO
      *    CORPORATE ACCOUNT IS GIVEN, WHEN THE AGING RUN HAS
           END-IF.

       CHECK-SEAT-NUMBER-TAKEN.
      *    THE PASSENGER'S SEAT AND ANY EXTRA SEAT BESIDE IT ARE BOTH
      *    TESTED AGAINST EVERY OTHER RESERVATION'S SEAT AND EXTRA
      *    SEAT, THEN AGAINST THE FLIGHT'S BLOCKED SEATS.
           SET SEAT-NOT-TAKEN               TO  TRUE.
           MOVE SPACES                      TO  SAVE-EXTRA-SEAT-NUMBER.
           IF EXTRA-SEAT-HELD
              MOVE EXTRA-SEAT-NUMBER        TO  SAVE-EXTRA-SEAT-NUMBER
           END-IF.
           IF SEAT-NUMBER NOT = SPACES OR
              SAVE-EXTRA-SEAT-NUMBER NOT = SPACES
              MOVE SEAT-NUMBER               TO  SAVE-SEAT-NUMBER
              MOVE CUST-RES-ID                TO  SAVE-CUST-RES-ID
              MOVE FLIGHT-ID                  TO  SAVE-FLIGHT-ID
                            AT END MOVE SPACES  TO  FLIGHT-ID
                       END-READ
                       PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                          IF CUST-RES-ID NOT = SAVE-CUST-RES-ID
                             PERFORM CHECK-ONE-SEAT-HOLDER
                          END-IF
                          READ CUSTOMER NEXT
                               AT END MOVE SPACES  TO  FLIGHT-ID
                       END-PERFORM
              END-START
              MOVE SCUSTOMER-RECORD            TO  CUSTOMER-RECORD
              IF SEAT-NOT-TAKEN AND SEAT-NUMBER NOT = SPACES
                 PERFORM CHECK-SEAT-BLOCKED
              END-IF
              IF SEAT-NOT-TAKEN AND SAVE-EXTRA-SEAT-NUMBER NOT = SPACES
                 MOVE SAVE-EXTRA-SEAT-NUMBER   TO  SAVE-SEAT-NUMBER
                 PERFORM CHECK-SEAT-BLOCKED
                 MOVE SEAT-NUMBER              TO  SAVE-SEAT-NUMBER
              END-IF
           END-IF.

       CHECK-ONE-SEAT-HOLDER.
           IF SEAT-NUMBER NOT = SPACES AND
              (SEAT-NUMBER = SAVE-SEAT-NUMBER OR
               SEAT-NUMBER = SAVE-EXTRA-SEAT-NUMBER)
              SET SEAT-TAKEN                 TO  TRUE
           END-IF.
           IF EXTRA-SEAT-HELD AND EXTRA-SEAT-NUMBER NOT = SPACES AND
              (EXTRA-SEAT-NUMBER = SAVE-SEAT-NUMBER OR
               EXTRA-SEAT-NUMBER = SAVE-EXTRA-SEAT-NUMBER)
              SET SEAT-TAKEN                 TO  TRUE
           END-IF.

       CHECK-DUPLICATE-PASSENGER.
              WRITE PRINT-RECORD
              INITIALIZE PRINT-RECORD
           END-IF.
           PERFORM PRINT-ADD-ON-LINES.

           MOVE SPACES                     TO  FM-GATE.
           OPEN INPUT FLIGHT-MASTER.
           WRITE PRINT-RECORD.
           INITIALIZE PRINT-RECORD.

       PRINT-ADD-ON-LINES.
           OPEN INPUT ADD-ON-PRODUCT.
           IF ADD-ON-NOT-PRESENT
              CLOSE ADD-ON-PRODUCT
              EXIT PARAGRAPH
           END-IF.
           MOVE CUST-RES-ID                TO  AO-CUST-RES-ID.
           MOVE 0                          TO  AO-SEQ.
           SET AO-NOT-AT-END               TO  TRUE.
           START ADD-ON-PRODUCT KEY IS >= AO-KEY
                 INVALID KEY
                    SET AO-AT-END          TO  TRUE
           END-START.
           PERFORM UNTIL AO-AT-END
              READ ADD-ON-PRODUCT NEXT
                   AT END
                      SET AO-AT-END         TO  TRUE
                   NOT AT END
                      IF AO-CUST-RES-ID NOT = CUST-RES-ID
                         SET AO-AT-END      TO  TRUE
                      ELSE
                         IF AO-BOOKED
                            PERFORM PRINT-ONE-ADD-ON
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ADD-ON-PRODUCT.

       PRINT-ONE-ADD-ON.
           IF AO-HOTEL
              MOVE "HOTEL          :"     TO  PRINT-RECORD(1:16)
           ELSE
              MOVE "CAR HIRE       :"     TO  PRINT-RECORD(1:16)
           END-IF.
           STRING  AO-SUPPLIER                      DELIMITED BY SIZE
                   " "                              DELIMITED BY SIZE
                   AO-DEST                          DELIMITED BY SIZE
                   " "                              DELIMITED BY SIZE
                   AO-IN-DATE                       DELIMITED BY SIZE
                   "-"                              DELIMITED BY SIZE
                   AO-OUT-DATE                      DELIMITED BY SIZE
                   INTO PRINT-RECORD(17:64)
           END-STRING.
           WRITE PRINT-RECORD.
           INITIALIZE PRINT-RECORD.
           MOVE AO-TOTAL-AMT               TO  AO-AMT-DISPLAY.
           STRING  "  CONFIRMATION :"               DELIMITED BY SIZE
                   AO-CONFIRM-NO                    DELIMITED BY SIZE
                   "  PAY AT SUPPLIER $"            DELIMITED BY SIZE
                   AO-AMT-DISPLAY                   DELIMITED BY SIZE
                   INTO PRINT-RECORD
           END-STRING.
           WRITE PRINT-RECORD.
           INITIALIZE PRINT-RECORD.

       PRINT-ROUTE-CITY-LINE.
      *    THE BOARDING DOCUMENT CARRIES REAL CITY NAMES FROM THE
      *    AIRPORT MASTER, NOT RAW CODES.  NO FLIGHT RECORD OR NO
