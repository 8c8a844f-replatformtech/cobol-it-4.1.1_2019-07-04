      *    REFERENCE FILES THAT PREVIOUSLY HAD NO MAINTENANCE SCREEN AT
      *    ALL: "seatmap", "helptext", "operator", "corpacct", "faretbl",
      *    "zipref", "currrate",
      *    "promocd", "routedst", "partner", "accrptnr",
      *    "travpol", "ovrsched", "mealprc", "obprod", "rptret" AND
      *    "namepat", "bidlimit", "rtbudget", "filecap", "farefam".
      *    EACH
      *    TABLE FOLLOWS
      *    THE SAME PATTERN THE FEE
      *    SCHEDULE SCREEN IN CUSTOMER0 PROVED: PROMPT FOR THE KEY AND
      *    FIELDS, WRITE A NEW RECORD IF THE KEY IS NOT ON FILE,
                  RECORD KEY IS CR-CURRENCY
                  FILE STATUS IS CURR-RATE-STATUS.

           SELECT RATE-HISTORY
                  ASSIGN TO DISK "ratehist"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RH-KEY
                  FILE STATUS IS RATE-HIST-STATUS.

           SELECT PROMO-CODE-FILE
                  ASSIGN TO DISK "promocd"
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TB-KEY
                  FILE STATUS IS TIER-BENE-STATUS.

           SELECT ACCRUAL-PARTNER
                  ASSIGN TO DISK "accrptnr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AP-PARTNER-CODE
                  FILE STATUS IS ACCR-PTNR-STATUS.

           SELECT TRAVEL-POLICY
                  ASSIGN TO DISK "travpol"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TP-KEY
                  FILE STATUS IS TRAV-POL-STATUS.

           SELECT OVERRIDE-SCHEDULE
                  ASSIGN TO DISK "ovrsched"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OS-KEY
                  FILE STATUS IS OVR-SCHED-STATUS.

           SELECT MEAL-PRICE
                  ASSIGN TO DISK "mealprc"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS MP-MEAL-TYPE
                  FILE STATUS IS MEAL-PRICE-STATUS.

           SELECT ONBOARD-PRODUCT
                  ASSIGN TO DISK "obprod"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OB-ITEM-CODE
                  FILE STATUS IS OB-PROD-STATUS.

           SELECT REPORT-RETENTION
                  ASSIGN TO DISK "rptret"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RR-REPORT-ID
                  FILE STATUS IS RPT-RET-STATUS.

           SELECT NAME-PATTERN
                  ASSIGN TO DISK "namepat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS NP-PATTERN
                  FILE STATUS IS NAME-PAT-STATUS.

           SELECT BID-LIMIT
                  ASSIGN TO DISK "bidlimit"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS UL-KEY
                  FILE STATUS IS BID-LIMIT-STATUS.

           SELECT ROUTE-BUDGET
                  ASSIGN TO DISK "rtbudget"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RB-KEY
                  FILE STATUS IS ROUTE-BUDGET-STATUS.

           SELECT FILE-CAPACITY
                  ASSIGN TO DISK "filecap"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FLC-FILE-ID
                  FILE STATUS IS FILE-CAP-STATUS.

           SELECT FARE-FAMILY
                  ASSIGN TO DISK "farefam"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FF-CLASS
                  FILE STATUS IS FARE-FAMILY-STATUS.

           SELECT OPERATING-COST
                  ASSIGN TO DISK "opercost"
                  ORGANIZATION IS INDEXED
       FD  CURRENCY-RATE.
       COPY currrate.

       FD  RATE-HISTORY.
       COPY ratehist.

       FD  PROMO-CODE-FILE.
       COPY promocd.

       FD  TIER-BENEFIT.
       COPY tierbene.

       FD  ACCRUAL-PARTNER.
       COPY accrptnr.

       FD  TRAVEL-POLICY.
       COPY travpol.

       FD  OVERRIDE-SCHEDULE.
       COPY ovrsched.

       FD  MEAL-PRICE.
       COPY mealprc.

       FD  ONBOARD-PRODUCT.
       COPY obprod.

       FD  REPORT-RETENTION.
       COPY rptret.

       FD  NAME-PATTERN.
       COPY namepat.

       FD  BID-LIMIT.
       COPY bidlimit.

       FD  ROUTE-BUDGET.
       COPY rtbudget.

       FD  FILE-CAPACITY.
       COPY filecap.

       FD  FARE-FAMILY.
       COPY farefam.

       FD  OPERATING-COST.
       COPY opercost.

           88 ZIP-REF-NOT-PRESENT                     VALUE "35".
       01  CURR-RATE-STATUS               PIC X(02).
           88 CURR-RATE-NOT-PRESENT                   VALUE "35".
       01  RATE-HIST-STATUS               PIC X(02).
           88 RATE-HIST-NOT-PRESENT                   VALUE "35".
       01  PROMO-STATUS                   PIC X(02).
           88 PROMO-NOT-PRESENT                       VALUE "35".
       01  ROUTE-DST-STATUS               PIC X(02).
           88 OPER-COST-NOT-PRESENT                   VALUE "35".
       01  TIER-BENE-STATUS               PIC X(02).
           88 TIER-BENE-NOT-PRESENT                   VALUE "35".
       01  ACCR-PTNR-STATUS               PIC X(02).
           88 ACCR-PTNR-NOT-PRESENT                   VALUE "35".
       01  TRAV-POL-STATUS                PIC X(02).
           88 TRAV-POL-NOT-PRESENT                    VALUE "35".
       01  OVR-SCHED-STATUS               PIC X(02).
           88 OVR-SCHED-NOT-PRESENT                   VALUE "35".
       01  MEAL-PRICE-STATUS              PIC X(02).
           88 MEAL-PRICE-NOT-PRESENT                  VALUE "35".
       01  OB-PROD-STATUS                 PIC X(02).
           88 OB-PROD-NOT-PRESENT                     VALUE "35".
       01  RPT-RET-STATUS                 PIC X(02).
           88 RPT-RET-NOT-PRESENT                     VALUE "35".
       01  NAME-PAT-STATUS                PIC X(02).
           88 NAME-PAT-NOT-PRESENT                    VALUE "35".
       01  BID-LIMIT-STATUS               PIC X(02).
           88 BID-LIMIT-NOT-PRESENT                   VALUE "35".
       01  ROUTE-BUDGET-STATUS            PIC X(02).
           88 ROUTE-BUDGET-NOT-PRESENT                VALUE "35".
       01  FILE-CAP-STATUS                PIC X(02).
           88 FILE-CAP-NOT-PRESENT                    VALUE "35".
       01  FARE-FAMILY-STATUS             PIC X(02).
           88 FARE-FAMILY-NOT-PRESENT                 VALUE "35".
       01  REF-BEFORE-IMAGE               PIC X(100) VALUE SPACES.
       01  REF-TABLE-NAME                 PIC X(08)  VALUE SPACES.
       01  W-NOW-TIME                     PIC 9(06)  VALUE 0.
           88 FARE-RULE-OPT                           VALUE "F" "f".
           88 OPER-COST-OPT                           VALUE "O" "o".
           88 TIER-BENE-OPT                           VALUE "B" "b".
           88 ACCR-PTNR-OPT                           VALUE "N" "n".
           88 TRAV-POL-OPT                            VALUE "R" "r".
           88 OVR-SCHED-OPT                           VALUE "S" "s".
           88 MEAL-PRICE-OPT                          VALUE "M" "m".
           88 ONBOARD-ITEM-OPT                        VALUE "I" "i".
           88 RPT-RETAIN-OPT                          VALUE "K" "k".
           88 NAME-PATTERN-OPT                        VALUE "J" "j".
           88 BID-LIMIT-OPT                           VALUE "U" "u".
           88 ROUTE-BUDGET-OPT                        VALUE "G" "g".
           88 FILE-CAP-OPT                            VALUE "D" "d".
           88 FARE-FAMILY-OPT                         VALUE "E" "e".
           88 EXIT-PROG                               VALUE "0".
       01  ACTION-CHOICE                  PIC X(01)  VALUE SPACES.
           88 ACTION-SAVE                             VALUE "1".
           02 W-SYS-DD                    PIC X(02).
       01  BLNK-LINE                      PIC X(76)  VALUE SPACES.
       01  CNTR                           PIC 9(02)  VALUE 0.
       01  OVR-SCREEN-LINE                PIC 9(02)  VALUE 0.
       01  RESP                           PIC X(01)  VALUE SPACES.

      *****************************************************************
              IF TIER-BENE-OPT
                 PERFORM MAINTAIN-TIER-BENEFITS
              END-IF
              IF ACCR-PTNR-OPT
                 PERFORM MAINTAIN-ACCRUAL-PARTNERS
              END-IF
              IF TRAV-POL-OPT
                 PERFORM MAINTAIN-TRAVEL-POLICIES
              END-IF
              IF OVR-SCHED-OPT
                 PERFORM MAINTAIN-OVERRIDE-SCHEDULES
              END-IF
              IF MEAL-PRICE-OPT
                 PERFORM MAINTAIN-MEAL-PRICES
              END-IF
              IF ONBOARD-ITEM-OPT
                 PERFORM MAINTAIN-ONBOARD-ITEMS
              END-IF
              IF RPT-RETAIN-OPT
                 PERFORM MAINTAIN-REPORT-RETENTION
              END-IF
              IF NAME-PATTERN-OPT
                 PERFORM MAINTAIN-NAME-PATTERNS
              END-IF
              IF BID-LIMIT-OPT
                 PERFORM MAINTAIN-BID-LIMITS
              END-IF
              IF ROUTE-BUDGET-OPT
                 PERFORM MAINTAIN-ROUTE-BUDGETS
              END-IF
              IF FILE-CAP-OPT
                 PERFORM MAINTAIN-FILE-CAPACITY
              END-IF
              IF FARE-FAMILY-OPT
                 PERFORM MAINTAIN-FARE-FAMILIES
              END-IF
           END-PERFORM.

       DISP-MAIN-MENU.
           DISPLAY W-SYS-YY                         AT LINE 1  COL 71.
           DISPLAY "REFERENCE DATA MAINTENANCE "    AT LINE 3  COL 20.
           DISPLAY "---------------------------"    AT LINE 4  COL 20.
           DISPLAY "E)FARE FAMILIES"                AT LINE 5  COL 20.
           DISPLAY "D)DATA FILE CAPACITY"           AT LINE 6  COL 20.
           DISPLAY "1)SEAT MAPS (AIRCRAFT TYPES)  " AT LINE 7  COL 20.
           DISPLAY "2)FIELD HELP TEXT             " AT LINE 9  COL 20.
           DISPLAY "3)OPERATORS/AGENTS            " AT LINE 11 COL 20.
           DISPLAY "F)FARE-STEP RULES"              AT LINE 16 COL 45.
           DISPLAY "O)OPERATING COSTS"              AT LINE 15 COL 45.
           DISPLAY "B)TIER BENEFITS"                AT LINE 14 COL 45.
           DISPLAY "N)MILEAGE ACCRUAL PARTNERS"     AT LINE 13 COL 45.
           DISPLAY "R)CORPORATE TRAVEL POLICIES"    AT LINE 12 COL 45.
           DISPLAY "S)AGENCY OVERRIDE SCHEDULES"    AT LINE 11 COL 45.
           DISPLAY "M)CONTRACTED MEAL PRICES"       AT LINE 10 COL 45.
           DISPLAY "I)ONBOARD ITEMS/PRICES"         AT LINE 9  COL 45.
           DISPLAY "K)REPORT RETENTION"             AT LINE 8  COL 45.
           DISPLAY "J)PLACEHOLDER NAME PATTERNS"    AT LINE 7  COL 45.
           DISPLAY "U)UPGRADE BID LIMITS"           AT LINE 6  COL 45.
           DISPLAY "G)ROUTE BUDGETS"                AT LINE 5  COL 45.
           DISPLAY "SELECT A MENU CHOICE(0-9,A-V):-     "
                                                    AT LINE 23 COL 20.

       ACCEPT-TABLE-ACTION.
                                                SM-ZONE-TO-ROW(CNTR)
                                                SM-ZONE-FEE(CNTR)
                         END-PERFORM
                         PERFORM VARYING CNTR FROM 1 BY 1
                                  UNTIL CNTR > 4
                            MOVE 0         TO  SM-EXIT-ROW(CNTR)
                         END-PERFORM
                         MOVE 0            TO  SM-INFANTS-PER-ROW
                      NOT INVALID KEY
                         SET RECORD-ON-FILE TO  TRUE
                 END-READ
                 END-IF
                 DISPLAY "MAX ROW      :-"          AT LINE 9  COL 20
                 DISPLAY SM-MAX-ROW                 AT LINE 9  COL 40
                 DISPLAY "INFANTS/ROW  :-"          AT LINE 10 COL 20
                 DISPLAY SM-INFANTS-PER-ROW         AT LINE 10 COL 40
                 DISPLAY "VALID COLS   :-"          AT LINE 11 COL 20
                 DISPLAY SM-VALID-COLS              AT LINE 11 COL 40
                 DISPLAY "FC ROWS(1-N) :-"          AT LINE 12 COL 20
                 DISPLAY SM-ZONE-FROM-ROW(3)        AT LINE 16 COL 46
                 DISPLAY SM-ZONE-TO-ROW(3)          AT LINE 16 COL 50
                 DISPLAY SM-ZONE-FEE(3)             AT LINE 16 COL 54
                 DISPLAY "EXIT ROWS    :-"          AT LINE 17 COL 20
                 DISPLAY SM-EXIT-ROW(1)             AT LINE 17 COL 40
                 DISPLAY SM-EXIT-ROW(2)             AT LINE 17 COL 43
                 DISPLAY SM-EXIT-ROW(3)             AT LINE 17 COL 46
                 DISPLAY SM-EXIT-ROW(4)             AT LINE 17 COL 49
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT SM-MAX-ROW               AT LINE 9  COL 40
                    ACCEPT SM-INFANTS-PER-ROW       AT LINE 10 COL 40
                    ACCEPT SM-VALID-COLS            AT LINE 11 COL 40
                    ACCEPT SM-FC-ROWS               AT LINE 12 COL 40
                    ACCEPT SM-MAX-TOTAL-WT          AT LINE 13 COL 40
                    ACCEPT SM-ZONE-FROM-ROW(3)      AT LINE 16 COL 46
                    ACCEPT SM-ZONE-TO-ROW(3)        AT LINE 16 COL 50
                    ACCEPT SM-ZONE-FEE(3)           AT LINE 16 COL 54
                    ACCEPT SM-EXIT-ROW(1)           AT LINE 17 COL 40
                    ACCEPT SM-EXIT-ROW(2)           AT LINE 17 COL 43
                    ACCEPT SM-EXIT-ROW(3)           AT LINE 17 COL 46
                    ACCEPT SM-EXIT-ROW(4)           AT LINE 17 COL 49
                    IF RECORD-ON-FILE
                       REWRITE SEAT-MAP-RECORD
                    ELSE
                    ACCEPT RESP                     AT LINE 18 COL 45
                 END-IF
                 DISPLAY BLNK-LINE                  AT LINE 9  COL 1
                 DISPLAY BLNK-LINE                  AT LINE 10 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 11 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 12 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 13 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 14 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 15 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 16 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 17 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 18 COL 1
              END-IF
           END-PERFORM.
                 DISPLAY OP-NAME                    AT LINE 9  COL 37
                 DISPLAY "PASSWORD     :-"          AT LINE 10 COL 20
                 DISPLAY OP-PASSWORD                AT LINE 10 COL 37
                 DISPLAY "ROLE (S/A/E) :-"          AT LINE 11 COL 20
                 DISPLAY OP-ROLE                    AT LINE 11 COL 37
                 DISPLAY "TRAINING(Y/N):-"          AT LINE 12 COL 20
                 DISPLAY OP-TRAINING-FLAG           AT LINE 12 COL 37
                 DISPLAY "LANGUAGE(E/F):-"          AT LINE 14 COL 20
                 DISPLAY OP-LANGUAGE                AT LINE 14 COL 37
                 DISPLAY "SHIFT START  :-"          AT LINE 15 COL 20
                 DISPLAY OP-SHIFT-START             AT LINE 15 COL 37
                 DISPLAY "SHIFT END    :-"          AT LINE 16 COL 20
                 DISPLAY OP-SHIFT-END               AT LINE 16 COL 37
                 DISPLAY "(HHMM, 0000 BOTH = NO SET SHIFT)"
                                                    AT LINE 16 COL 43
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT OP-NAME                  AT LINE 9  COL 37
                    ACCEPT OP-ROLE                  AT LINE 11 COL 37
                    ACCEPT OP-TRAINING-FLAG         AT LINE 12 COL 37
                    ACCEPT OP-LANGUAGE              AT LINE 14 COL 37
                    ACCEPT OP-SHIFT-START           AT LINE 15 COL 37
                    ACCEPT OP-SHIFT-END             AT LINE 16 COL 37
                    IF RECORD-ON-FILE
                       REWRITE OPERATOR-RECORD
                    ELSE
                 DISPLAY BLNK-LINE                  AT LINE 10 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 11 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 13 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 15 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 16 COL 1
              END-IF
           END-PERFORM.
           CLOSE OPERATOR.
              IF FT-FLIGHT-ID = "Q" OR FT-FLIGHT-ID = "q"
                 SET TBL-DONE              TO  TRUE
              ELSE
                 DISPLAY "SEAT TYPE (CO/FC/XS):-"   AT LINE 9  COL 20
                 ACCEPT FT-SEAT-TYPE                AT LINE 9  COL 44
                 DISPLAY "FARE SEQ (00=BASE):-"     AT LINE 10 COL 20
                 ACCEPT FT-FARE-SEQ                 AT LINE 10 COL 42
                 IF FT-FARE-SEQ NOT NUMERIC
                    END-IF
                    MOVE CURRENCY-RATE-RECORD TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    PERFORM RECORD-RATE-HISTORY
                    DISPLAY "SAVED - PRESS ANY KEY" AT LINE 13 COL 20
                    ACCEPT RESP                     AT LINE 13 COL 45
                 END-IF
           END-PERFORM.
           CLOSE CURRENCY-RATE.

       RECORD-RATE-HISTORY.
      *    TODAY'S RATE IS OVERWRITTEN TOMORROW - KEEP A DATED COPY SO
      *    A CONVERSION CAN BE REDONE AT THE RATE OF ITS DAY.  A RATE
      *    RE-KEYED FOR THE SAME DATE REPLACES THAT DAY'S ENTRY, BUT A
      *    CLOSING RATE A MONTH-END REVALUATION HAS ALREADY USED IS
      *    NEVER CHANGED FROM HERE.
           OPEN I-O RATE-HISTORY.
           IF RATE-HIST-NOT-PRESENT
              CLOSE RATE-HISTORY
              OPEN OUTPUT RATE-HISTORY
              CLOSE RATE-HISTORY
              OPEN I-O RATE-HISTORY
           END-IF.
           MOVE CR-CURRENCY                TO  RH-CURRENCY.
           MOVE CR-RATE-DATE               TO  RH-RATE-DATE.
           SET RECORD-NOT-ON-FILE          TO  TRUE.
           READ RATE-HISTORY
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET RECORD-ON-FILE      TO  TRUE
           END-READ.
           IF RECORD-ON-FILE AND RH-PERIOD-END-RATE
              CLOSE RATE-HISTORY
              EXIT PARAGRAPH
           END-IF.
           MOVE CR-RATE                    TO  RH-RATE.
           SET RH-DAILY-RATE               TO  TRUE.
           MOVE W-SYS-DATE                 TO  RH-RECORDED-DATE.
           MOVE WS-OPERATOR-ID             TO  RH-RECORDED-BY.
           IF RECORD-ON-FILE
              REWRITE RATE-HISTORY-RECORD
           ELSE
              WRITE RATE-HISTORY-RECORD
           END-IF.
           CLOSE RATE-HISTORY.

       MAINTAIN-PROMO-CODES.
           PERFORM CLEAR-SCREEN.
           MOVE SPACES                     TO  TBL-QUIT-SWITCH.
                 DISPLAY AR-COUNTRY                 AT LINE 11 COL 34
                 DISPLAY "UTC OFFSET:-"             AT LINE 12 COL 20
                 DISPLAY AR-UTC-OFFSET              AT LINE 12 COL 34
                 DISPLAY "HANDLER   :-"             AT LINE 13 COL 20
                 DISPLAY AR-HANDLER-ADDRESS         AT LINE 13 COL 34
                 DISPLAY "MIN CONNCT:-"             AT LINE 14 COL 20
                 DISPLAY AR-MIN-CONNECT             AT LINE 14 COL 34
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT AR-CITY-NAME             AT LINE 9  COL 34
                    ACCEPT AR-COUNTRY               AT LINE 11 COL 34
                    ACCEPT AR-UTC-OFFSET            AT LINE 12 COL 34
                    ACCEPT AR-HANDLER-ADDRESS       AT LINE 13 COL 34
                    ACCEPT AR-MIN-CONNECT           AT LINE 14 COL 34
                    IF RECORD-ON-FILE
                       REWRITE AIRPORT-RECORD
                    ELSE
                    END-IF
                    MOVE AIRPORT-RECORD    TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "SAVED - PRESS ANY KEY" AT LINE 15 COL 20
                    ACCEPT RESP                     AT LINE 15 COL 45
                 END-IF
                 IF ACTION-DELETE
                    DELETE AIRPORT
                    MOVE SPACES    TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "DELETED - PRESS ANY KEY"
                                                    AT LINE 15 COL 20
                    ACCEPT RESP                     AT LINE 15 COL 45
                 END-IF
                 DISPLAY BLNK-LINE                  AT LINE 9  COL 1
                 DISPLAY BLNK-LINE                  AT LINE 11 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 13 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 14 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 15 COL 1
              END-IF
           END-PERFORM.
           CLOSE AIRPORT.
                      INVALID KEY
                         MOVE 0            TO  OC-COST-PER-DEP
                                                OC-COST-PER-PAX
                                                OC-FUEL-PER-DEP
                      NOT INVALID KEY
                         SET RECORD-ON-FILE TO  TRUE
                 END-READ
                 DISPLAY OC-COST-PER-DEP            AT LINE 11 COL 42
                 DISPLAY "COST PER PASSENGER:-"     AT LINE 12 COL 20
                 DISPLAY OC-COST-PER-PAX            AT LINE 12 COL 42
                 DISPLAY "FUEL IN DEP COST  :-"     AT LINE 13 COL 20
                 DISPLAY OC-FUEL-PER-DEP            AT LINE 13 COL 42
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT OC-COST-PER-DEP          AT LINE 11 COL 42
                    ACCEPT OC-COST-PER-PAX          AT LINE 12 COL 42
                    ACCEPT OC-FUEL-PER-DEP          AT LINE 13 COL 42
                    IF RECORD-ON-FILE
                       REWRITE OPERATING-COST-RECORD
                    ELSE
                 DISPLAY BLNK-LINE                  AT LINE 9  COL 1
                 DISPLAY BLNK-LINE                  AT LINE 11 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 12 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 13 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 14 COL 1
              END-IF
           END-PERFORM.
           END-PERFORM.
           CLOSE TIER-BENEFIT.

       MAINTAIN-ACCRUAL-PARTNERS.
           PERFORM CLEAR-SCREEN.
           MOVE SPACES                     TO  TBL-QUIT-SWITCH.
           DISPLAY "MAINTAIN MILEAGE ACCRUAL PARTNERS"
                                                    AT LINE 3  COL 20.
           DISPLAY "---------------------------------"
                                                    AT LINE 4  COL 20.
           OPEN I-O ACCRUAL-PARTNER.
           IF ACCR-PTNR-NOT-PRESENT
              CLOSE ACCRUAL-PARTNER
              OPEN OUTPUT ACCRUAL-PARTNER
              CLOSE ACCRUAL-PARTNER
              OPEN I-O ACCRUAL-PARTNER
           END-IF.
           PERFORM WITH TEST AFTER UNTIL TBL-DONE
              MOVE SPACES                  TO  ACCRUAL-PARTNER-RECORD
              DISPLAY "PARTNER CODE (Q TO QUIT):-"  AT LINE 7  COL 20
              ACCEPT AP-PARTNER-CODE                AT LINE 7  COL 48
              IF AP-PARTNER-CODE = "Q" OR AP-PARTNER-CODE = "q"
                 SET TBL-DONE              TO  TRUE
              ELSE
                 SET RECORD-NOT-ON-FILE    TO  TRUE
                 READ ACCRUAL-PARTNER
                      INVALID KEY
                         MOVE 0            TO  AP-MILE-RATE
                      NOT INVALID KEY
                         SET RECORD-ON-FILE TO  TRUE
                 END-READ
                 MOVE "ACCRPTNR" TO  REF-TABLE-NAME
                 IF RECORD-ON-FILE
                    MOVE ACCRUAL-PARTNER-RECORD TO  REF-BEFORE-IMAGE
                 ELSE
                    MOVE SPACES   TO  REF-BEFORE-IMAGE
                 END-IF
                 DISPLAY "PARTNER NAME       :-"    AT LINE 9  COL 20
                 DISPLAY AP-NAME                    AT LINE 9  COL 43
                 DISPLAY "TYPE H/C/K         :-"    AT LINE 10 COL 20
                 DISPLAY AP-PARTNER-TYPE            AT LINE 10 COL 43
                 DISPLAY "RATE PER MILE      :-"    AT LINE 11 COL 20
                 DISPLAY AP-MILE-RATE               AT LINE 11 COL 43
                 DISPLAY "BILL CURRENCY      :-"    AT LINE 12 COL 20
                 DISPLAY AP-BILL-CURRENCY           AT LINE 12 COL 43
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT AP-NAME                  AT LINE 9  COL 43
                    PERFORM WITH TEST AFTER UNTIL AP-HOTEL OR
                            AP-CAR-HIRE OR AP-CO-BRAND-CARD
                       ACCEPT AP-PARTNER-TYPE       AT LINE 10 COL 43
                    END-PERFORM
                    ACCEPT AP-MILE-RATE             AT LINE 11 COL 43
                    ACCEPT AP-BILL-CURRENCY         AT LINE 12 COL 43
                    IF RECORD-ON-FILE
                       REWRITE ACCRUAL-PARTNER-RECORD
                    ELSE
                       WRITE ACCRUAL-PARTNER-RECORD
                    END-IF
                    IF RECORD-ON-FILE
                       SET RA-MODIFY  TO  TRUE
                    ELSE
                       SET RA-ADD     TO  TRUE
                    END-IF
                    MOVE ACCRUAL-PARTNER-RECORD TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "SAVED - PRESS ANY KEY" AT LINE 14 COL 20
                    ACCEPT RESP                     AT LINE 14 COL 45
                 END-IF
                 IF ACTION-DELETE
                    DELETE ACCRUAL-PARTNER
                    SET RA-DELETE  TO  TRUE
                    MOVE SPACES    TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "DELETED - PRESS ANY KEY"
                                                    AT LINE 14 COL 20
                    ACCEPT RESP                     AT LINE 14 COL 45
                 END-IF
                 DISPLAY BLNK-LINE                  AT LINE 9  COL 1
                 DISPLAY BLNK-LINE                  AT LINE 10 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 11 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 12 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 14 COL 1
              END-IF
           END-PERFORM.
           CLOSE ACCRUAL-PARTNER.

       MAINTAIN-TRAVEL-POLICIES.
           PERFORM CLEAR-SCREEN.
           MOVE SPACES                     TO  TBL-QUIT-SWITCH.
           DISPLAY "MAINTAIN CORPORATE TRAVEL POLICIES"
                                                    AT LINE 3  COL 20.
           DISPLAY "----------------------------------"
                                                    AT LINE 4  COL 20.
           OPEN I-O TRAVEL-POLICY.
           IF TRAV-POL-NOT-PRESENT
              CLOSE TRAVEL-POLICY
              OPEN OUTPUT TRAVEL-POLICY
              CLOSE TRAVEL-POLICY
              OPEN I-O TRAVEL-POLICY
           END-IF.
           PERFORM WITH TEST AFTER UNTIL TBL-DONE
              MOVE SPACES                  TO  TRAVEL-POLICY-RECORD
              DISPLAY "ACCOUNT ID (Q TO QUIT):-"    AT LINE 6  COL 20
              ACCEPT TP-ACCT-ID                     AT LINE 6  COL 46
              IF TP-ACCT-ID = "Q" OR TP-ACCT-ID = "q"
                 SET TBL-DONE              TO  TRUE
              ELSE
                 DISPLAY "ORIGIN (BLANK=ALL):-"     AT LINE 7  COL 20
                 ACCEPT TP-ORIGIN                   AT LINE 7  COL 42
                 DISPLAY "DESTINATION       :-"     AT LINE 8  COL 20
                 ACCEPT TP-DEST                     AT LINE 8  COL 42
                 SET RECORD-NOT-ON-FILE    TO  TRUE
                 READ TRAVEL-POLICY
                      INVALID KEY
                         MOVE 0            TO  TP-LONG-HAUL-MILES
                                                TP-MIN-ADVANCE-DAYS
                                                TP-FARE-CEILING
                         MOVE "CO"         TO  TP-SHORT-MAX-CABIN
                         MOVE "FC"         TO  TP-LONG-MAX-CABIN
                         MOVE "N"          TO  TP-FC-APPROVAL
                      NOT INVALID KEY
                         SET RECORD-ON-FILE TO  TRUE
                 END-READ
                 MOVE "TRAVPOL " TO  REF-TABLE-NAME
                 IF RECORD-ON-FILE
                    MOVE TRAVEL-POLICY-RECORD TO  REF-BEFORE-IMAGE
                 ELSE
                    MOVE SPACES            TO  REF-BEFORE-IMAGE
                 END-IF
                 DISPLAY "LONG HAUL FROM MI :-"     AT LINE 10 COL 20
                 DISPLAY TP-LONG-HAUL-MILES         AT LINE 10 COL 42
                 DISPLAY "SHORT MAX CABIN   :-"     AT LINE 11 COL 20
                 DISPLAY TP-SHORT-MAX-CABIN         AT LINE 11 COL 42
                 DISPLAY "LONG MAX CABIN    :-"     AT LINE 12 COL 20
                 DISPLAY TP-LONG-MAX-CABIN          AT LINE 12 COL 42
                 DISPLAY "MIN ADVANCE DAYS  :-"     AT LINE 13 COL 20
                 DISPLAY TP-MIN-ADVANCE-DAYS        AT LINE 13 COL 42
                 DISPLAY "FARE CEILING (0=NONE):-"  AT LINE 14 COL 20
                 DISPLAY TP-FARE-CEILING            AT LINE 14 COL 44
                 DISPLAY "FC PRE-APPROVAL (Y/N):-"  AT LINE 15 COL 20
                 DISPLAY TP-FC-APPROVAL             AT LINE 15 COL 44
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT TP-LONG-HAUL-MILES       AT LINE 10 COL 42
                    PERFORM WITH TEST AFTER UNTIL
                            TP-SHORT-MAX-CABIN = "CO" OR
                            TP-SHORT-MAX-CABIN = "FC"
                       ACCEPT TP-SHORT-MAX-CABIN    AT LINE 11 COL 42
                    END-PERFORM
                    PERFORM WITH TEST AFTER UNTIL
                            TP-LONG-MAX-CABIN = "CO" OR
                            TP-LONG-MAX-CABIN = "FC"
                       ACCEPT TP-LONG-MAX-CABIN     AT LINE 12 COL 42
                    END-PERFORM
                    ACCEPT TP-MIN-ADVANCE-DAYS      AT LINE 13 COL 42
                    ACCEPT TP-FARE-CEILING          AT LINE 14 COL 44
                    PERFORM WITH TEST AFTER UNTIL
                            TP-FC-APPROVAL = "Y" OR
                            TP-FC-APPROVAL = "N"
                       ACCEPT TP-FC-APPROVAL        AT LINE 15 COL 44
                    END-PERFORM
                    IF RECORD-ON-FILE
                       REWRITE TRAVEL-POLICY-RECORD
                    ELSE
                       WRITE TRAVEL-POLICY-RECORD
                    END-IF
                    IF RECORD-ON-FILE
                       SET RA-MODIFY  TO  TRUE
                    ELSE
                       SET RA-ADD     TO  TRUE
                    END-IF
                    MOVE TRAVEL-POLICY-RECORD TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "SAVED - PRESS ANY KEY" AT LINE 20 COL 20
                    ACCEPT RESP                     AT LINE 20 COL 45
                 END-IF
                 IF ACTION-DELETE
                    DELETE TRAVEL-POLICY
                    SET RA-DELETE  TO  TRUE
                    MOVE SPACES    TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "DELETED - PRESS ANY KEY"
                                                    AT LINE 20 COL 20
                    ACCEPT RESP                     AT LINE 20 COL 45
                 END-IF
                 PERFORM CLEAR-SCREEN
                 DISPLAY "MAINTAIN CORPORATE TRAVEL POLICIES"
                                                    AT LINE 3  COL 20
                 DISPLAY "----------------------------------"
                                                    AT LINE 4  COL 20
              END-IF
           END-PERFORM.
           CLOSE TRAVEL-POLICY.

       MAINTAIN-OVERRIDE-SCHEDULES.
           PERFORM CLEAR-SCREEN.
           MOVE SPACES                     TO  TBL-QUIT-SWITCH.
           DISPLAY "MAINTAIN AGENCY OVERRIDE SCHEDULES"
                                                    AT LINE 3  COL 20.
           DISPLAY "----------------------------------"
                                                    AT LINE 4  COL 20.
           OPEN I-O OVERRIDE-SCHEDULE.
           IF OVR-SCHED-NOT-PRESENT
              CLOSE OVERRIDE-SCHEDULE
              OPEN OUTPUT OVERRIDE-SCHEDULE
              CLOSE OVERRIDE-SCHEDULE
              OPEN I-O OVERRIDE-SCHEDULE
           END-IF.
           PERFORM WITH TEST AFTER UNTIL TBL-DONE
              MOVE SPACES                  TO  OVERRIDE-SCHEDULE-RECORD
              DISPLAY "ACCOUNT ID (Q TO QUIT):-"    AT LINE 6  COL 20
              ACCEPT OS-ACCT-ID                     AT LINE 6  COL 46
              IF OS-ACCT-ID = "Q" OR OS-ACCT-ID = "q"
                 SET TBL-DONE              TO  TRUE
              ELSE
                 DISPLAY "EFFECTIVE FROM (YYYYMMDD):-"
                                                    AT LINE 7  COL 20
                 ACCEPT OS-EFF-FROM                 AT LINE 7  COL 48
                 SET RECORD-NOT-ON-FILE    TO  TRUE
                 READ OVERRIDE-SCHEDULE
                      INVALID KEY
                         MOVE 0            TO  OS-EFF-TO
                         PERFORM VARYING CNTR FROM 1 BY 1
                                  UNTIL CNTR > 5
                            MOVE 0         TO  OS-BAND-FLOOR(CNTR)
                                                OS-BAND-PCT(CNTR)
                         END-PERFORM
                      NOT INVALID KEY
                         SET RECORD-ON-FILE TO  TRUE
                 END-READ
                 MOVE "OVRSCHED" TO  REF-TABLE-NAME
                 IF RECORD-ON-FILE
                    MOVE OVERRIDE-SCHEDULE-RECORD TO  REF-BEFORE-IMAGE
                 ELSE
                    MOVE SPACES            TO  REF-BEFORE-IMAGE
                 END-IF
                 DISPLAY "EFFECTIVE TO (0=OPEN):-"  AT LINE 9  COL 20
                 DISPLAY OS-EFF-TO                  AT LINE 9  COL 44
                 DISPLAY "BAND  SALES FLOOR   OVERRIDE PCT"
                                                    AT LINE 10 COL 20
                 PERFORM VARYING CNTR FROM 1 BY 1 UNTIL CNTR > 5
                    COMPUTE OVR-SCREEN-LINE = CNTR + 10
                    DISPLAY CNTR          AT LINE OVR-SCREEN-LINE COL 21
                    DISPLAY OS-BAND-FLOOR(CNTR)
                                          AT LINE OVR-SCREEN-LINE COL 26
                    DISPLAY OS-BAND-PCT(CNTR)
                                          AT LINE OVR-SCREEN-LINE COL 40
                 END-PERFORM
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT OS-EFF-TO                AT LINE 9  COL 44
                    PERFORM VARYING CNTR FROM 1 BY 1
                             UNTIL CNTR > 5
                       COMPUTE OVR-SCREEN-LINE = CNTR + 10
                       ACCEPT OS-BAND-FLOOR(CNTR)
                                          AT LINE OVR-SCREEN-LINE COL 26
                       ACCEPT OS-BAND-PCT(CNTR)
                                          AT LINE OVR-SCREEN-LINE COL 40
                    END-PERFORM
                    IF RECORD-ON-FILE
                       REWRITE OVERRIDE-SCHEDULE-RECORD
                    ELSE
                       WRITE OVERRIDE-SCHEDULE-RECORD
                    END-IF
                    IF RECORD-ON-FILE
                       SET RA-MODIFY  TO  TRUE
                    ELSE
                       SET RA-ADD     TO  TRUE
                    END-IF
                    MOVE OVERRIDE-SCHEDULE-RECORD TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "SAVED - PRESS ANY KEY" AT LINE 20 COL 20
                    ACCEPT RESP                     AT LINE 20 COL 45
                 END-IF
                 IF ACTION-DELETE
                    DELETE OVERRIDE-SCHEDULE
                    SET RA-DELETE  TO  TRUE
                    MOVE SPACES    TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "DELETED - PRESS ANY KEY"
                                                    AT LINE 20 COL 20
                    ACCEPT RESP                     AT LINE 20 COL 45
                 END-IF
                 PERFORM CLEAR-SCREEN
                 DISPLAY "MAINTAIN AGENCY OVERRIDE SCHEDULES"
                                                    AT LINE 3  COL 20
                 DISPLAY "----------------------------------"
                                                    AT LINE 4  COL 20
              END-IF
           END-PERFORM.
           CLOSE OVERRIDE-SCHEDULE.

       MAINTAIN-MEAL-PRICES.
           PERFORM CLEAR-SCREEN.
           MOVE SPACES                     TO  TBL-QUIT-SWITCH.
           DISPLAY "MAINTAIN CONTRACTED MEAL PRICES" AT LINE 3  COL 20.
           DISPLAY "-------------------------------" AT LINE 4  COL 20.
           OPEN I-O MEAL-PRICE.
           IF MEAL-PRICE-NOT-PRESENT
              CLOSE MEAL-PRICE
              OPEN OUTPUT MEAL-PRICE
              CLOSE MEAL-PRICE
              OPEN I-O MEAL-PRICE
           END-IF.
           PERFORM WITH TEST AFTER UNTIL TBL-DONE
              MOVE SPACES                  TO  MEAL-PRICE-RECORD
              DISPLAY "MEAL TYPE (Q TO QUIT):-"     AT LINE 7  COL 20
              ACCEPT MP-MEAL-TYPE                   AT LINE 7  COL 45
              IF MP-MEAL-TYPE = "Q" OR MP-MEAL-TYPE = "q"
                 SET TBL-DONE              TO  TRUE
              ELSE
                 SET RECORD-NOT-ON-FILE    TO  TRUE
                 READ MEAL-PRICE
                      INVALID KEY
                         MOVE 0            TO  MP-UNIT-PRICE
                      NOT INVALID KEY
                         SET RECORD-ON-FILE TO  TRUE
                 END-READ
                 MOVE "MEALPRC"  TO  REF-TABLE-NAME
                 IF RECORD-ON-FILE
                    MOVE MEAL-PRICE-RECORD TO  REF-BEFORE-IMAGE
                 ELSE
                    MOVE SPACES            TO  REF-BEFORE-IMAGE
                 END-IF
                 DISPLAY "PRICE PER MEAL:-"         AT LINE 11 COL 20
                 DISPLAY MP-UNIT-PRICE              AT LINE 11 COL 42
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT MP-UNIT-PRICE            AT LINE 11 COL 42
                    IF RECORD-ON-FILE
                       REWRITE MEAL-PRICE-RECORD
                    ELSE
                       WRITE MEAL-PRICE-RECORD
                    END-IF
                    IF RECORD-ON-FILE
                       SET RA-MODIFY  TO  TRUE
                    ELSE
                       SET RA-ADD     TO  TRUE
                    END-IF
                    MOVE MEAL-PRICE-RECORD TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "SAVED - PRESS ANY KEY" AT LINE 14 COL 20
                    ACCEPT RESP                     AT LINE 14 COL 45
                 END-IF
                 IF ACTION-DELETE
                    DELETE MEAL-PRICE
                    SET RA-DELETE  TO  TRUE
                    MOVE SPACES    TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "DELETED - PRESS ANY KEY"
                                                    AT LINE 14 COL 20
                    ACCEPT RESP                     AT LINE 14 COL 45
                 END-IF
                 DISPLAY BLNK-LINE                  AT LINE 11 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 14 COL 1
              END-IF
           END-PERFORM.
           CLOSE MEAL-PRICE.

       MAINTAIN-ONBOARD-ITEMS.
           PERFORM CLEAR-SCREEN.
           MOVE SPACES                     TO  TBL-QUIT-SWITCH.
           DISPLAY "MAINTAIN ONBOARD ITEMS/PRICES" AT LINE 3  COL 20.
           DISPLAY "-----------------------------" AT LINE 4  COL 20.
           OPEN I-O ONBOARD-PRODUCT.
           IF OB-PROD-NOT-PRESENT
              CLOSE ONBOARD-PRODUCT
              OPEN OUTPUT ONBOARD-PRODUCT
              CLOSE ONBOARD-PRODUCT
              OPEN I-O ONBOARD-PRODUCT
           END-IF.
           PERFORM WITH TEST AFTER UNTIL TBL-DONE
              MOVE SPACES                  TO  ONBOARD-PRODUCT-RECORD
              DISPLAY "ITEM CODE (Q TO QUIT):-"     AT LINE 7  COL 20
              ACCEPT OB-ITEM-CODE                   AT LINE 7  COL 45
              IF OB-ITEM-CODE = "Q" OR OB-ITEM-CODE = "q"
                 SET TBL-DONE              TO  TRUE
              ELSE
                 SET RECORD-NOT-ON-FILE    TO  TRUE
                 READ ONBOARD-PRODUCT
                      INVALID KEY
                         MOVE SPACES       TO  OB-DESCRIPTION
                                               OB-CATEGORY
                         MOVE 0            TO  OB-UNIT-PRICE
                      NOT INVALID KEY
                         SET RECORD-ON-FILE TO  TRUE
                 END-READ
                 MOVE "OBPROD"   TO  REF-TABLE-NAME
                 IF RECORD-ON-FILE
                    MOVE ONBOARD-PRODUCT-RECORD TO REF-BEFORE-IMAGE
                 ELSE
                    MOVE SPACES            TO  REF-BEFORE-IMAGE
                 END-IF
                 DISPLAY "DESCRIPTION:-"            AT LINE 10 COL 20
                 DISPLAY OB-DESCRIPTION             AT LINE 10 COL 42
                 DISPLAY "CATEGORY (F/D/T):-"       AT LINE 11 COL 20
                 DISPLAY OB-CATEGORY                AT LINE 11 COL 42
                 DISPLAY "UNIT PRICE:-"             AT LINE 12 COL 20
                 DISPLAY OB-UNIT-PRICE              AT LINE 12 COL 42
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT OB-DESCRIPTION           AT LINE 10 COL 42
                    ACCEPT OB-CATEGORY              AT LINE 11 COL 42
                    ACCEPT OB-UNIT-PRICE            AT LINE 12 COL 42
                    IF NOT OB-VALID-CATEGORY
                       DISPLAY "CATEGORY F, D OR T - NOT SAVED"
                                                    AT LINE 14 COL 20
                       ACCEPT RESP                  AT LINE 14 COL 60
                    ELSE
                       IF RECORD-ON-FILE
                          REWRITE ONBOARD-PRODUCT-RECORD
                       ELSE
                          WRITE ONBOARD-PRODUCT-RECORD
                       END-IF
                       IF RECORD-ON-FILE
                          SET RA-MODIFY  TO  TRUE
                       ELSE
                          SET RA-ADD     TO  TRUE
                       END-IF
                       MOVE ONBOARD-PRODUCT-RECORD TO RA-AFTER-IMAGE
                       PERFORM WRITE-REF-AUDIT
                       DISPLAY "SAVED - PRESS ANY KEY"
                                                    AT LINE 14 COL 20
                       ACCEPT RESP                  AT LINE 14 COL 45
                    END-IF
                 END-IF
                 IF ACTION-DELETE
                    DELETE ONBOARD-PRODUCT
                    SET RA-DELETE  TO  TRUE
                    MOVE SPACES    TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "DELETED - PRESS ANY KEY"
                                                    AT LINE 14 COL 20
                    ACCEPT RESP                     AT LINE 14 COL 45
                 END-IF
                 DISPLAY BLNK-LINE                  AT LINE 10 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 11 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 12 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 14 COL 1
              END-IF
           END-PERFORM.
           CLOSE ONBOARD-PRODUCT.

       MAINTAIN-REPORT-RETENTION.
           PERFORM CLEAR-SCREEN.
           MOVE SPACES                     TO  TBL-QUIT-SWITCH.
           DISPLAY "MAINTAIN REPORT RETENTION"     AT LINE 3  COL 20.
           DISPLAY "-------------------------"     AT LINE 4  COL 20.
           OPEN I-O REPORT-RETENTION.
           IF RPT-RET-NOT-PRESENT
              CLOSE REPORT-RETENTION
              OPEN OUTPUT REPORT-RETENTION
              CLOSE REPORT-RETENTION
              OPEN I-O REPORT-RETENTION
           END-IF.
           PERFORM WITH TEST AFTER UNTIL TBL-DONE
              MOVE SPACES                  TO  REPORT-RETENTION-RECORD
              DISPLAY "REPORT ID (Q TO QUIT):-"     AT LINE 7  COL 20
              ACCEPT RR-REPORT-ID                   AT LINE 7  COL 45
              INSPECT RR-REPORT-ID CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              IF RR-REPORT-ID = "Q"
                 SET TBL-DONE              TO  TRUE
              ELSE
                 SET RECORD-NOT-ON-FILE    TO  TRUE
                 READ REPORT-RETENTION
                      INVALID KEY
                         MOVE SPACES       TO  RR-DESCRIPTION
                         MOVE 0            TO  RR-RETAIN-DAYS
                      NOT INVALID KEY
                         SET RECORD-ON-FILE TO  TRUE
                 END-READ
                 MOVE "RPTRET"   TO  REF-TABLE-NAME
                 IF RECORD-ON-FILE
                    MOVE REPORT-RETENTION-RECORD TO REF-BEFORE-IMAGE
                 ELSE
                    MOVE SPACES            TO  REF-BEFORE-IMAGE
                 END-IF
                 DISPLAY "DESCRIPTION:-"            AT LINE 10 COL 20
                 DISPLAY RR-DESCRIPTION             AT LINE 10 COL 42
                 DISPLAY "RETAIN DAYS:-"            AT LINE 11 COL 20
                 DISPLAY RR-RETAIN-DAYS             AT LINE 11 COL 42
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT RR-DESCRIPTION           AT LINE 10 COL 42
                    ACCEPT RR-RETAIN-DAYS           AT LINE 11 COL 42
                    IF RR-RETAIN-DAYS = 0
                       DISPLAY "RETAIN DAYS OF ZERO - NOT SAVED"
                                                    AT LINE 14 COL 20
                       ACCEPT RESP                  AT LINE 14 COL 60
                    ELSE
                       IF RECORD-ON-FILE
                          REWRITE REPORT-RETENTION-RECORD
                       ELSE
                          WRITE REPORT-RETENTION-RECORD
                       END-IF
                       IF RECORD-ON-FILE
                          SET RA-MODIFY  TO  TRUE
                       ELSE
                          SET RA-ADD     TO  TRUE
                       END-IF
                       MOVE REPORT-RETENTION-RECORD TO RA-AFTER-IMAGE
                       PERFORM WRITE-REF-AUDIT
                       DISPLAY "SAVED - PRESS ANY KEY"
                                                    AT LINE 14 COL 20
                       ACCEPT RESP                  AT LINE 14 COL 45
                    END-IF
                 END-IF
                 IF ACTION-DELETE
                    DELETE REPORT-RETENTION
                    SET RA-DELETE  TO  TRUE
                    MOVE SPACES    TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "DELETED - PRESS ANY KEY"
                                                    AT LINE 14 COL 20
                    ACCEPT RESP                     AT LINE 14 COL 45
                 END-IF
                 DISPLAY BLNK-LINE                  AT LINE 10 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 11 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 14 COL 1
              END-IF
           END-PERFORM.
           CLOSE REPORT-RETENTION.

       MAINTAIN-NAME-PATTERNS.
           PERFORM CLEAR-SCREEN.
           MOVE SPACES                     TO  TBL-QUIT-SWITCH.
           DISPLAY "MAINTAIN PLACEHOLDER NAME PATTERNS"
                                                    AT LINE 3  COL 20.
           DISPLAY "----------------------------------"
                                                    AT LINE 4  COL 20.
           OPEN I-O NAME-PATTERN.
           IF NAME-PAT-NOT-PRESENT
              CLOSE NAME-PATTERN
              OPEN OUTPUT NAME-PATTERN
              CLOSE NAME-PATTERN
              OPEN I-O NAME-PATTERN
           END-IF.
           PERFORM WITH TEST AFTER UNTIL TBL-DONE
              MOVE SPACES                  TO  NAME-PATTERN-RECORD
              DISPLAY "NAME PATTERN (Q TO QUIT):-"  AT LINE 7  COL 20
              ACCEPT NP-PATTERN                     AT LINE 7  COL 47
              INSPECT NP-PATTERN CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              IF NP-PATTERN = "Q" OR NP-PATTERN = SPACES
                 SET TBL-DONE              TO  TRUE
              ELSE
                 SET RECORD-NOT-ON-FILE    TO  TRUE
                 READ NAME-PATTERN
                      INVALID KEY
                         MOVE SPACES       TO  NP-MATCH-TYPE
                                               NP-DESCRIPTION
                      NOT INVALID KEY
                         SET RECORD-ON-FILE TO  TRUE
                 END-READ
                 MOVE "NAMEPAT"  TO  REF-TABLE-NAME
                 IF RECORD-ON-FILE
                    MOVE NAME-PATTERN-RECORD TO REF-BEFORE-IMAGE
                 ELSE
                    MOVE SPACES            TO  REF-BEFORE-IMAGE
                 END-IF
                 DISPLAY "MATCH (E=EXACT P=PREFIX C=CONTAINS):-"
                                                    AT LINE 10 COL 20
                 DISPLAY NP-MATCH-TYPE              AT LINE 10 COL 59
                 DISPLAY "DESCRIPTION:-"            AT LINE 11 COL 20
                 DISPLAY NP-DESCRIPTION             AT LINE 11 COL 42
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT NP-MATCH-TYPE            AT LINE 10 COL 59
                    ACCEPT NP-DESCRIPTION           AT LINE 11 COL 42
                    INSPECT NP-MATCH-TYPE CONVERTING "epc" TO "EPC"
                    IF NOT NP-MATCH-VALID
                       DISPLAY "MATCH MUST BE E, P OR C - NOT SAVED"
                                                    AT LINE 14 COL 20
                       ACCEPT RESP                  AT LINE 14 COL 60
                    ELSE
                       IF RECORD-ON-FILE
                          REWRITE NAME-PATTERN-RECORD
                       ELSE
                          WRITE NAME-PATTERN-RECORD
                       END-IF
                       IF RECORD-ON-FILE
                          SET RA-MODIFY  TO  TRUE
                       ELSE
                          SET RA-ADD     TO  TRUE
                       END-IF
                       MOVE NAME-PATTERN-RECORD TO RA-AFTER-IMAGE
                       PERFORM WRITE-REF-AUDIT
                       DISPLAY "SAVED - PRESS ANY KEY"
                                                    AT LINE 14 COL 20
                       ACCEPT RESP                  AT LINE 14 COL 45
                    END-IF
                 END-IF
                 IF ACTION-DELETE
                    DELETE NAME-PATTERN
                    SET RA-DELETE  TO  TRUE
                    MOVE SPACES    TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "DELETED - PRESS ANY KEY"
                                                    AT LINE 14 COL 20
                    ACCEPT RESP                     AT LINE 14 COL 45
                 END-IF
                 DISPLAY BLNK-LINE                  AT LINE 10 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 11 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 14 COL 1
              END-IF
           END-PERFORM.
           CLOSE NAME-PATTERN.

       MAINTAIN-BID-LIMITS.
      *    A ROUTE TAKES UPGRADE BIDS ONLY WHILE IT HAS A RECORD HERE.
           PERFORM CLEAR-SCREEN.
           MOVE SPACES                     TO  TBL-QUIT-SWITCH.
           DISPLAY "MAINTAIN UPGRADE BID LIMITS"    AT LINE 3  COL 20.
           DISPLAY "---------------------------"    AT LINE 4  COL 20.
           OPEN I-O BID-LIMIT.
           IF BID-LIMIT-NOT-PRESENT
              CLOSE BID-LIMIT
              OPEN OUTPUT BID-LIMIT
              CLOSE BID-LIMIT
              OPEN I-O BID-LIMIT
           END-IF.
           PERFORM WITH TEST AFTER UNTIL TBL-DONE
              MOVE SPACES                  TO  BID-LIMIT-RECORD
              DISPLAY "ORIGIN (Q TO QUIT):-"        AT LINE 7  COL 20
              ACCEPT UL-ORIGIN                      AT LINE 7  COL 42
              IF UL-ORIGIN = "Q" OR UL-ORIGIN = "q"
                 SET TBL-DONE              TO  TRUE
              ELSE
                 DISPLAY "DESTINATION:-"            AT LINE 9  COL 20
                 ACCEPT UL-DEST                     AT LINE 9  COL 35
                 SET RECORD-NOT-ON-FILE    TO  TRUE
                 READ BID-LIMIT
                      INVALID KEY
                         MOVE 0            TO  UL-MIN-BID UL-MAX-BID
                                               UL-CLOSE-HOURS
                      NOT INVALID KEY
                         SET RECORD-ON-FILE TO  TRUE
                 END-READ
                 MOVE "BIDLIMIT" TO  REF-TABLE-NAME
                 IF RECORD-ON-FILE
                    MOVE BID-LIMIT-RECORD  TO  REF-BEFORE-IMAGE
                 ELSE
                    MOVE SPACES            TO  REF-BEFORE-IMAGE
                 END-IF
                 DISPLAY "MINIMUM BID:-"            AT LINE 11 COL 20
                 DISPLAY UL-MIN-BID                 AT LINE 11 COL 42
                 DISPLAY "MAXIMUM BID:-"            AT LINE 12 COL 20
                 DISPLAY UL-MAX-BID                 AT LINE 12 COL 42
                 DISPLAY "CLOSE HOURS BEFORE DEP:-" AT LINE 13 COL 20
                 DISPLAY UL-CLOSE-HOURS             AT LINE 13 COL 45
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT UL-MIN-BID               AT LINE 11 COL 42
                    ACCEPT UL-MAX-BID               AT LINE 12 COL 42
                    ACCEPT UL-CLOSE-HOURS           AT LINE 13 COL 45
                    IF UL-MAX-BID < UL-MIN-BID OR UL-MIN-BID = 0
                       DISPLAY "MIN IS ZERO OR OVER MAX - NOT SAVED"
                                                    AT LINE 14 COL 20
                       ACCEPT RESP                  AT LINE 14 COL 57
                    ELSE
                       IF RECORD-ON-FILE
                          REWRITE BID-LIMIT-RECORD
                       ELSE
                          WRITE BID-LIMIT-RECORD
                       END-IF
                       IF RECORD-ON-FILE
                          SET RA-MODIFY  TO  TRUE
                       ELSE
                          SET RA-ADD     TO  TRUE
                       END-IF
                       MOVE BID-LIMIT-RECORD TO  RA-AFTER-IMAGE
                       PERFORM WRITE-REF-AUDIT
                       DISPLAY "SAVED - PRESS ANY KEY"
                                                    AT LINE 14 COL 20
                       ACCEPT RESP                  AT LINE 14 COL 45
                    END-IF
                 END-IF
                 IF ACTION-DELETE
                    DELETE BID-LIMIT
                    SET RA-DELETE  TO  TRUE
                    MOVE SPACES    TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "DELETED - PRESS ANY KEY"
                                                    AT LINE 14 COL 20
                    ACCEPT RESP                     AT LINE 14 COL 45
                 END-IF
                 DISPLAY BLNK-LINE                  AT LINE 9  COL 1
                 DISPLAY BLNK-LINE                  AT LINE 11 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 12 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 13 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 14 COL 1
              END-IF
           END-PERFORM.
           CLOSE BID-LIMIT.

       MAINTAIN-ROUTE-BUDGETS.
      *    FINANCE'S PLAN FIGURES BY ROUTE AND MONTH - NORMALLY LOADED
      *    BY BDGTLOAD, CORRECTED HERE.
           PERFORM CLEAR-SCREEN.
           MOVE SPACES                     TO  TBL-QUIT-SWITCH.
           DISPLAY "MAINTAIN ROUTE BUDGETS"         AT LINE 3  COL 20.
           DISPLAY "----------------------"         AT LINE 4  COL 20.
           OPEN I-O ROUTE-BUDGET.
           IF ROUTE-BUDGET-NOT-PRESENT
              CLOSE ROUTE-BUDGET
              OPEN OUTPUT ROUTE-BUDGET
              CLOSE ROUTE-BUDGET
              OPEN I-O ROUTE-BUDGET
           END-IF.
           PERFORM WITH TEST AFTER UNTIL TBL-DONE
              MOVE SPACES                  TO  ROUTE-BUDGET-RECORD
              DISPLAY "ORIGIN (Q TO QUIT):-"        AT LINE 7  COL 20
              ACCEPT RB-ORIGIN                      AT LINE 7  COL 42
              IF RB-ORIGIN = "Q" OR RB-ORIGIN = "q"
                 SET TBL-DONE              TO  TRUE
              ELSE
                 DISPLAY "DESTINATION  :-"          AT LINE 8  COL 20
                 ACCEPT RB-DEST                     AT LINE 8  COL 37
                 DISPLAY "MONTH(YYYYMM):-"          AT LINE 9  COL 20
                 ACCEPT RB-PERIOD                   AT LINE 9  COL 37
                 SET RECORD-NOT-ON-FILE    TO  TRUE
                 READ ROUTE-BUDGET
                      INVALID KEY
                         MOVE 0            TO  RB-PAX RB-REVENUE
                                               RB-LOAD-FACTOR
                                               RB-OPER-COST
                      NOT INVALID KEY
                         SET RECORD-ON-FILE TO  TRUE
                 END-READ
                 MOVE "RTBUDGET" TO  REF-TABLE-NAME
                 IF RECORD-ON-FILE
                    MOVE ROUTE-BUDGET-RECORD TO  REF-BEFORE-IMAGE
                 ELSE
                    MOVE SPACES            TO  REF-BEFORE-IMAGE
                 END-IF
                 DISPLAY "PASSENGERS    :-"         AT LINE 11 COL 20
                 DISPLAY RB-PAX                     AT LINE 11 COL 42
                 DISPLAY "REVENUE       :-"         AT LINE 12 COL 20
                 DISPLAY RB-REVENUE                 AT LINE 12 COL 42
                 DISPLAY "LOAD FACTOR % :-"         AT LINE 13 COL 20
                 DISPLAY RB-LOAD-FACTOR             AT LINE 13 COL 42
                 DISPLAY "OPERATING COST:-"         AT LINE 14 COL 20
                 DISPLAY RB-OPER-COST               AT LINE 14 COL 42
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT RB-PAX                   AT LINE 11 COL 42
                    ACCEPT RB-REVENUE               AT LINE 12 COL 42
                    ACCEPT RB-LOAD-FACTOR           AT LINE 13 COL 42
                    ACCEPT RB-OPER-COST             AT LINE 14 COL 42
                    IF RB-PERIOD(5:2) < "01" OR RB-PERIOD(5:2) > "12"
                       OR RB-LOAD-FACTOR > 100
                       DISPLAY "BAD MONTH OR LOAD FACTOR - NOT SAVED"
                                                    AT LINE 15 COL 20
                       ACCEPT RESP                  AT LINE 15 COL 57
                    ELSE
                       MOVE W-SYS-DATE     TO  RB-UPDATED-DATE
                       MOVE WS-OPERATOR-ID TO  RB-UPDATED-BY
                       IF RECORD-ON-FILE
                          REWRITE ROUTE-BUDGET-RECORD
                       ELSE
                          WRITE ROUTE-BUDGET-RECORD
                       END-IF
                       IF RECORD-ON-FILE
                          SET RA-MODIFY  TO  TRUE
                       ELSE
                          SET RA-ADD     TO  TRUE
                       END-IF
                       MOVE ROUTE-BUDGET-RECORD TO  RA-AFTER-IMAGE
                       PERFORM WRITE-REF-AUDIT
                       DISPLAY "SAVED - PRESS ANY KEY"
                                                    AT LINE 15 COL 20
                       ACCEPT RESP                  AT LINE 15 COL 45
                    END-IF
                 END-IF
                 IF ACTION-DELETE
                    DELETE ROUTE-BUDGET
                    SET RA-DELETE  TO  TRUE
                    MOVE SPACES    TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "DELETED - PRESS ANY KEY"
                                                    AT LINE 15 COL 20
                    ACCEPT RESP                     AT LINE 15 COL 45
                 END-IF
                 DISPLAY BLNK-LINE                  AT LINE 8  COL 1
                 DISPLAY BLNK-LINE                  AT LINE 9  COL 1
                 DISPLAY BLNK-LINE                  AT LINE 11 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 12 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 13 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 14 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 15 COL 1
              END-IF
           END-PERFORM.
           CLOSE ROUTE-BUDGET.

       MAINTAIN-FILE-CAPACITY.
      *    WARNING AND LIMIT RECORD COUNTS FOR THE DATA FILES FILEMON
      *    WATCHES NIGHTLY.  ZERO LEAVES THAT THRESHOLD UNSET.
           PERFORM CLEAR-SCREEN.
           MOVE SPACES                     TO  TBL-QUIT-SWITCH.
           DISPLAY "MAINTAIN DATA FILE CAPACITY"    AT LINE 3  COL 20.
           DISPLAY "---------------------------"    AT LINE 4  COL 20.
           OPEN I-O FILE-CAPACITY.
           IF FILE-CAP-NOT-PRESENT
              CLOSE FILE-CAPACITY
              OPEN OUTPUT FILE-CAPACITY
              CLOSE FILE-CAPACITY
              OPEN I-O FILE-CAPACITY
           END-IF.
           PERFORM WITH TEST AFTER UNTIL TBL-DONE
              MOVE SPACES                  TO  FILE-CAPACITY-RECORD
              DISPLAY "FILE NAME (Q TO QUIT):-"     AT LINE 7  COL 20
              ACCEPT FLC-FILE-ID                    AT LINE 7  COL 45
              IF FLC-FILE-ID = "Q" OR FLC-FILE-ID = "q"
                 SET TBL-DONE              TO  TRUE
              ELSE
                 INSPECT FLC-FILE-ID CONVERTING
                         "abcdefghijklmnopqrstuvwxyz" TO
                         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 SET RECORD-NOT-ON-FILE    TO  TRUE
                 READ FILE-CAPACITY
                      INVALID KEY
                         MOVE 0            TO  FLC-WARN-RECS
                                               FLC-LIMIT-RECS
                      NOT INVALID KEY
                         SET RECORD-ON-FILE TO  TRUE
                 END-READ
                 MOVE "FILECAP"  TO  REF-TABLE-NAME
                 IF RECORD-ON-FILE
                    MOVE FILE-CAPACITY-RECORD TO  REF-BEFORE-IMAGE
                 ELSE
                    MOVE SPACES            TO  REF-BEFORE-IMAGE
                 END-IF
                 DISPLAY "WARNING AT RECORDS:-"     AT LINE 11 COL 20
                 DISPLAY FLC-WARN-RECS              AT LINE 11 COL 42
                 DISPLAY "LIMIT AT RECORDS  :-"     AT LINE 12 COL 20
                 DISPLAY FLC-LIMIT-RECS             AT LINE 12 COL 42
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT FLC-WARN-RECS            AT LINE 11 COL 42
                    ACCEPT FLC-LIMIT-RECS           AT LINE 12 COL 42
                    IF FLC-LIMIT-RECS > 0 AND
                       FLC-WARN-RECS > FLC-LIMIT-RECS
                       DISPLAY "WARNING ABOVE LIMIT - NOT SAVED"
                                                    AT LINE 15 COL 20
                       ACCEPT RESP                  AT LINE 15 COL 52
                    ELSE
                       MOVE W-SYS-DATE     TO  FLC-UPDATED-DATE
                       MOVE WS-OPERATOR-ID TO  FLC-UPDATED-BY
                       IF RECORD-ON-FILE
                          REWRITE FILE-CAPACITY-RECORD
                       ELSE
                          WRITE FILE-CAPACITY-RECORD
                       END-IF
                       IF RECORD-ON-FILE
                          SET RA-MODIFY  TO  TRUE
                       ELSE
                          SET RA-ADD     TO  TRUE
                       END-IF
                       MOVE FILE-CAPACITY-RECORD TO  RA-AFTER-IMAGE
                       PERFORM WRITE-REF-AUDIT
                       DISPLAY "SAVED - PRESS ANY KEY"
                                                    AT LINE 15 COL 20
                       ACCEPT RESP                  AT LINE 15 COL 45
                    END-IF
                 END-IF
                 IF ACTION-DELETE
                    DELETE FILE-CAPACITY
                    SET RA-DELETE  TO  TRUE
                    MOVE SPACES    TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "DELETED - PRESS ANY KEY"
                                                    AT LINE 15 COL 20
                    ACCEPT RESP                     AT LINE 15 COL 45
                 END-IF
                 DISPLAY BLNK-LINE                  AT LINE 11 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 12 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 13 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 14 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 15 COL 1
              END-IF
           END-PERFORM.
           CLOSE FILE-CAPACITY.

       MAINTAIN-FARE-FAMILIES.
      *    THE BRANDED FAMILY EACH BOOKING CLASS SELLS UNDER AND WHAT
      *    IT BUNDLES.  CUSTOMER0 COPIES THE ROW ONTO THE BOOKING WHEN
      *    THE FARE IS BUILT, SO A CHANGE HERE ONLY REACHES NEW SALES.
           PERFORM CLEAR-SCREEN.
           MOVE SPACES                     TO  TBL-QUIT-SWITCH.
           DISPLAY "MAINTAIN FARE FAMILIES"         AT LINE 3  COL 20.
           DISPLAY "----------------------"         AT LINE 4  COL 20.
           OPEN I-O FARE-FAMILY.
           IF FARE-FAMILY-NOT-PRESENT
              CLOSE FARE-FAMILY
              OPEN OUTPUT FARE-FAMILY
              CLOSE FARE-FAMILY
              OPEN I-O FARE-FAMILY
           END-IF.
           PERFORM WITH TEST AFTER UNTIL TBL-DONE
              MOVE SPACES                  TO  FARE-FAMILY-RECORD
              DISPLAY "BOOKING CLASS (Q TO QUIT):-" AT LINE 7  COL 20
              ACCEPT FF-CLASS                       AT LINE 7  COL 50
              IF FF-CLASS = "Q" OR FF-CLASS = "q"
                 SET TBL-DONE              TO  TRUE
              ELSE
                 INSPECT FF-CLASS CONVERTING
                         "abcdefghijklmnopqrstuvwxyz" TO
                         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 SET RECORD-NOT-ON-FILE    TO  TRUE
                 READ FARE-FAMILY
                      INVALID KEY
                         MOVE 0            TO  FF-BAGS-INCL
                                               FF-EARN-PCT
                      NOT INVALID KEY
                         SET RECORD-ON-FILE TO  TRUE
                 END-READ
                 MOVE "FAREFAM"  TO  REF-TABLE-NAME
                 IF RECORD-ON-FILE
                    MOVE FARE-FAMILY-RECORD TO  REF-BEFORE-IMAGE
                 ELSE
                    MOVE SPACES            TO  REF-BEFORE-IMAGE
                 END-IF
                 DISPLAY "FAMILY (B/S/F)     :-"    AT LINE 9  COL 20
                 DISPLAY FF-FAMILY                  AT LINE 9  COL 42
                 DISPLAY "FAMILY NAME        :-"    AT LINE 10 COL 20
                 DISPLAY FF-FAMILY-NAME             AT LINE 10 COL 42
                 DISPLAY "BAGS INCLUDED      :-"    AT LINE 11 COL 20
                 DISPLAY FF-BAGS-INCL               AT LINE 11 COL 42
                 DISPLAY "SEAT INCLUDED (Y/N):-"    AT LINE 12 COL 20
                 DISPLAY FF-SEAT-FREE               AT LINE 12 COL 42
                 DISPLAY "NO CHANGE FEE (Y/N):-"    AT LINE 13 COL 20
                 DISPLAY FF-CHANGE-FREE             AT LINE 13 COL 42
                 DISPLAY "REFUND (F/N/S)     :-"    AT LINE 14 COL 20
                 DISPLAY FF-REFUND-RULE             AT LINE 14 COL 42
                 DISPLAY "MILES EARNED PCT   :-"    AT LINE 15 COL 20
                 DISPLAY FF-EARN-PCT                AT LINE 15 COL 42
                 PERFORM ACCEPT-TABLE-ACTION
                 IF ACTION-SAVE
                    ACCEPT FF-FAMILY                AT LINE 9  COL 42
                    ACCEPT FF-FAMILY-NAME           AT LINE 10 COL 42
                    ACCEPT FF-BAGS-INCL             AT LINE 11 COL 42
                    ACCEPT FF-SEAT-FREE             AT LINE 12 COL 42
                    ACCEPT FF-CHANGE-FREE           AT LINE 13 COL 42
                    ACCEPT FF-REFUND-RULE           AT LINE 14 COL 42
                    ACCEPT FF-EARN-PCT              AT LINE 15 COL 42
                    INSPECT FARE-FAMILY-RECORD(2:13) CONVERTING
                            "abcdefghijklmnopqrstuvwxyz" TO
                            "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    IF NOT FF-FAMILY-VALID OR
                       (FF-REFUND-RULE NOT = "F" AND
                        FF-REFUND-RULE NOT = "N" AND
                        NOT FF-REFUND-STANDARD)
                       DISPLAY "UNKNOWN FAMILY/REFUND CODE - NOT SAVED"
                                                    AT LINE 16 COL 20
                       ACCEPT RESP                  AT LINE 16 COL 60
                    ELSE
                       IF NOT FF-SEAT-INCLUDED
                          MOVE "N"         TO  FF-SEAT-FREE
                       END-IF
                       IF NOT FF-CHANGE-WAIVED
                          MOVE "N"         TO  FF-CHANGE-FREE
                       END-IF
                       MOVE W-SYS-DATE     TO  FF-UPDATED-DATE
                       MOVE WS-OPERATOR-ID TO  FF-UPDATED-BY
                       IF RECORD-ON-FILE
                          REWRITE FARE-FAMILY-RECORD
                       ELSE
                          WRITE FARE-FAMILY-RECORD
                       END-IF
                       IF RECORD-ON-FILE
                          SET RA-MODIFY  TO  TRUE
                       ELSE
                          SET RA-ADD     TO  TRUE
                       END-IF
                       MOVE FARE-FAMILY-RECORD TO  RA-AFTER-IMAGE
                       PERFORM WRITE-REF-AUDIT
                       DISPLAY "SAVED - PRESS ANY KEY"
                                                    AT LINE 16 COL 20
                       ACCEPT RESP                  AT LINE 16 COL 45
                    END-IF
                 END-IF
                 IF ACTION-DELETE
                    DELETE FARE-FAMILY
                    SET RA-DELETE  TO  TRUE
                    MOVE SPACES    TO  RA-AFTER-IMAGE
                    PERFORM WRITE-REF-AUDIT
                    DISPLAY "DELETED - PRESS ANY KEY"
                                                    AT LINE 16 COL 20
                    ACCEPT RESP                     AT LINE 16 COL 45
                 END-IF
                 DISPLAY BLNK-LINE                  AT LINE 9  COL 1
                 DISPLAY BLNK-LINE                  AT LINE 10 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 11 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 12 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 13 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 14 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 15 COL 1
                 DISPLAY BLNK-LINE                  AT LINE 16 COL 1
              END-IF
           END-PERFORM.
           CLOSE FARE-FAMILY.

       WRITE-REF-AUDIT.
      *    EVERY REFERENCE-TABLE ADD/CHANGE/DELETE LEAVES A
      *    BEFORE/AFTER IMAGE WITH OPERATOR AND TIMESTAMP ON
