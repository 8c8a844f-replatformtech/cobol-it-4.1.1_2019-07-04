       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      AGTFRAUD.

      ******************************************************************
      *    AGTFRAUD.CBL
      *    WEEKLY INTERNAL AGENT FRAUD-PATTERN REPORT.  THE CARD-FRAUD
      *    CONTROLS LOOK AT CUSTOMERS; THIS LOOKS AT OUR OWN STAFF.
      *    FOR THE SEVEN DAYS ENDING ON THE WEEK-ENDING DATE EACH
      *    OPERATOR IS SCORED AGAINST FOUR RULES:
      *      RS REFUND TO SELF - A CARD (MST/VSA) REFUND ON "refundlg"
      *         KEYED BY THE SAME OPERATOR WHO BOOKED THE RESERVATION.
      *         THE BOOKING AGENT COMES FROM THE RESERVATION, OR FROM
      *         ITS "custaudt" IMAGES ONCE THE BOOKING IS GONE.
      *         5 POINTS EACH.
      *      FW REPEATED FEE WAIVERS - TWO OR MORE WAIVERS ON
      *         "apprvals" ASKED FOR BY ONE OPERATOR FOR THE SAME
      *         PASSENGER (BY NAME, SO A REBOOKING STILL MATCHES) IN
      *         THE 30 DAYS TO THE WEEK END, ONE OF THEM THIS WEEK.
      *         REJECTED REQUESTS COUNT - ASKING IS THE PATTERN.
      *         3 POINTS PER PASSENGER.
      *      VS VOID AFTER SETTLEMENT - A CHANGE OR CANCEL ON
      *         "custaudt" TO A RESERVATION WHOSE CARD PAYMENT HAD
      *         ALREADY SETTLED, WHERE THE TICKET NOW STANDS VOIDED ON
      *         "tktledgr".  2 POINTS EACH.
      *      FM FAMILY MILES UPGRADE - A MILES UPGRADE ON "custaudt"
      *         WHERE THE PASSENGER'S SURNAME MATCHES THE SURNAME ON
      *         THE OPERATOR'S "operator" RECORD.  4 POINTS EACH.
      *    AN OPERATOR AT OR OVER THE FLAG SCORE (KEYED, DEFAULT 5)
      *    IS LISTED WITH EVERY SUPPORTING TRANSACTION AND DROPPED ON
      *    THE SUPERVISOR-ONLY "IA" INTERNAL-AUDIT WORK QUEUE; ANYONE
      *    WHO SCORED BELOW THAT IS LISTED ON ONE LINE FOR CONTEXT.
      *    THE REPORT GOES TO "agtfraud" AND IS KEPT OUT OF THE REPORT
      *    STORE ON PURPOSE, SO RPTVIEW NEVER SHOWS AN AGENT THE CASE
      *    AGAINST THEM.  RUN ONCE A WEEK AFTER THE NIGHTLY STREAM;
      *    THE WEEK-ENDING DATE DEFAULTS TO TODAY.  READ-ONLY APART
      *    FROM THE WORK-QUEUE DROP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-AUDIT
                  ASSIGN TO DISK "custaudt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS.

           SELECT REFUND-LOG
                  ASSIGN TO DISK "refundlg"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REFUND-LOG-STATUS.

           SELECT APPROVALS
                  ASSIGN TO DISK "apprvals"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS APR-NO
                  FILE STATUS IS APPROVALS-STATUS.

           SELECT TICKET-LEDGER
                  ASSIGN TO DISK "tktledgr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TL-TICKET-NO
                  FILE STATUS IS TKT-LEDGER-STATUS.

           SELECT OPERATOR
                  ASSIGN TO DISK "operator"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OP-ID
                  FILE STATUS IS OPERATOR-STATUS.

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

           SELECT FRAUD-RPT
                  ASSIGN TO DISK "agtfraud"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-AUDIT.
       01  AUDIT-RECORD.
           03 AUDIT-ACTION                PIC X(01).
               88 AUDIT-ADD                          VALUE "A".
               88 AUDIT-MODIFY                       VALUE "M".
               88 AUDIT-DELETE                       VALUE "D".
           03 AUDIT-DATE                  PIC X(08).
           03 AUDIT-PID                   PIC 9(09).
           03 AUDIT-OPERATOR-ID           PIC X(05).
           03 AUDIT-BEFORE-IMAGE          PIC X(876).
           03 AUDIT-AFTER-IMAGE           PIC X(876).

       FD  REFUND-LOG.
       01  REFUND-LOG-RECORD.
           03 RL-CUST-RES-ID.
               04 RL-CUST-FLIGHT           PIC X(07).
               04 RL-CUST-NO               PIC X(04).
           03 RL-FLIGHT-ID                PIC X(07).
           03 RL-PAYMENT-AMT              PIC 9(07)V99.
           03 RL-REFUND-PCT               PIC 9V99.
           03 RL-REFUND-AMT               PIC 9(07)V99.
           03 RL-REFUND-DATE              PIC X(08).
           03 RL-PID                      PIC 9(09).
           03 RL-OP-ID                    PIC X(05).
           03 RL-PAYMENT-TYPE             PIC X(03).

       FD  APPROVALS.
       COPY apprvals.

       FD  TICKET-LEDGER.
       COPY tktledgr.

       FD  OPERATOR.
       COPY operator.

       FD  CUSTOMER.
       COPY custrec.

       FD  FRAUD-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  AUDIT-STATUS                   PIC X(02).
           88 AUDIT-NOT-PRESENT                       VALUE "35".
       01  REFUND-LOG-STATUS              PIC X(02).
           88 REFUND-LOG-NOT-PRESENT                  VALUE "35".
       01  APPROVALS-STATUS               PIC X(02).
           88 APPROVALS-NOT-PRESENT                   VALUE "35".
       01  TKT-LEDGER-STATUS              PIC X(02).
           88 TKT-LEDGER-NOT-PRESENT                  VALUE "35".
       01  OPERATOR-STATUS                PIC X(02).
           88 OPERATOR-NOT-PRESENT                    VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  FILE-EOF-SWITCH                PIC 9       VALUE 0.
           88 FILE-AT-END                             VALUE 1.
           88 FILE-NOT-AT-END                         VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  WS-WEEK-END-DATE               PIC X(08)   VALUE SPACES.
       01  WEEK-END-NUM                   PIC 9(08)   VALUE 0.
       01  WEEK-START-NUM                 PIC 9(08)   VALUE 0.
       01  WAIVER-START-NUM               PIC 9(08)   VALUE 0.
       01  WS-FLAG-SCORE                  PIC 9(03)   VALUE 0.
       01  FLAG-SCORE                     PIC 9(03)   VALUE 5.
       01  W-TXN-DATE                     PIC 9(08)   VALUE 0.

      *    POINTS PER RULE HIT.
       01  RULE-POINTS.
           03 PTS-REFUND-SELF             PIC 9(02)   VALUE 5.
           03 PTS-WAIVER-REPEAT           PIC 9(02)   VALUE 3.
           03 PTS-VOID-SETTLED            PIC 9(02)   VALUE 2.
           03 PTS-FAMILY-UPGRADE          PIC 9(02)   VALUE 4.

      *    EVERY OPERATOR ON FILE, WITH THE SURNAME TAKEN FROM OP-NAME
      *    ("LAST, FIRST" OR "FIRST LAST"), PLUS ANY ID SEEN IN THE
      *    FILES THAT IS NO LONGER ON "operator".
       01  OPERATOR-TABLE.
           03 OT-ENTRY OCCURS 300 TIMES.
              05 OT-OP-ID                 PIC X(05).
              05 OT-NAME                  PIC X(30).
              05 OT-SURNAME               PIC X(30).
              05 OT-SCORE                 PIC 9(04).
              05 OT-HITS                  PIC 9(04).
       01  OT-COUNT                       PIC 9(03)   VALUE 0.
       01  OT-IDX                         PIC 9(03)   VALUE 0.
       01  OT-FOUND-SWITCH                PIC 9       VALUE 0.
           88 OT-FOUND                                VALUE 1.
           88 OT-NOT-FOUND                            VALUE 0.
       01  W-LOOK-OP-ID                   PIC X(05)   VALUE SPACES.
       01  W-NAME-PART                    PIC X(30)   OCCURS 5 TIMES.
       01  W-NAME-COUNT                   PIC 9(02)   VALUE 0.
       01  W-COMMA-COUNT                  PIC 9(02)   VALUE 0.

      *    THE WEEK'S CARD REFUNDS, WAITING FOR THEIR BOOKING AGENT.
       01  REFUND-TABLE.
           03 RF-ENTRY OCCURS 500 TIMES.
              05 RF-RES-ID                PIC X(11).
              05 RF-OP-ID                 PIC X(05).
              05 RF-DATE                  PIC 9(08).
              05 RF-AMOUNT                PIC 9(07)V99.
              05 RF-BOOKED-BY             PIC X(05).
       01  RF-COUNT                       PIC 9(03)   VALUE 0.
       01  RF-IDX                         PIC 9(03)   VALUE 0.

      *    FEE WAIVERS IN THE 30-DAY LOOK-BACK.
       01  WAIVER-TABLE.
           03 WV-ENTRY OCCURS 500 TIMES.
              05 WV-OP-ID                 PIC X(05).
              05 WV-PAX-KEY               PIC X(40).
              05 WV-RES-ID                PIC X(11).
              05 WV-DATE                  PIC 9(08).
              05 WV-AMOUNT                PIC S9(07)V99.
              05 WV-STATUS                PIC X(01).
              05 WV-DONE                  PIC X(01).
       01  WV-COUNT                       PIC 9(03)   VALUE 0.
       01  WV-IDX                         PIC 9(03)   VALUE 0.
       01  WV-IDX2                        PIC 9(03)   VALUE 0.
       01  WV-GROUP-COUNT                 PIC 9(03)   VALUE 0.
       01  WV-GROUP-IN-WEEK               PIC 9(03)   VALUE 0.

      *    TICKETS ALREADY SCORED AS VOIDED AFTER SETTLEMENT.
       01  VOID-TABLE.
           03 VD-TICKET-NO                PIC X(13) OCCURS 500 TIMES.
       01  VD-COUNT                       PIC 9(03)   VALUE 0.
       01  VD-IDX                         PIC 9(03)   VALUE 0.
       01  VD-FOUND-SWITCH                PIC 9       VALUE 0.
           88 VD-FOUND                                VALUE 1.
           88 VD-NOT-FOUND                            VALUE 0.

      *    THE SUPPORTING TRANSACTIONS BEHIND EVERY POINT SCORED.
       01  EVIDENCE-TABLE.
           03 EV-ENTRY OCCURS 1000 TIMES.
              05 EV-OP-ID                 PIC X(05).
              05 EV-RULE                  PIC X(02).
              05 EV-DATE                  PIC 9(08).
              05 EV-RES-ID                PIC X(11).
              05 EV-AMOUNT                PIC S9(07)V99.
              05 EV-TEXT                  PIC X(30).
       01  EV-COUNT                       PIC 9(04)   VALUE 0.
       01  EV-IDX                         PIC 9(04)   VALUE 0.
       01  EV-OVERFLOW-COUNT              PIC 9(05)   VALUE 0.
       01  W-EV-RULE                      PIC X(02)   VALUE SPACES.
       01  W-EV-DATE                      PIC 9(08)   VALUE 0.
       01  W-EV-RES-ID                    PIC X(11)   VALUE SPACES.
       01  W-EV-AMOUNT                    PIC S9(07)V99 VALUE 0.
       01  W-EV-TEXT                      PIC X(30)   VALUE SPACES.
       01  W-EV-POINTS                    PIC 9(02)   VALUE 0.

      *    THE BEFORE IMAGE, HELD WHILE THE AFTER IMAGE IS LOOKED AT.
       01  BEFORE-FIELDS.
           03 BF-RES-ID                   PIC X(11).
           03 BF-SETTLED-FLAG             PIC X(01).
           03 BF-TICKET-NO                PIC X(13).
           03 BF-RES-STATUS               PIC X(01).
           03 BF-UPGRADE-FLAG             PIC X(01).
           03 BF-BOOKED-BY                PIC X(05).

       01  AUDIT-IN-WEEK-COUNT            PIC 9(07)   VALUE 0.
       01  REFUND-SELF-COUNT              PIC 9(05)   VALUE 0.
       01  WAIVER-GROUP-TOTAL             PIC 9(05)   VALUE 0.
       01  VOID-SETTLED-COUNT             PIC 9(05)   VALUE 0.
       01  FAMILY-UPGRADE-COUNT           PIC 9(05)   VALUE 0.
       01  FLAGGED-COUNT                  PIC 9(03)   VALUE 0.
       01  QUEUED-COUNT                   PIC 9(03)   VALUE 0.
       01  BELOW-COUNT                    PIC 9(03)   VALUE 0.
       01  TABLE-FULL-COUNT               PIC 9(05)   VALUE 0.

       01  WQA-TYPE                       PIC X(02)   VALUE "IA".
       01  WQA-RES-ID                     PIC X(11)   VALUE SPACES.
       01  WQA-NOTE                       PIC X(40)   VALUE SPACES.
       01  WQA-BY                         PIC X(08)   VALUE "AGTFRAUD".
       01  WQA-RESULT                     PIC X(01)   VALUE SPACES.
           88 WQA-DONE                                VALUE "D".

       01  DETAIL-LINE.
           03 FILLER                      PIC X(04)   VALUE SPACES.
           03 DL-RULE                     PIC X(02).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 DL-DATE                     PIC 9(08).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 DL-RES-ID                   PIC X(11).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 DL-AMOUNT                   PIC Z(06)9.99-.
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 DL-TEXT                     PIC X(30).
           03 FILLER                      PIC X(06)   VALUE SPACES.

       01  OPERATOR-LINE.
           03 OL-OP-ID                    PIC X(05).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 OL-NAME                     PIC X(30).
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 OL-LABEL                    PIC X(06).
           03 OL-SCORE                    PIC ZZZ9.
           03 FILLER                      PIC X(02)   VALUE SPACES.
           03 OL-HITS                     PIC ZZZ9.
           03 OL-HITS-LABEL               PIC X(05).
           03 FILLER                      PIC X(20)   VALUE SPACES.

       01  RPT-CNT                        PIC Z(06)9.
       01  RPT-SCORE                      PIC ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT.
           PERFORM LOAD-OPERATORS.
           PERFORM LOAD-WEEK-REFUNDS.
           PERFORM SCAN-CUSTOMER-AUDIT.
           PERFORM SCORE-REFUNDS-TO-SELF.
           PERFORM LOAD-FEE-WAIVERS.
           PERFORM SCORE-REPEATED-WAIVERS.
           PERFORM PRINT-FLAGGED-OPERATORS.
           PERFORM PRINT-BELOW-THRESHOLD.
           PERFORM TERMINATE-REPORT.
           STOP RUN.

       INITIALIZE-REPORT.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "AGTFRAUD - WEEK-ENDING DATE (YYYYMMDD, BLANK=TODAY)
      -    ":".
           ACCEPT WS-WEEK-END-DATE.
           IF WS-WEEK-END-DATE = SPACES
              MOVE TODAY-DATE              TO  WS-WEEK-END-DATE
           END-IF.
           IF WS-WEEK-END-DATE NOT NUMERIC
              DISPLAY "AGTFRAUD - WEEK-ENDING DATE NOT VALID, ABORTING"
              STOP RUN
           END-IF.
           MOVE WS-WEEK-END-DATE           TO  WEEK-END-NUM.
           COMPUTE WEEK-START-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WEEK-END-NUM) - 6).
           COMPUTE WAIVER-START-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WEEK-END-NUM) - 29).
           DISPLAY "AGTFRAUD - FLAG AT SCORE (BLANK=5):".
           ACCEPT WS-FLAG-SCORE.
           IF WS-FLAG-SCORE > 0
              MOVE WS-FLAG-SCORE           TO  FLAG-SCORE
           END-IF.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "AGTFRAUD - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN OUTPUT FRAUD-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "INTERNAL AGENT FRAUD-PATTERN REPORT - WEEK "
                  WEEK-START-NUM " TO " WEEK-END-NUM
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE "RESTRICTED - SUPERVISORS AND INTERNAL AUDIT ONLY"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE FLAG-SCORE                 TO  RPT-SCORE.
           STRING "RULES: RS REFUND TO SELF " PTS-REFUND-SELF
                  "  FW REPEATED WAIVER " PTS-WAIVER-REPEAT
                  "  FLAG AT " RPT-SCORE    DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "       VS VOID AFTER SETTLEMENT " PTS-VOID-SETTLED
                  "  FM FAMILY MILES UPGRADE " PTS-FAMILY-UPGRADE
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.

       LOAD-OPERATORS.
           OPEN INPUT OPERATOR.
           IF OPERATOR-NOT-PRESENT
              DISPLAY "AGTFRAUD - NO OPERATOR FILE, SURNAMES NOT"
                      " CHECKED"
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ OPERATOR NEXT RECORD
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF OT-COUNT < 300
                         ADD 1             TO  OT-COUNT
                         MOVE OT-COUNT     TO  OT-IDX
                         MOVE OP-ID        TO  OT-OP-ID(OT-IDX)
                         MOVE OP-NAME      TO  OT-NAME(OT-IDX)
                         MOVE 0            TO  OT-SCORE(OT-IDX)
                                               OT-HITS(OT-IDX)
                         PERFORM TAKE-OPERATOR-SURNAME
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERATOR.

       TAKE-OPERATOR-SURNAME.
           MOVE SPACES                     TO  OT-SURNAME(OT-IDX).
           IF OP-NAME = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 0                          TO  W-COMMA-COUNT.
           INSPECT OP-NAME TALLYING W-COMMA-COUNT FOR ALL ",".
           IF W-COMMA-COUNT > 0
              UNSTRING OP-NAME DELIMITED BY ","
                       INTO OT-SURNAME(OT-IDX)
              END-UNSTRING
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  W-NAME-PART(1)
                                               W-NAME-PART(2)
                                               W-NAME-PART(3)
                                               W-NAME-PART(4)
                                               W-NAME-PART(5).
           MOVE 0                          TO  W-NAME-COUNT.
           UNSTRING OP-NAME DELIMITED BY ALL SPACE
                    INTO W-NAME-PART(1) W-NAME-PART(2) W-NAME-PART(3)
                         W-NAME-PART(4) W-NAME-PART(5)
                    TALLYING IN W-NAME-COUNT
           END-UNSTRING.
           PERFORM UNTIL W-NAME-COUNT = 0
                      OR W-NAME-PART(W-NAME-COUNT) NOT = SPACES
              SUBTRACT 1                   FROM W-NAME-COUNT
           END-PERFORM.
           IF W-NAME-COUNT > 0
              MOVE W-NAME-PART(W-NAME-COUNT) TO  OT-SURNAME(OT-IDX)
           END-IF.

       FIND-OPERATOR-ENTRY.
      *    AN ID NOT ON "operator" (SINCE REMOVED) STILL GETS A LINE.
           SET OT-NOT-FOUND                TO  TRUE.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > OT-COUNT OR OT-FOUND
              IF OT-OP-ID(OT-IDX) = W-LOOK-OP-ID
                 SET OT-FOUND              TO  TRUE
              END-IF
           END-PERFORM.
           IF OT-FOUND
              SUBTRACT 1                   FROM OT-IDX
              EXIT PARAGRAPH
           END-IF.
           IF OT-COUNT < 300
              ADD 1                        TO  OT-COUNT
              MOVE OT-COUNT                TO  OT-IDX
              MOVE W-LOOK-OP-ID            TO  OT-OP-ID(OT-IDX)
              MOVE "(NOT ON OPERATOR FILE)" TO  OT-NAME(OT-IDX)
              MOVE SPACES                  TO  OT-SURNAME(OT-IDX)
              MOVE 0                       TO  OT-SCORE(OT-IDX)
                                               OT-HITS(OT-IDX)
              SET OT-FOUND                 TO  TRUE
           END-IF.

       ADD-EVIDENCE.
      *    W-LOOK-OP-ID AND THE W-EV- FIELDS ARE SET BY THE CALLER.
           PERFORM FIND-OPERATOR-ENTRY.
           IF OT-FOUND
              ADD W-EV-POINTS              TO  OT-SCORE(OT-IDX)
              ADD 1                        TO  OT-HITS(OT-IDX)
           ELSE
              ADD 1                        TO  TABLE-FULL-COUNT
           END-IF.
           IF EV-COUNT NOT < 1000
              ADD 1                        TO  EV-OVERFLOW-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  EV-COUNT.
           MOVE W-LOOK-OP-ID               TO  EV-OP-ID(EV-COUNT).
           MOVE W-EV-RULE                  TO  EV-RULE(EV-COUNT).
           MOVE W-EV-DATE                  TO  EV-DATE(EV-COUNT).
           MOVE W-EV-RES-ID                TO  EV-RES-ID(EV-COUNT).
           MOVE W-EV-AMOUNT                TO  EV-AMOUNT(EV-COUNT).
           MOVE W-EV-TEXT                  TO  EV-TEXT(EV-COUNT).

      *****************************************************************
      *    RS - CARD REFUNDS KEYED THIS WEEK
      *****************************************************************
       LOAD-WEEK-REFUNDS.
           OPEN INPUT REFUND-LOG.
           IF REFUND-LOG-NOT-PRESENT
              DISPLAY "AGTFRAUD - NO REFUND LOG, REFUNDS NOT CHECKED"
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ REFUND-LOG
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      PERFORM TAKE-ONE-REFUND
              END-READ
           END-PERFORM.
           CLOSE REFUND-LOG.

       TAKE-ONE-REFUND.
           IF RL-REFUND-DATE NOT NUMERIC OR RL-OP-ID = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE RL-REFUND-DATE             TO  W-TXN-DATE.
           IF W-TXN-DATE < WEEK-START-NUM OR
              W-TXN-DATE > WEEK-END-NUM
              EXIT PARAGRAPH
           END-IF.
           IF RL-PAYMENT-TYPE NOT = "MST" AND
              RL-PAYMENT-TYPE NOT = "VSA"
              EXIT PARAGRAPH
           END-IF.
           IF RF-COUNT NOT < 500
              ADD 1                        TO  TABLE-FULL-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  RF-COUNT.
           MOVE RL-CUST-RES-ID             TO  RF-RES-ID(RF-COUNT).
           MOVE RL-OP-ID                   TO  RF-OP-ID(RF-COUNT).
           MOVE W-TXN-DATE                 TO  RF-DATE(RF-COUNT).
           MOVE RL-REFUND-AMT              TO  RF-AMOUNT(RF-COUNT).
           MOVE SPACES                     TO  RF-BOOKED-BY(RF-COUNT).
      *    A RESERVATION STILL ON FILE SAYS WHO BOOKED IT; ONE ALREADY
      *    CANCELLED IS ANSWERED FROM ITS AUDIT IMAGES.
           MOVE RL-CUST-RES-ID             TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE BOOKED-BY-OP-ID    TO  RF-BOOKED-BY(RF-COUNT)
           END-READ.

       SCORE-REFUNDS-TO-SELF.
           PERFORM VARYING RF-IDX FROM 1 BY 1 UNTIL RF-IDX > RF-COUNT
              IF RF-BOOKED-BY(RF-IDX) NOT = SPACES AND
                 RF-BOOKED-BY(RF-IDX) = RF-OP-ID(RF-IDX)
                 MOVE RF-OP-ID(RF-IDX)     TO  W-LOOK-OP-ID
                 MOVE "RS"                 TO  W-EV-RULE
                 MOVE RF-DATE(RF-IDX)      TO  W-EV-DATE
                 MOVE RF-RES-ID(RF-IDX)    TO  W-EV-RES-ID
                 MOVE RF-AMOUNT(RF-IDX)    TO  W-EV-AMOUNT
                 MOVE "CARD REFUND ON OWN BOOKING"
                                           TO  W-EV-TEXT
                 MOVE PTS-REFUND-SELF      TO  W-EV-POINTS
                 PERFORM ADD-EVIDENCE
                 ADD 1                     TO  REFUND-SELF-COUNT
              END-IF
           END-PERFORM.

      *****************************************************************
      *    ONE PASS OF THE AUDIT TRAIL - BOOKING AGENTS FOR CANCELLED
      *    REFUNDS (ANY DATE), AND THE WEEK'S VS AND FM HITS.
      *****************************************************************
       SCAN-CUSTOMER-AUDIT.
           OPEN INPUT CUSTOMER-AUDIT.
           IF AUDIT-NOT-PRESENT
              DISPLAY "AGTFRAUD - NO AUDIT FILE, VOIDS AND UPGRADES NOT"
                      " CHECKED"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TICKET-LEDGER.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ CUSTOMER-AUDIT
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      PERFORM CHECK-ONE-AUDIT-RECORD
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-AUDIT.
           IF NOT TKT-LEDGER-NOT-PRESENT
              CLOSE TICKET-LEDGER
           END-IF.

       CHECK-ONE-AUDIT-RECORD.
           MOVE SPACES                     TO  BEFORE-FIELDS.
           IF NOT AUDIT-ADD
              MOVE AUDIT-BEFORE-IMAGE      TO  CUSTOMER-RECORD
              MOVE CUST-RES-ID             TO  BF-RES-ID
              MOVE SETTLED-FLAG            TO  BF-SETTLED-FLAG
              MOVE TICKET-NO               TO  BF-TICKET-NO
              MOVE RES-STATUS              TO  BF-RES-STATUS
              MOVE UPGRADE-FLAG            TO  BF-UPGRADE-FLAG
              MOVE BOOKED-BY-OP-ID         TO  BF-BOOKED-BY
              PERFORM FILL-REFUND-BOOKER
           END-IF.
           IF NOT AUDIT-DELETE
              MOVE AUDIT-AFTER-IMAGE       TO  CUSTOMER-RECORD
              MOVE BOOKED-BY-OP-ID         TO  BF-BOOKED-BY
              PERFORM FILL-REFUND-BOOKER
           END-IF.
           IF AUDIT-DATE NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE AUDIT-DATE                 TO  W-TXN-DATE.
           IF W-TXN-DATE < WEEK-START-NUM OR
              W-TXN-DATE > WEEK-END-NUM
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  AUDIT-IN-WEEK-COUNT.
           PERFORM CHECK-VOID-AFTER-SETTLE.
           IF AUDIT-MODIFY
              PERFORM CHECK-FAMILY-UPGRADE
           END-IF.

       FILL-REFUND-BOOKER.
      *    CUSTOMER-RECORD HOLDS THE IMAGE; THE LATEST WORD WINS.
           IF BOOKED-BY-OP-ID = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING RF-IDX FROM 1 BY 1 UNTIL RF-IDX > RF-COUNT
              IF RF-RES-ID(RF-IDX) = CUST-RES-ID
                 MOVE BOOKED-BY-OP-ID      TO  RF-BOOKED-BY(RF-IDX)
              END-IF
           END-PERFORM.

       CHECK-VOID-AFTER-SETTLE.
      *    THE CHANGE MUST HAVE TAKEN THE BOOKING OUT OF ITS STATUS
      *    (OR DELETED IT) - A SEAT CHANGE ON A LATER-VOIDED TICKET
      *    IS NOT THE VOID.
           IF AUDIT-ADD OR TKT-LEDGER-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           IF BF-SETTLED-FLAG NOT = "Y" OR BF-TICKET-NO = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF AUDIT-MODIFY AND RES-STATUS = BF-RES-STATUS
              EXIT PARAGRAPH
           END-IF.
           SET VD-NOT-FOUND                TO  TRUE.
           PERFORM VARYING VD-IDX FROM 1 BY 1
                   UNTIL VD-IDX > VD-COUNT OR VD-FOUND
              IF VD-TICKET-NO(VD-IDX) = BF-TICKET-NO
                 SET VD-FOUND              TO  TRUE
              END-IF
           END-PERFORM.
           IF VD-FOUND
              EXIT PARAGRAPH
           END-IF.
           MOVE BF-TICKET-NO               TO  TL-TICKET-NO.
           READ TICKET-LEDGER
                INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT TL-VOIDED
              EXIT PARAGRAPH
           END-IF.
           IF VD-COUNT < 500
              ADD 1                        TO  VD-COUNT
              MOVE BF-TICKET-NO            TO  VD-TICKET-NO(VD-COUNT)
           END-IF.
           MOVE AUDIT-OPERATOR-ID          TO  W-LOOK-OP-ID.
           MOVE "VS"                       TO  W-EV-RULE.
           MOVE W-TXN-DATE                 TO  W-EV-DATE.
           MOVE BF-RES-ID                  TO  W-EV-RES-ID.
           MOVE 0                          TO  W-EV-AMOUNT.
           MOVE SPACES                     TO  W-EV-TEXT.
           STRING "SETTLED TKT VOIDED " BF-TICKET-NO(1:11)
                                            DELIMITED BY SIZE
                  INTO W-EV-TEXT
           END-STRING.
           MOVE PTS-VOID-SETTLED           TO  W-EV-POINTS.
           PERFORM ADD-EVIDENCE.
           ADD 1                           TO  VOID-SETTLED-COUNT.

       CHECK-FAMILY-UPGRADE.
      *    CUSTOMER-RECORD HOLDS THE AFTER IMAGE.
           IF NOT MILES-UPGRADED OR BF-UPGRADE-FLAG = "M"
              EXIT PARAGRAPH
           END-IF.
           MOVE AUDIT-OPERATOR-ID          TO  W-LOOK-OP-ID.
           PERFORM FIND-OPERATOR-ENTRY.
           IF OT-NOT-FOUND
              EXIT PARAGRAPH
           END-IF.
           IF OT-SURNAME(OT-IDX) = SPACES OR
              OT-SURNAME(OT-IDX) NOT = CUST-LNAME
              EXIT PARAGRAPH
           END-IF.
           MOVE "FM"                       TO  W-EV-RULE.
           MOVE W-TXN-DATE                 TO  W-EV-DATE.
           MOVE CUST-RES-ID                TO  W-EV-RES-ID.
           MOVE 0                          TO  W-EV-AMOUNT.
           MOVE SPACES                     TO  W-EV-TEXT.
           STRING "UPG " AWARD-MILES-USED " MI " CUST-LNAME
                                            DELIMITED BY SIZE
                  INTO W-EV-TEXT
           END-STRING.
           MOVE PTS-FAMILY-UPGRADE         TO  W-EV-POINTS.
           PERFORM ADD-EVIDENCE.
           ADD 1                           TO  FAMILY-UPGRADE-COUNT.

      *****************************************************************
      *    FW - FEE WAIVERS BY OPERATOR AND PASSENGER
      *****************************************************************
       LOAD-FEE-WAIVERS.
           OPEN INPUT APPROVALS.
           IF APPROVALS-NOT-PRESENT
              DISPLAY "AGTFRAUD - NO APPROVALS FILE, WAIVERS NOT"
                      " CHECKED"
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ APPROVALS NEXT RECORD
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      PERFORM TAKE-ONE-WAIVER
              END-READ
           END-PERFORM.
           CLOSE APPROVALS.

       TAKE-ONE-WAIVER.
           IF NOT APR-FEE-WAIVER OR APR-REQ-OP-ID = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF APR-REQ-DATE < WAIVER-START-NUM OR
              APR-REQ-DATE > WEEK-END-NUM
              EXIT PARAGRAPH
           END-IF.
           IF WV-COUNT NOT < 500
              ADD 1                        TO  TABLE-FULL-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  WV-COUNT.
           MOVE APR-REQ-OP-ID              TO  WV-OP-ID(WV-COUNT).
           MOVE APR-CUST-RES-ID            TO  WV-RES-ID(WV-COUNT).
           MOVE APR-REQ-DATE               TO  WV-DATE(WV-COUNT).
           MOVE APR-AMOUNT                 TO  WV-AMOUNT(WV-COUNT).
           MOVE APR-STATUS                 TO  WV-STATUS(WV-COUNT).
           MOVE "N"                        TO  WV-DONE(WV-COUNT).
      *    THE SAME PASSENGER ON A NEW BOOKING IS STILL THE SAME
      *    PASSENGER; A BOOKING NO LONGER ON FILE FALLS BACK TO ITS ID.
           MOVE APR-CUST-RES-ID            TO  WV-PAX-KEY(WV-COUNT).
           MOVE APR-CUST-RES-ID            TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE CUST-LNAME(1:20)
                                 TO  WV-PAX-KEY(WV-COUNT)(1:20)
                   MOVE CUST-FNAME(1:20)
                                 TO  WV-PAX-KEY(WV-COUNT)(21:20)
           END-READ.

       SCORE-REPEATED-WAIVERS.
           PERFORM VARYING WV-IDX FROM 1 BY 1 UNTIL WV-IDX > WV-COUNT
              IF WV-DONE(WV-IDX) = "N"
                 PERFORM SCORE-ONE-WAIVER-GROUP
              END-IF
           END-PERFORM.

       SCORE-ONE-WAIVER-GROUP.
           MOVE 0                          TO  WV-GROUP-COUNT
                                               WV-GROUP-IN-WEEK.
           PERFORM VARYING WV-IDX2 FROM WV-IDX BY 1
                   UNTIL WV-IDX2 > WV-COUNT
              IF WV-OP-ID(WV-IDX2) = WV-OP-ID(WV-IDX) AND
                 WV-PAX-KEY(WV-IDX2) = WV-PAX-KEY(WV-IDX)
                 MOVE "G"                  TO  WV-DONE(WV-IDX2)
                 ADD 1                     TO  WV-GROUP-COUNT
                 IF WV-DATE(WV-IDX2) NOT < WEEK-START-NUM
                    ADD 1                  TO  WV-GROUP-IN-WEEK
                 END-IF
              END-IF
           END-PERFORM.
           IF WV-GROUP-COUNT < 2 OR WV-GROUP-IN-WEEK = 0
              MOVE "Y"                     TO  WV-DONE(WV-IDX)
              PERFORM VARYING WV-IDX2 FROM WV-IDX BY 1
                      UNTIL WV-IDX2 > WV-COUNT
                 IF WV-DONE(WV-IDX2) = "G"
                    MOVE "Y"               TO  WV-DONE(WV-IDX2)
                 END-IF
              END-PERFORM
              EXIT PARAGRAPH
           END-IF.
      *    THE GROUP SCORES ONCE; EACH WAIVER IN IT IS LISTED.
           ADD 1                           TO  WAIVER-GROUP-TOTAL.
           MOVE PTS-WAIVER-REPEAT          TO  W-EV-POINTS.
           PERFORM VARYING WV-IDX2 FROM WV-IDX BY 1
                   UNTIL WV-IDX2 > WV-COUNT
              IF WV-DONE(WV-IDX2) = "G"
                 MOVE "Y"                  TO  WV-DONE(WV-IDX2)
                 MOVE WV-OP-ID(WV-IDX2)    TO  W-LOOK-OP-ID
                 MOVE "FW"                 TO  W-EV-RULE
                 MOVE WV-DATE(WV-IDX2)     TO  W-EV-DATE
                 MOVE WV-RES-ID(WV-IDX2)   TO  W-EV-RES-ID
                 MOVE WV-AMOUNT(WV-IDX2)   TO  W-EV-AMOUNT
                 MOVE SPACES               TO  W-EV-TEXT
                 STRING "WAIVER (" WV-STATUS(WV-IDX2) ") "
                        WV-PAX-KEY(WV-IDX2)(1:20)
                                            DELIMITED BY SIZE
                        INTO W-EV-TEXT
                 END-STRING
                 PERFORM ADD-EVIDENCE
                 MOVE 0                    TO  W-EV-POINTS
              END-IF
           END-PERFORM.

      *****************************************************************
      *    THE REPORT AND THE INTERNAL-AUDIT QUEUE DROP
      *****************************************************************
       PRINT-FLAGGED-OPERATORS.
           MOVE "FLAGGED OPERATORS"        TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "    RL DATE      RES-ID           AMOUNT  DETAIL"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OT-COUNT
              IF OT-SCORE(OT-IDX) NOT < FLAG-SCORE
                 PERFORM PRINT-ONE-FLAGGED
              END-IF
           END-PERFORM.
           IF FLAGGED-COUNT = 0
              MOVE "  NONE"                TO  RPT-RECORD
              WRITE RPT-RECORD
           END-IF.

       PRINT-ONE-FLAGGED.
           ADD 1                           TO  FLAGGED-COUNT.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE OT-OP-ID(OT-IDX)           TO  OL-OP-ID.
           MOVE OT-NAME(OT-IDX)            TO  OL-NAME.
           MOVE "SCORE "                   TO  OL-LABEL.
           MOVE OT-SCORE(OT-IDX)           TO  OL-SCORE.
           MOVE OT-HITS(OT-IDX)            TO  OL-HITS.
           MOVE " HITS"                    TO  OL-HITS-LABEL.
           MOVE OPERATOR-LINE              TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EV-COUNT
              IF EV-OP-ID(EV-IDX) = OT-OP-ID(OT-IDX)
                 MOVE EV-RULE(EV-IDX)      TO  DL-RULE
                 MOVE EV-DATE(EV-IDX)      TO  DL-DATE
                 MOVE EV-RES-ID(EV-IDX)    TO  DL-RES-ID
                 MOVE EV-AMOUNT(EV-IDX)    TO  DL-AMOUNT
                 MOVE EV-TEXT(EV-IDX)      TO  DL-TEXT
                 MOVE DETAIL-LINE          TO  RPT-RECORD
                 WRITE RPT-RECORD
              END-IF
           END-PERFORM.
           PERFORM QUEUE-FLAGGED-OPERATOR.

       QUEUE-FLAGGED-OPERATOR.
      *    THE NOTE LEADS WITH THE OPERATOR ID - WQWORK WILL NOT LET
      *    A SUPERVISOR TAKE THE ITEM ABOUT THEMSELVES.
           MOVE OT-SCORE(OT-IDX)           TO  RPT-SCORE.
           MOVE SPACES                     TO  WQA-NOTE.
           STRING OT-OP-ID(OT-IDX) " SCORE " RPT-SCORE
                  " AGTFRAUD WK " WEEK-END-NUM
                                            DELIMITED BY SIZE
                  INTO WQA-NOTE
           END-STRING.
           MOVE SPACES                     TO  WQA-RES-ID.
           CALL "WORKQADD" USING WQA-TYPE, WQA-RES-ID, WQA-NOTE,
                                  WQA-BY, WQA-RESULT.
           IF WQA-DONE
              ADD 1                        TO  QUEUED-COUNT
           END-IF.

       PRINT-BELOW-THRESHOLD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "SCORED BELOW THE FLAG"    TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OT-COUNT
              IF OT-SCORE(OT-IDX) > 0 AND
                 OT-SCORE(OT-IDX) < FLAG-SCORE
                 ADD 1                     TO  BELOW-COUNT
                 MOVE OT-OP-ID(OT-IDX)     TO  OL-OP-ID
                 MOVE OT-NAME(OT-IDX)      TO  OL-NAME
                 MOVE "SCORE "             TO  OL-LABEL
                 MOVE OT-SCORE(OT-IDX)     TO  OL-SCORE
                 MOVE OT-HITS(OT-IDX)      TO  OL-HITS
                 MOVE " HITS"              TO  OL-HITS-LABEL
                 MOVE OPERATOR-LINE        TO  RPT-RECORD
                 WRITE RPT-RECORD
              END-IF
           END-PERFORM.
           IF BELOW-COUNT = 0
              MOVE "  NONE"                TO  RPT-RECORD
              WRITE RPT-RECORD
           END-IF.

       TERMINATE-REPORT.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE AUDIT-IN-WEEK-COUNT        TO  RPT-CNT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "AUDIT RECORDS IN WEEK    " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE RF-COUNT                   TO  RPT-CNT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "CARD REFUNDS IN WEEK     " RPT-CNT
                  "   TO OWN BOOKING " REFUND-SELF-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE WV-COUNT                   TO  RPT-CNT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "FEE WAIVERS IN 30 DAYS   " RPT-CNT
                  "   REPEAT GROUPS  " WAIVER-GROUP-TOTAL
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE VOID-SETTLED-COUNT         TO  RPT-CNT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "VOIDS AFTER SETTLEMENT   " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE FAMILY-UPGRADE-COUNT       TO  RPT-CNT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "FAMILY MILES UPGRADES    " RPT-CNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE FLAGGED-COUNT              TO  RPT-CNT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "OPERATORS FLAGGED        " RPT-CNT
                  "   QUEUED (IA)    " QUEUED-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF EV-OVERFLOW-COUNT > 0 OR TABLE-FULL-COUNT > 0
              MOVE SPACES                  TO  RPT-RECORD
              STRING "** TABLE FULL - ITEMS NOT LISTED "
                     EV-OVERFLOW-COUNT " NOT SCORED "
                     TABLE-FULL-COUNT       DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           CLOSE CUSTOMER.
           CLOSE FRAUD-RPT.
           DISPLAY "AGTFRAUD - " FLAGGED-COUNT " OPERATOR(S) FLAGGED,"
                   " SEE agtfraud".
