       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      DSAR.

      ******************************************************************
      *    DSAR.CBL
      *    DATA SUBJECT ACCESS REQUESTS - WHEN A PASSENGER ASKS FOR
      *    EVERYTHING WE HOLD ABOUT THEM.
      *      1) NEW REQUEST - TAKES THE PASSENGER'S NAME, DATE OF BIRTH
      *         AND/OR FFP NUMBER AND SEARCHES EVERY FILE THAT CAN HOLD
      *         THEIR PERSONAL DATA: THE FFP MEMBERSHIP, CONTACT
      *         PROFILE, LIVE AND ARCHIVED RESERVATIONS, RESERVATION
      *         AUDIT TRAIL, E-TICKETS, REFUND LOG, BAGGAGE CLAIMS,
      *         CUSTOMER-SERVICE CASES AND TRAVEL VOUCHERS.  WRITES A
      *         READABLE DISCLOSURE DOCUMENT TO "dsardoc" (FORMATTED AS
      *         A PDF THROUGH PDFFMT) AND A MACHINE-READABLE EXTRACT TO
      *         "dsarext" - ONE COMMA-DELIMITED LINE PER RECORD, THE
      *         SOURCE AND KEY FIRST, THEN NAME=VALUE PAIRS.  THE
      *         REQUEST IS LOGGED ON "dsarlog" WITH ITS STATUTORY DUE
      *         DATE.
      *      2) MARK A REQUEST SENT ONCE THE RESPONSE HAS GONE OUT.
      *      3) LIST REQUESTS NOT YET SENT, OLDEST DUE DATE WORST.
      *    ARCHIVED RESERVATIONS ALREADY ANONYMIZED BY RETNPRG NO
      *    LONGER CARRY A NAME; ONE WHOSE RESERVATION NUMBER TIES BACK
      *    TO THE PASSENGER THROUGH THE LIVE FILE OR THE AUDIT TRAIL IS
      *    DISCLOSED AS ANONYMIZED SO THE PASSENGER KNOWS IT EXISTS.
      *    CARD DETAILS APPEAR AS THE VAULT TOKEN ONLY - THE REAL
      *    NUMBER NEVER LEAVES "cardvlt".  VOUCHERS AND E-TICKETS CARRY
      *    NO DATE OF BIRTH AND ARE MATCHED ON NAME ALONE, AND SAY SO.
      *    EVERY RESERVATION DISCLOSED IS WRITTEN TO THE "viewlog"
      *    READ-ACCESS LOG AS AN EXTRACT UNDER THE OPERATOR.
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

           SELECT CUSTOMER-ARCHIVE
                  ASSIGN TO DISK "custarch"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ARCHIVE-STATUS.

           SELECT CUSTOMER-AUDIT
                  ASSIGN TO DISK "custaudt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS.

           SELECT CUSTOMER-PROFILE
                  ASSIGN TO DISK "custprof"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CP-NAME-KEY
                  FILE STATUS IS CUST-PROF-STATUS.

           SELECT FFP-MEMBER
                  ASSIGN TO DISK "ffpmem"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FFP-NAME-KEY
                  FILE STATUS IS FFP-STATUS.

           SELECT CS-CASE
                  ASSIGN TO DISK "cscase"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CS-CASE-NO
                  FILE STATUS IS CS-CASE-STATUS.

           SELECT BAG-CLAIM
                  ASSIGN TO DISK "bagclaim"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BCL-CLAIM-NO
                  FILE STATUS IS BAG-CLAIM-STATUS.

           SELECT VOUCHER
                  ASSIGN TO DISK "voucher"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS VCH-NO
                  FILE STATUS IS VOUCHER-STATUS.

           SELECT TICKET-LEDGER
                  ASSIGN TO DISK "tktledgr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TL-TICKET-NO
                  FILE STATUS IS TKT-LEDGER-STATUS.

           SELECT REFUND-LOG
                  ASSIGN TO DISK "refundlg"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REFUND-LOG-STATUS.

           SELECT CLAIM-COUNTER
                  ASSIGN TO DISK "clmctr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CM-KEY
                  FILE STATUS IS CLM-CTR-STATUS.

           SELECT DSAR-LOG
                  ASSIGN TO DISK "dsarlog"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS DSR-REQUEST-NO
                  FILE STATUS IS DSAR-LOG-STATUS.

           SELECT DISCLOSURE-DOC
                  ASSIGN TO DISK "dsardoc"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DOC-STATUS.

           SELECT DSAR-EXTRACT
                  ASSIGN TO DISK "dsarext"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EXTRACT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER.
       COPY custrec.

       FD  CUSTOMER-ARCHIVE.
       01  ARCHIVE-RECORD                 PIC X(876).

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

       FD  CUSTOMER-PROFILE.
       COPY custprof.

       FD  FFP-MEMBER.
       COPY ffpmem.

       FD  CS-CASE.
       COPY cscase.

       FD  BAG-CLAIM.
       COPY bagclaim.

       FD  VOUCHER.
       COPY voucher.

       FD  TICKET-LEDGER.
       COPY tktledgr.

       FD  REFUND-LOG.
       01  REFUND-LOG-RECORD.
           03 RL-CUST-RES-ID.
               04 RL-CUST-FLIGHT           PIC X(07).
               04 RL-CUST-NO               PIC X(04).
           03 RL-FLIGHT-ID                PIC X(07).
           03 RL-PAYMENT-AMT              PIC 9(07)V99.
           03 RL-REFUND-PCT               PIC 9V99.
           03 RL-REFUND-AMT               PIC 9(07)V99.
           03 RL-REFUND-DATE.
               04 RL-YY                   PIC X(04).
               04 RL-MM                   PIC X(02).
               04 RL-DD                   PIC X(02).
           03 RL-PID                      PIC 9(09).
           03 RL-OP-ID                    PIC X(05).
           03 RL-PAYMENT-TYPE             PIC X(03).

       FD  CLAIM-COUNTER.
       COPY clmctr.

       FD  DSAR-LOG.
       COPY dsarlog.

       FD  DISCLOSURE-DOC.
       01  RPT-RECORD                     PIC X(80).

       FD  DSAR-EXTRACT.
       01  EXTRACT-RECORD                 PIC X(400).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       COPY viewlogp.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  ARCHIVE-STATUS                 PIC X(02).
           88 ARCHIVE-NOT-PRESENT                     VALUE "35".
       01  AUDIT-STATUS                   PIC X(02).
           88 AUDIT-NOT-PRESENT                       VALUE "35".
       01  CUST-PROF-STATUS               PIC X(02).
           88 CUST-PROF-NOT-PRESENT                   VALUE "35".
       01  FFP-STATUS                     PIC X(02).
           88 FFP-NOT-PRESENT                         VALUE "35".
       01  CS-CASE-STATUS                 PIC X(02).
           88 CS-CASE-NOT-PRESENT                     VALUE "35".
       01  BAG-CLAIM-STATUS               PIC X(02).
           88 BAG-CLAIM-NOT-PRESENT                   VALUE "35".
       01  VOUCHER-STATUS                 PIC X(02).
           88 VOUCHER-NOT-PRESENT                     VALUE "35".
       01  TKT-LEDGER-STATUS              PIC X(02).
           88 TKT-LEDGER-NOT-PRESENT                  VALUE "35".
       01  REFUND-LOG-STATUS              PIC X(02).
           88 REFUND-LOG-NOT-PRESENT                  VALUE "35".
       01  CLM-CTR-STATUS                 PIC X(02).
           88 CLM-CTR-NOT-PRESENT                     VALUE "35".
       01  DSAR-LOG-STATUS                PIC X(02).
           88 DSAR-LOG-NOT-PRESENT                    VALUE "35".
       01  DOC-STATUS                     PIC X(02).
       01  EXTRACT-STATUS                 PIC X(02).
       01  FILE-EOF-SWITCH                PIC 9       VALUE 0.
           88 FILE-AT-END                             VALUE 1.
           88 FILE-NOT-AT-END                         VALUE 0.
       01  MENU-CHOICE1                   PIC X(01)   VALUE SPACES.
           88 NEW-REQUEST-OPT                         VALUE "1".
           88 MARK-SENT-OPT                           VALUE "2".
           88 LIST-OPEN-OPT                           VALUE "3".
           88 EXIT-PROG                               VALUE "0".
       01  WS-OPERATOR-ID                 PIC X(05)   VALUE SPACES.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  W-RECEIVED-DATE                PIC X(08)   VALUE SPACES.
       01  W-REQUEST-NO                   PIC 9(07)   VALUE 0.
       01  W-CONFIRM                      PIC X(01)   VALUE SPACES.
           88 W-CONFIRMED                             VALUE "Y" "y".
       01  W-DAYS-LEFT                    PIC S9(05)  VALUE 0.
       01  W-LISTED                       PIC 9(05)   VALUE 0.
       01  W-DUE-NOTE                     PIC X(08)   VALUE SPACES.
      *    STATUTORY RESPONSE PERIOD, CALENDAR DAYS FROM RECEIPT.
       01  RESPONSE-DAYS                  PIC 9(03)   VALUE 30.
       01  DUE-SOON-DAYS                  PIC 9(03)   VALUE 5.

      *    THE DATA SUBJECT AS KEYED (OR AS FOUND FROM THE FFP NUMBER).
       01  SUBJECT-LNAME                  PIC X(30)   VALUE SPACES.
       01  SUBJECT-FNAME                  PIC X(30)   VALUE SPACES.
       01  SUBJECT-DOB                    PIC X(08)   VALUE SPACES.
       01  SUBJECT-FFP-NO                 PIC X(09)   VALUE SPACES.
       01  SUBJECT-SWITCH                 PIC 9       VALUE 0.
           88 SUBJECT-MATCHES                         VALUE 1.
           88 SUBJECT-NO-MATCH                        VALUE 0.
       01  ANONYMIZED-SWITCH              PIC 9       VALUE 0.
           88 RECORD-ANONYMIZED                       VALUE 1.
           88 RECORD-NOT-ANONYMIZED                   VALUE 0.

      *    RESERVATIONS TIED TO THE SUBJECT, FOR THE LINKED FILES.
       01  SUBJECT-RES-TABLE.
           03 SR-RES-ID OCCURS 500 TIMES  PIC X(11).
       01  SR-COUNT                       PIC 9(03)   VALUE 0.
       01  SR-IDX                         PIC 9(03)   VALUE 0.
       01  SR-FOUND-SWITCH                PIC 9       VALUE 0.
           88 SR-FOUND                                VALUE 1.
           88 SR-NOT-FOUND                            VALUE 0.
       01  SR-LOOKUP-ID                   PIC X(11)   VALUE SPACES.

       01  RECORDS-FOUND                  PIC 9(05)   VALUE 0.
       01  SOURCE-COUNT                   PIC 9(05)   VALUE 0.
       01  W-NARR-IDX                     PIC 9(01)   VALUE 0.
       01  W-AMOUNT                       PIC Z(06)9.99.
       01  W-AMOUNT-2                     PIC Z(06)9.99.
       01  W-COUNT                        PIC ZZZZ9.
       01  W-SECTION-TITLE                PIC X(60)   VALUE SPACES.
       01  W-DOB-SHOWN                    PIC X(10)   VALUE SPACES.
       01  W-EXT-SOURCE                   PIC X(12)   VALUE SPACES.
       01  W-EXT-KEY                      PIC X(20)   VALUE SPACES.
       01  W-EXT-PAIRS                    PIC X(360)  VALUE SPACES.
       01  W-EXT-PTR                      PIC 9(03)   VALUE 1.

       01  PDF-SPOOL-NAME                 PIC X(20)   VALUE "dsardoc".
       01  PDF-RESULT                     PIC X(01)   VALUE SPACES.
       01  PDF-LANG                       PIC X(01)   VALUE "E".

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "DSAR - ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           OPEN I-O DSAR-LOG.
           IF DSAR-LOG-NOT-PRESENT
              CLOSE DSAR-LOG
              OPEN OUTPUT DSAR-LOG
              CLOSE DSAR-LOG
              OPEN I-O DSAR-LOG
           END-IF.
           PERFORM WITH TEST AFTER UNTIL EXIT-PROG
              DISPLAY "DSAR - 1)NEW REQUEST 2)MARK SENT "
                      "3)LIST OUTSTANDING 0)EXIT:"
              ACCEPT MENU-CHOICE1
              EVALUATE TRUE
                 WHEN NEW-REQUEST-OPT
                    PERFORM NEW-ACCESS-REQUEST
                 WHEN MARK-SENT-OPT
                    PERFORM MARK-REQUEST-SENT
                 WHEN LIST-OPEN-OPT
                    PERFORM LIST-OUTSTANDING-REQUESTS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
           CLOSE DSAR-LOG.
           STOP RUN.

      *****************************************************************
      *    NEW REQUEST - SEARCH, DISCLOSE, EXTRACT AND LOG.
      *****************************************************************
       NEW-ACCESS-REQUEST.
           MOVE SPACES                     TO  SUBJECT-LNAME
                                               SUBJECT-FNAME
                                               SUBJECT-DOB
                                               SUBJECT-FFP-NO.
           DISPLAY "DSAR - LAST NAME (BLANK IF FFP NUMBER ONLY):".
           ACCEPT SUBJECT-LNAME.
           IF SUBJECT-LNAME NOT = SPACES
              DISPLAY "DSAR - FIRST NAME:"
              ACCEPT SUBJECT-FNAME
              DISPLAY "DSAR - DATE OF BIRTH (MMDDYYYY, BLANK=UNKNOWN):"
              ACCEPT SUBJECT-DOB
           END-IF.
           DISPLAY "DSAR - FFP NUMBER (BLANK=NONE):".
           ACCEPT SUBJECT-FFP-NO.
           IF SUBJECT-LNAME = SPACES AND SUBJECT-FFP-NO = SPACES
              DISPLAY "DSAR - A NAME OR AN FFP NUMBER IS REQUIRED"
              EXIT PARAGRAPH
           END-IF.
           PERFORM RESOLVE-FFP-MEMBER.
           IF SUBJECT-LNAME = SPACES
              DISPLAY "DSAR - FFP NUMBER NOT ON FILE - NOTHING SEARCHED"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "DSAR - DATE REQUEST RECEIVED (YYYYMMDD, "
                   "BLANK=TODAY):".
           ACCEPT W-RECEIVED-DATE.
           IF W-RECEIVED-DATE = SPACES OR W-RECEIVED-DATE NOT NUMERIC
              MOVE TODAY-DATE              TO  W-RECEIVED-DATE
           END-IF.
           PERFORM DRAW-REQUEST-NUMBER.
           MOVE SPACES                     TO  DSAR-LOG-RECORD.
           MOVE W-REQUEST-NO               TO  DSR-REQUEST-NO.
           MOVE SUBJECT-LNAME              TO  DSR-LNAME.
           MOVE SUBJECT-FNAME              TO  DSR-FNAME.
           MOVE SUBJECT-DOB                TO  DSR-DOB.
           MOVE SUBJECT-FFP-NO             TO  DSR-FFP-NO.
           MOVE W-RECEIVED-DATE            TO  DSR-RECEIVED-DATE.
           COMPUTE DSR-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(DSR-RECEIVED-DATE)
                    + RESPONSE-DAYS).
           MOVE WS-OPERATOR-ID             TO  DSR-OP-ID.
           MOVE 0                          TO  DSR-SENT-DATE
                                               SR-COUNT
                                               RECORDS-FOUND.
           PERFORM OPEN-DISCLOSURE.
           PERFORM DISCLOSE-FFP-MEMBERSHIP.
           PERFORM DISCLOSE-PROFILE.
           PERFORM DISCLOSE-LIVE-RESERVATIONS.
           PERFORM DISCLOSE-AUDIT-TRAIL.
           PERFORM DISCLOSE-ARCHIVE.
           PERFORM DISCLOSE-TICKETS.
           PERFORM DISCLOSE-REFUNDS.
           PERFORM DISCLOSE-BAG-CLAIMS.
           PERFORM DISCLOSE-CASES.
           PERFORM DISCLOSE-VOUCHERS.
           PERFORM CLOSE-DISCLOSURE.
           SET DSR-PRODUCED                TO  TRUE.
           MOVE TODAY-DATE                 TO  DSR-PRODUCED-DATE.
           MOVE RECORDS-FOUND              TO  DSR-RECORDS-FOUND.
           WRITE DSAR-LOG-RECORD
                 INVALID KEY
                    DISPLAY "DSAR - REQUEST LOG WRITE FAILED, STATUS "
                            DSAR-LOG-STATUS
           END-WRITE.
           DISPLAY "DSAR - REQUEST " DSR-REQUEST-NO " - "
                   RECORDS-FOUND " RECORD(S) DISCLOSED, DUE "
                   DSR-DUE-DATE.
           DISPLAY "DSAR - DISCLOSURE IN dsardoc, EXTRACT IN dsarext".

       RESOLVE-FFP-MEMBER.
      *    AN FFP NUMBER ALONE IS TURNED INTO THE MEMBER'S NAME AND
      *    DATE OF BIRTH; A NAME AND DATE OF BIRTH PICK UP THE FFP
      *    NUMBER THE SAME WAY THE BOOKING SCREEN DOES.
           OPEN INPUT FFP-MEMBER.
           IF FFP-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           IF SUBJECT-FFP-NO NOT = SPACES
              SET FILE-NOT-AT-END          TO  TRUE
              PERFORM UNTIL FILE-AT-END
                 READ FFP-MEMBER NEXT RECORD
                      AT END
                         SET FILE-AT-END   TO  TRUE
                      NOT AT END
                         IF FFP-NO = SUBJECT-FFP-NO
                            SET FILE-AT-END TO TRUE
                            IF SUBJECT-LNAME = SPACES
                               MOVE FFP-LNAME TO SUBJECT-LNAME
                               MOVE FFP-FNAME TO SUBJECT-FNAME
                               MOVE FFP-DOB   TO SUBJECT-DOB
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
           ELSE
              IF SUBJECT-DOB NOT = SPACES
                 MOVE SUBJECT-LNAME        TO  FFP-LNAME
                 MOVE SUBJECT-FNAME        TO  FFP-FNAME
                 MOVE SUBJECT-DOB          TO  FFP-DOB
                 READ FFP-MEMBER
                      NOT INVALID KEY
                         MOVE FFP-NO       TO  SUBJECT-FFP-NO
                 END-READ
              END-IF
           END-IF.
           CLOSE FFP-MEMBER.

       DRAW-REQUEST-NUMBER.
           OPEN I-O CLAIM-COUNTER.
           IF CLM-CTR-NOT-PRESENT
              CLOSE CLAIM-COUNTER
              OPEN OUTPUT CLAIM-COUNTER
              CLOSE CLAIM-COUNTER
              OPEN I-O CLAIM-COUNTER
           END-IF.
           MOVE "A"                        TO  CM-KEY.
           READ CLAIM-COUNTER WITH LOCK
                INVALID KEY
                   MOVE "A"                TO  CM-KEY
                   MOVE 2                  TO  CM-NEXT-NO
                   WRITE CLAIM-COUNTER-RECORD
                   MOVE 1                  TO  W-REQUEST-NO
                NOT INVALID KEY
                   MOVE CM-NEXT-NO         TO  W-REQUEST-NO
                   ADD 1                   TO  CM-NEXT-NO
                   REWRITE CLAIM-COUNTER-RECORD
           END-READ.
           CLOSE CLAIM-COUNTER.

       OPEN-DISCLOSURE.
           OPEN OUTPUT DISCLOSURE-DOC.
           OPEN OUTPUT DSAR-EXTRACT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "SUBJECT ACCESS DISCLOSURE - REQUEST "
                  DSR-REQUEST-NO           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "RECEIVED " DSR-RECEIVED-DATE "  RESPONSE DUE "
                  DSR-DUE-DATE "  PREPARED " TODAY-DATE
                  " BY " WS-OPERATOR-ID    DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF SUBJECT-DOB = SPACES
              MOVE "NOT GIVEN"             TO  W-DOB-SHOWN
           ELSE
              MOVE SPACES                  TO  W-DOB-SHOWN
              STRING SUBJECT-DOB(1:2) "/" SUBJECT-DOB(3:2) "/"
                     SUBJECT-DOB(5:4)      DELIMITED BY SIZE
                     INTO W-DOB-SHOWN
              END-STRING
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "DATA SUBJECT: " SUBJECT-FNAME DELIMITED BY "  "
                  " " SUBJECT-LNAME        DELIMITED BY "  "
                  "  DOB " W-DOB-SHOWN     DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF SUBJECT-FFP-NO NOT = SPACES
              MOVE SPACES                  TO  RPT-RECORD
              STRING "FFP NUMBER:   " SUBJECT-FFP-NO DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           MOVE "CARD DETAILS ARE SHOWN AS THE STORED TOKEN ONLY."
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  EXTRACT-RECORD.
           STRING "REQUEST," DSR-REQUEST-NO ",RECEIVED="
                  DSR-RECEIVED-DATE ",DUE=" DSR-DUE-DATE
                  ",LNAME=" SUBJECT-LNAME  DELIMITED BY SIZE
                  INTO EXTRACT-RECORD
           END-STRING.
           WRITE EXTRACT-RECORD.

       WRITE-SECTION-HEADING.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE W-SECTION-TITLE            TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE ALL "-"                    TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE 0                          TO  SOURCE-COUNT.

       WRITE-NONE-FOUND.
           IF SOURCE-COUNT = 0
              MOVE "  NONE HELD"           TO  RPT-RECORD
              WRITE RPT-RECORD
           END-IF.

       WRITE-EXTRACT-LINE.
      *    SOURCE,KEY, THEN THE NAME=VALUE PAIRS BUILT BY THE CALLER.
           MOVE SPACES                     TO  EXTRACT-RECORD.
           STRING W-EXT-SOURCE             DELIMITED BY SPACE
                  ","                      DELIMITED BY SIZE
                  W-EXT-KEY                DELIMITED BY "  "
                  ","                      DELIMITED BY SIZE
                  W-EXT-PAIRS              DELIMITED BY SIZE
                  INTO EXTRACT-RECORD
           END-STRING.
           WRITE EXTRACT-RECORD.
           ADD 1                           TO  SOURCE-COUNT
                                               RECORDS-FOUND.

       CHECK-SUBJECT-MATCH.
      *    TESTS THE CUSTOMER-RECORD NOW IN THE RECORD AREA - A LIVE
      *    RESERVATION, AN ARCHIVED ONE OR AN AUDIT IMAGE.
           SET SUBJECT-NO-MATCH            TO  TRUE.
           IF CUST-LNAME = SUBJECT-LNAME AND
              CUST-FNAME = SUBJECT-FNAME AND
              (SUBJECT-DOB = SPACES OR CUST-DOB = SUBJECT-DOB)
              SET SUBJECT-MATCHES          TO  TRUE
           END-IF.
           IF SUBJECT-FFP-NO NOT = SPACES AND
              FREQ-FLYER-NO = SUBJECT-FFP-NO
              SET SUBJECT-MATCHES          TO  TRUE
           END-IF.

       FIND-SUBJECT-RES.
           SET SR-NOT-FOUND                TO  TRUE.
           PERFORM VARYING SR-IDX FROM 1 BY 1
                   UNTIL SR-IDX > SR-COUNT OR SR-FOUND
              IF SR-RES-ID(SR-IDX) = SR-LOOKUP-ID
                 SET SR-FOUND              TO  TRUE
              END-IF
           END-PERFORM.

       ADD-SUBJECT-RES.
           PERFORM FIND-SUBJECT-RES.
           IF SR-NOT-FOUND AND SR-COUNT < 500
              ADD 1                        TO  SR-COUNT
              MOVE SR-LOOKUP-ID            TO  SR-RES-ID(SR-COUNT)
           END-IF.

      *****************************************************************
      *    ONE SECTION OF THE DISCLOSURE PER SOURCE FILE.
      *****************************************************************
       DISCLOSE-FFP-MEMBERSHIP.
           MOVE "FREQUENT FLYER MEMBERSHIP" TO W-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT FFP-MEMBER.
           IF NOT FFP-NOT-PRESENT
              MOVE SUBJECT-LNAME           TO  FFP-LNAME
              MOVE SUBJECT-FNAME           TO  FFP-FNAME
              MOVE SPACES                  TO  FFP-DOB
              SET FILE-NOT-AT-END          TO  TRUE
              START FFP-MEMBER KEY IS NOT LESS THAN FFP-NAME-KEY
                    INVALID KEY
                       SET FILE-AT-END     TO  TRUE
              END-START
              PERFORM UNTIL FILE-AT-END
                 READ FFP-MEMBER NEXT RECORD
                      AT END
                         SET FILE-AT-END   TO  TRUE
                      NOT AT END
                         IF FFP-LNAME NOT = SUBJECT-LNAME OR
                            FFP-FNAME NOT = SUBJECT-FNAME
                            SET FILE-AT-END TO TRUE
                         ELSE
                            IF SUBJECT-DOB = SPACES OR
                               FFP-DOB = SUBJECT-DOB
                               PERFORM SHOW-FFP-MEMBER
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE FFP-MEMBER.
           PERFORM WRITE-NONE-FOUND.

       SHOW-FFP-MEMBER.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  MEMBER " FFP-NO "  TIER " FFP-TIER
                  "  MILES " FFP-MILES "  DOB " FFP-DOB
                                           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "    LAST ACCRUAL " FFP-LAST-ACCRUAL-DATE
                  "  LAST REDEMPTION " FFP-LAST-REDEEM-DATE
                                           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE "FFPMEM"                   TO  W-EXT-SOURCE.
           MOVE FFP-NO                     TO  W-EXT-KEY.
           MOVE SPACES                     TO  W-EXT-PAIRS.
           STRING "LNAME=" FFP-LNAME       DELIMITED BY "  "
                  ",FNAME=" FFP-FNAME      DELIMITED BY "  "
                  ",DOB=" FFP-DOB ",TIER=" FFP-TIER
                  ",MILES=" FFP-MILES
                  ",LAST-ACCRUAL=" FFP-LAST-ACCRUAL-DATE
                  ",LAST-REDEEM=" FFP-LAST-REDEEM-DATE
                                           DELIMITED BY SIZE
                  INTO W-EXT-PAIRS
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.

       DISCLOSE-PROFILE.
           MOVE "CONTACT PROFILE"          TO  W-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT CUSTOMER-PROFILE.
           IF NOT CUST-PROF-NOT-PRESENT
              MOVE SUBJECT-LNAME           TO  CP-LNAME
              MOVE SUBJECT-FNAME           TO  CP-FNAME
              MOVE SPACES                  TO  CP-DOB
              SET FILE-NOT-AT-END          TO  TRUE
              START CUSTOMER-PROFILE KEY IS NOT LESS THAN CP-NAME-KEY
                    INVALID KEY
                       SET FILE-AT-END     TO  TRUE
              END-START
              PERFORM UNTIL FILE-AT-END
                 READ CUSTOMER-PROFILE NEXT RECORD
                      AT END
                         SET FILE-AT-END   TO  TRUE
                      NOT AT END
                         IF CP-LNAME NOT = SUBJECT-LNAME OR
                            CP-FNAME NOT = SUBJECT-FNAME
                            SET FILE-AT-END TO TRUE
                         ELSE
                            IF SUBJECT-DOB = SPACES OR
                               CP-DOB = SUBJECT-DOB
                               PERFORM SHOW-PROFILE
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CUSTOMER-PROFILE.
           PERFORM WRITE-NONE-FOUND.

       SHOW-PROFILE.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  DOB " CP-DOB "  ADDRESS " CP-STREET
                                           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "    " CP-CITY " " CP-STATE " " CP-ZIP
                                           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "    PHONE " CP-TEL-AREA "-" CP-TEL-EXCH "-"
                  CP-TEL-NUMBER "  FAX " CP-FAX-AREA "-" CP-FAX-EXCH
                  "-" CP-FAX-NUMBER "  EMAIL " CP-EMAIL
                                           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "    MARKETING CONSENT EMAIL " CP-OPTIN-EMAIL
                  " PHONE " CP-OPTIN-PHONE " POST " CP-OPTIN-POSTAL
                  "  GIVEN " CP-CONSENT-DATE "  LAST USED "
                  CP-LAST-USED-DATE        DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF CP-EMERG-NAME NOT = SPACES
              MOVE SPACES                  TO  RPT-RECORD
              STRING "    EMERGENCY CONTACT "
                                           DELIMITED BY SIZE
                     CP-EMERG-NAME         DELIMITED BY "  "
                     " " CP-EMERG-PHONE    DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           MOVE "CUSTPROF"                 TO  W-EXT-SOURCE.
           MOVE CP-LNAME                   TO  W-EXT-KEY.
           MOVE SPACES                     TO  W-EXT-PAIRS.
           STRING "LNAME=" CP-LNAME        DELIMITED BY "  "
                  ",FNAME=" CP-FNAME       DELIMITED BY "  "
                  ",DOB=" CP-DOB           DELIMITED BY SIZE
                  ",STREET=" CP-STREET     DELIMITED BY "  "
                  ",CITY=" CP-CITY         DELIMITED BY "  "
                  ",STATE=" CP-STATE       DELIMITED BY "  "
                  ",ZIP=" CP-ZIP           DELIMITED BY "  "
                  ",TEL=" CP-TEL ",FAX=" CP-FAX
                                           DELIMITED BY SIZE
                  ",EMAIL=" CP-EMAIL       DELIMITED BY "  "
                  ",LANGUAGE=" CP-LANGUAGE
                  ",OPTIN-EMAIL=" CP-OPTIN-EMAIL
                  ",OPTIN-PHONE=" CP-OPTIN-PHONE
                  ",OPTIN-POSTAL=" CP-OPTIN-POSTAL
                  ",CONSENT-DATE=" CP-CONSENT-DATE
                  ",LAST-USED=" CP-LAST-USED-DATE
                                           DELIMITED BY SIZE
                  ",EMERG-CONTACT=" CP-EMERG-NAME
                                           DELIMITED BY "  "
                  ",EMERG-PHONE=" CP-EMERG-PHONE
                                           DELIMITED BY "  "
                  INTO W-EXT-PAIRS
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.

       DISCLOSE-LIVE-RESERVATIONS.
      *    BY THE LAST-NAME KEY, OR THE WHOLE FILE WHEN AN FFP NUMBER
      *    IS KNOWN - A BOOKING MAY CARRY THE NUMBER UNDER ANOTHER
      *    SPELLING OF THE NAME.
           MOVE "RESERVATIONS"             TO  W-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              CLOSE CUSTOMER
              PERFORM WRITE-NONE-FOUND
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           IF SUBJECT-FFP-NO = SPACES
              MOVE SUBJECT-LNAME           TO  CUST-LNAME
              START CUSTOMER KEY IS NOT LESS THAN CUST-LNAME
                    INVALID KEY
                       SET FILE-AT-END     TO  TRUE
              END-START
           END-IF.
           PERFORM UNTIL FILE-AT-END
              READ CUSTOMER NEXT RECORD
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF SUBJECT-FFP-NO = SPACES AND
                         CUST-LNAME NOT = SUBJECT-LNAME
                         SET FILE-AT-END   TO  TRUE
                      ELSE
                         PERFORM CHECK-SUBJECT-MATCH
                         IF SUBJECT-MATCHES
                            MOVE CUST-RES-ID TO SR-LOOKUP-ID
                            PERFORM ADD-SUBJECT-RES
                            SET RECORD-NOT-ANONYMIZED TO TRUE
                            MOVE "RESERVATION" TO W-EXT-SOURCE
                            PERFORM SHOW-RESERVATION
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER.
           PERFORM WRITE-NONE-FOUND.

       SHOW-RESERVATION.
      *    SHARED BY THE LIVE FILE AND THE ARCHIVE.  CARD-ACCT-NO
      *    HOLDS THE VAULT TOKEN, NEVER THE CARD NUMBER.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  RESERVATION " CUST-RES-ID "  FLIGHT " FLIGHT-ID
                  "  BOOKED " ADD-DATE "  STATUS " RES-STATUS
                  "  LOCATOR " BOOKING-LOCATOR
                                           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE CUST-RES-ID                TO  W-EXT-KEY.
           IF RECORD-ANONYMIZED
              MOVE "    ANONYMIZED UNDER THE RETENTION POLICY - NO PERS
      -            "ONAL DATA IS HELD"     TO  RPT-RECORD
              WRITE RPT-RECORD
              MOVE SPACES                  TO  W-EXT-PAIRS
              STRING "ANONYMIZED=Y,FLIGHT=" FLIGHT-ID
                     ",BOOKED=" ADD-DATE   DELIMITED BY SIZE
                     INTO W-EXT-PAIRS
              END-STRING
              PERFORM WRITE-EXTRACT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "    NAME "              DELIMITED BY SIZE
                  CUST-FNAME               DELIMITED BY "  "
                  " " CUST-LNAME           DELIMITED BY "  "
                  "  DOB " DOB-MM "/" DOB-DD "/" DOB-YY
                                           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "    ADDRESS "           DELIMITED BY SIZE
                  STREET                   DELIMITED BY "  "
                  ", " CITY                DELIMITED BY "  "
                  " " STATE                DELIMITED BY "  "
                  " " ZIP                  DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "    PHONE " TEL-AREA "-" TEL-EXCH "-" TEL-NUMBER
                  "  FAX " FAX-AREA "-" FAX-EXCH "-" FAX-NUMBER
                  "  EMAIL " CUST-EMAIL    DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "    PASSPORT " PASSPORT-NO " " PASSPORT-NATION
                  " EXPIRES " PASSPORT-EXPIRY "  FFP " FREQ-FLYER-NO
                  " " FREQ-FLYER-TIER      DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE PAYMENT-AMT                TO  W-AMOUNT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "    PAID " PAYMENT-TYPE " " W-AMOUNT " "
                  PAYMENT-CURRENCY "  CARD TOKEN " CARD-ACCT-NO
                  "  SEAT " SEAT-NUMBER    DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "    MEAL " FOOD "  TICKET " TICKET-NO
                  "  BOOKED BY " BOOKED-BY-OP-ID
                                           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF UNACCOMPANIED-MINOR
              MOVE SPACES                  TO  RPT-RECORD
              STRING "    UNACCOMPANIED MINOR - GUARDIAN "
                                           DELIMITED BY SIZE
                     GUARDIAN-NAME         DELIMITED BY "  "
                     " " GUARDIAN-PHONE    DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           IF EMERG-CONTACT-NAME NOT = SPACES
              MOVE SPACES                  TO  RPT-RECORD
              STRING "    EMERGENCY CONTACT "
                                           DELIMITED BY SIZE
                     EMERG-CONTACT-NAME    DELIMITED BY "  "
                     " " EMERG-CONTACT-PHONE
                                           DELIMITED BY SIZE
                     INTO RPT-RECORD
              END-STRING
              WRITE RPT-RECORD
           END-IF.
           MOVE SPACES                     TO  W-EXT-PAIRS.
           MOVE 1                          TO  W-EXT-PTR.
           STRING "FNAME=" CUST-FNAME      DELIMITED BY "  "
                  ",LNAME=" CUST-LNAME     DELIMITED BY "  "
                  ",DOB=" CUST-DOB         DELIMITED BY SIZE
                  ",STREET=" STREET        DELIMITED BY "  "
                  ",CITY=" CITY            DELIMITED BY "  "
                  ",STATE=" STATE          DELIMITED BY "  "
                  ",ZIP=" ZIP              DELIMITED BY "  "
                  ",TEL=" CUST-TEL ",FAX=" CUST-FAX
                                           DELIMITED BY SIZE
                  ",EMAIL=" CUST-EMAIL     DELIMITED BY "  "
                  ",PASSPORT=" PASSPORT-NO ",NATION=" PASSPORT-NATION
                  ",PASSPORT-EXPIRY=" PASSPORT-EXPIRY
                                           DELIMITED BY SIZE
                  ",FFP=" FREQ-FLYER-NO    DELIMITED BY "  "
                  ",CARD-TOKEN=" CARD-ACCT-NO
                                           DELIMITED BY "  "
                  INTO W-EXT-PAIRS WITH POINTER W-EXT-PTR
           END-STRING.
           STRING ",FLIGHT=" FLIGHT-ID ",BOOKED=" ADD-DATE
                  ",STATUS=" RES-STATUS ",SEAT=" SEAT-NUMBER
                  ",TICKET=" TICKET-NO ",PAYMENT-TYPE=" PAYMENT-TYPE
                  ",PAYMENT-AMT=" W-AMOUNT DELIMITED BY SIZE
                  ",MEAL=" FOOD            DELIMITED BY "  "
                  ",GUARDIAN=" GUARDIAN-NAME
                                           DELIMITED BY "  "
                  ",GUARDIAN-PHONE=" GUARDIAN-PHONE
                                           DELIMITED BY "  "
                  ",EMERG-CONTACT=" EMERG-CONTACT-NAME
                                           DELIMITED BY "  "
                  ",EMERG-PHONE=" EMERG-CONTACT-PHONE
                                           DELIMITED BY "  "
                  INTO W-EXT-PAIRS WITH POINTER W-EXT-PTR
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.
           PERFORM LOG-DISCLOSED-RESERVATION.

       LOG-DISCLOSED-RESERVATION.
      *    THE DISCLOSURE CARRIES EVERY FIELD GROUP.
           MOVE SPACES                     TO  VIEWLOG-PARMS.
           MOVE WS-OPERATOR-ID             TO  VWP-OP-ID.
           MOVE "DSAR"                     TO  VWP-PROGRAM.
           SET VWP-EXTRACT                 TO  TRUE.
           SET VWP-RESERVATION-KEY         TO  TRUE.
           MOVE CUST-RES-ID                TO  VWP-KEY.
           MOVE BOOKED-BY-OP-ID            TO  VWP-BOOKED-BY.
           MOVE "YYYYY"                    TO  VWP-FIELD-GROUPS.
           CALL "VIEWLOG" USING VIEWLOG-PARMS.

       DISCLOSE-AUDIT-TRAIL.
      *    EACH CHANGE EVER MADE TO ONE OF THE SUBJECT'S BOOKINGS.
      *    THE AFTER IMAGE IDENTIFIES THE PASSENGER, OR THE BEFORE
      *    IMAGE FOR A DELETE.
           MOVE "RESERVATION CHANGE HISTORY"
                                           TO  W-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT CUSTOMER-AUDIT.
           IF AUDIT-NOT-PRESENT
              CLOSE CUSTOMER-AUDIT
              PERFORM WRITE-NONE-FOUND
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ CUSTOMER-AUDIT
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF AUDIT-DELETE
                         MOVE AUDIT-BEFORE-IMAGE TO CUSTOMER-RECORD
                      ELSE
                         MOVE AUDIT-AFTER-IMAGE  TO CUSTOMER-RECORD
                      END-IF
                      PERFORM CHECK-SUBJECT-MATCH
                      IF SUBJECT-MATCHES
                         MOVE CUST-RES-ID  TO  SR-LOOKUP-ID
                         PERFORM ADD-SUBJECT-RES
                         PERFORM SHOW-AUDIT-ENTRY
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-AUDIT.
           PERFORM WRITE-NONE-FOUND.

       SHOW-AUDIT-ENTRY.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  " AUDIT-DATE "  RESERVATION " CUST-RES-ID
                                           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           EVALUATE TRUE
              WHEN AUDIT-ADD
                 MOVE "ADDED"              TO  RPT-RECORD(38:8)
              WHEN AUDIT-MODIFY
                 MOVE "CHANGED"            TO  RPT-RECORD(38:8)
              WHEN AUDIT-DELETE
                 MOVE "DELETED"            TO  RPT-RECORD(38:8)
           END-EVALUATE.
           MOVE "BY OPERATOR"              TO  RPT-RECORD(47:11).
           MOVE AUDIT-OPERATOR-ID          TO  RPT-RECORD(59:5).
           WRITE RPT-RECORD.
           MOVE "CUSTAUDT"                 TO  W-EXT-SOURCE.
           MOVE CUST-RES-ID                TO  W-EXT-KEY.
           MOVE SPACES                     TO  W-EXT-PAIRS.
           STRING "DATE=" AUDIT-DATE ",ACTION=" AUDIT-ACTION
                  ",OPERATOR=" AUDIT-OPERATOR-ID
                                           DELIMITED BY SIZE
                  INTO W-EXT-PAIRS
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.

       DISCLOSE-ARCHIVE.
           MOVE "ARCHIVED RESERVATIONS"    TO  W-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT CUSTOMER-ARCHIVE.
           IF ARCHIVE-NOT-PRESENT
              CLOSE CUSTOMER-ARCHIVE
              PERFORM WRITE-NONE-FOUND
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ CUSTOMER-ARCHIVE
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      MOVE ARCHIVE-RECORD  TO  CUSTOMER-RECORD
                      PERFORM CHECK-ARCHIVE-RECORD
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ARCHIVE.
           PERFORM WRITE-NONE-FOUND.

       CHECK-ARCHIVE-RECORD.
           MOVE "ARCHIVE"                  TO  W-EXT-SOURCE.
           IF CUST-LNAME = SPACES
              MOVE CUST-RES-ID             TO  SR-LOOKUP-ID
              PERFORM FIND-SUBJECT-RES
              IF SR-FOUND
                 SET RECORD-ANONYMIZED     TO  TRUE
                 PERFORM SHOW-RESERVATION
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SUBJECT-MATCH.
           IF SUBJECT-MATCHES
              MOVE CUST-RES-ID             TO  SR-LOOKUP-ID
              PERFORM ADD-SUBJECT-RES
              SET RECORD-NOT-ANONYMIZED    TO  TRUE
              PERFORM SHOW-RESERVATION
           END-IF.

       DISCLOSE-TICKETS.
           MOVE "E-TICKETS"                TO  W-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT TICKET-LEDGER.
           IF TKT-LEDGER-NOT-PRESENT
              CLOSE TICKET-LEDGER
              PERFORM WRITE-NONE-FOUND
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ TICKET-LEDGER NEXT RECORD
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      PERFORM CHECK-TICKET
              END-READ
           END-PERFORM.
           CLOSE TICKET-LEDGER.
           PERFORM WRITE-NONE-FOUND.

       CHECK-TICKET.
           MOVE TL-CUST-RES-ID             TO  SR-LOOKUP-ID.
           PERFORM FIND-SUBJECT-RES.
           IF SR-NOT-FOUND AND
              (TL-LNAME NOT = SUBJECT-LNAME OR
               TL-FNAME NOT = SUBJECT-FNAME)
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  TICKET " TL-TICKET-NO "  RESERVATION "
                  TL-CUST-RES-ID "  FLIGHT " TL-FLIGHT-ID
                                           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "    ISSUED " TL-ISSUE-DATE "  STATUS " TL-STATUS
                  "  FLOWN " TL-FLOWN-DATE DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           IF SR-NOT-FOUND
              MOVE "(MATCHED ON NAME)"     TO  RPT-RECORD(50:17)
           END-IF.
           WRITE RPT-RECORD.
           MOVE "TKTLEDGR"                 TO  W-EXT-SOURCE.
           MOVE TL-TICKET-NO               TO  W-EXT-KEY.
           MOVE SPACES                     TO  W-EXT-PAIRS.
           STRING "RESERVATION=" TL-CUST-RES-ID
                  ",FLIGHT=" TL-FLIGHT-ID  DELIMITED BY SIZE
                  ",LNAME=" TL-LNAME       DELIMITED BY "  "
                  ",FNAME=" TL-FNAME       DELIMITED BY "  "
                  ",ISSUED=" TL-ISSUE-DATE ",STATUS=" TL-STATUS
                  ",FLOWN=" TL-FLOWN-DATE  DELIMITED BY SIZE
                  INTO W-EXT-PAIRS
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.

       DISCLOSE-REFUNDS.
           MOVE "REFUNDS"                  TO  W-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT REFUND-LOG.
           IF REFUND-LOG-NOT-PRESENT
              CLOSE REFUND-LOG
              PERFORM WRITE-NONE-FOUND
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ REFUND-LOG
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      MOVE RL-CUST-RES-ID  TO  SR-LOOKUP-ID
                      PERFORM FIND-SUBJECT-RES
                      IF SR-FOUND
                         PERFORM SHOW-REFUND
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE REFUND-LOG.
           PERFORM WRITE-NONE-FOUND.

       SHOW-REFUND.
           MOVE RL-PAYMENT-AMT             TO  W-AMOUNT.
           MOVE RL-REFUND-AMT              TO  W-AMOUNT-2.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  " RL-REFUND-DATE "  RESERVATION " RL-CUST-RES-ID
                  "  PAID " W-AMOUNT "  REFUNDED " W-AMOUNT-2
                  " " RL-PAYMENT-TYPE      DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE "REFUNDLG"                 TO  W-EXT-SOURCE.
           MOVE RL-CUST-RES-ID             TO  W-EXT-KEY.
           MOVE SPACES                     TO  W-EXT-PAIRS.
           STRING "DATE=" RL-REFUND-DATE ",FLIGHT=" RL-FLIGHT-ID
                  ",PAID=" W-AMOUNT ",REFUNDED=" W-AMOUNT-2
                  ",PAYMENT-TYPE=" RL-PAYMENT-TYPE
                                           DELIMITED BY SIZE
                  INTO W-EXT-PAIRS
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.

       DISCLOSE-BAG-CLAIMS.
           MOVE "BAGGAGE CLAIMS"           TO  W-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT BAG-CLAIM.
           IF BAG-CLAIM-NOT-PRESENT
              CLOSE BAG-CLAIM
              PERFORM WRITE-NONE-FOUND
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ BAG-CLAIM NEXT RECORD
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      MOVE BCL-CUST-RES-ID TO  SR-LOOKUP-ID
                      PERFORM FIND-SUBJECT-RES
                      IF SR-FOUND
                         PERFORM SHOW-BAG-CLAIM
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE BAG-CLAIM.
           PERFORM WRITE-NONE-FOUND.

       SHOW-BAG-CLAIM.
           MOVE BCL-EXPENSE-AMT            TO  W-AMOUNT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  CLAIM " BCL-CLAIM-NO "  TAG " BCL-TAG-NO
                  "  RESERVATION " BCL-CUST-RES-ID
                  "  OPENED " BCL-OPEN-DATE DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "    STATUS " BCL-STATUS " " BCL-STATUS-DATE
                  "  EXPENSES " W-AMOUNT "  " BCL-NOTE
                                           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE "BAGCLAIM"                 TO  W-EXT-SOURCE.
           MOVE BCL-CLAIM-NO               TO  W-EXT-KEY.
           MOVE SPACES                     TO  W-EXT-PAIRS.
           STRING "RESERVATION=" BCL-CUST-RES-ID ",TAG=" BCL-TAG-NO
                  ",FLIGHT=" BCL-FLIGHT-ID ",OPENED=" BCL-OPEN-DATE
                  ",STATUS=" BCL-STATUS ",STATUS-DATE="
                  BCL-STATUS-DATE ",EXPENSES=" W-AMOUNT
                                           DELIMITED BY SIZE
                  ",NOTE=" BCL-NOTE        DELIMITED BY "  "
                  INTO W-EXT-PAIRS
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.

       DISCLOSE-CASES.
           MOVE "CUSTOMER SERVICE CASES"   TO  W-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT CS-CASE.
           IF CS-CASE-NOT-PRESENT
              CLOSE CS-CASE
              PERFORM WRITE-NONE-FOUND
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ CS-CASE NEXT RECORD
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      PERFORM CHECK-CASE
              END-READ
           END-PERFORM.
           CLOSE CS-CASE.
           PERFORM WRITE-NONE-FOUND.

       CHECK-CASE.
      *    A CASE HANGS OFF A RESERVATION, OR OFF THE PROFILE NAME KEY
      *    WHEN THE COMPLAINT IS NOT ABOUT A TRIP.
           MOVE CS-CUST-RES-ID             TO  SR-LOOKUP-ID.
           PERFORM FIND-SUBJECT-RES.
           IF SR-NOT-FOUND
              IF CS-LNAME NOT = SUBJECT-LNAME OR
                 CS-FNAME NOT = SUBJECT-FNAME OR
                 (SUBJECT-DOB NOT = SPACES AND
                  CS-DOB NOT = SUBJECT-DOB)
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  CASE " CS-CASE-NO "  " CS-CATEGORY
                  "  STATUS " CS-STATUS "  OPENED " CS-OPEN-DATE
                  "  RESERVATION " CS-CUST-RES-ID
                                           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           PERFORM VARYING W-NARR-IDX FROM 1 BY 1
                   UNTIL W-NARR-IDX > 3
              IF CS-NARRATIVE(W-NARR-IDX) NOT = SPACES
                 MOVE SPACES               TO  RPT-RECORD
                 STRING "    " CS-NARRATIVE(W-NARR-IDX)
                                           DELIMITED BY SIZE
                        INTO RPT-RECORD
                 END-STRING
                 WRITE RPT-RECORD
              END-IF
           END-PERFORM.
           MOVE "CSCASE"                   TO  W-EXT-SOURCE.
           MOVE CS-CASE-NO                 TO  W-EXT-KEY.
           MOVE SPACES                     TO  W-EXT-PAIRS.
           STRING "RESERVATION=" CS-CUST-RES-ID
                  ",CATEGORY=" CS-CATEGORY ",STATUS=" CS-STATUS
                  ",OPENED=" CS-OPEN-DATE  DELIMITED BY SIZE
                  ",NOTE1=" CS-NARRATIVE(1) DELIMITED BY "  "
                  ",NOTE2=" CS-NARRATIVE(2) DELIMITED BY "  "
                  ",NOTE3=" CS-NARRATIVE(3) DELIMITED BY "  "
                  INTO W-EXT-PAIRS
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.

       DISCLOSE-VOUCHERS.
      *    VOUCHERS CARRY ONLY A NAME - EACH IS DISCLOSED AS A NAME
      *    MATCH FOR THE OPERATOR TO CONFIRM BEFORE SENDING.
           MOVE "TRAVEL VOUCHERS (MATCHED ON NAME)"
                                           TO  W-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT VOUCHER.
           IF VOUCHER-NOT-PRESENT
              CLOSE VOUCHER
              PERFORM WRITE-NONE-FOUND
              EXIT PARAGRAPH
           END-IF.
           SET FILE-NOT-AT-END             TO  TRUE.
           PERFORM UNTIL FILE-AT-END
              READ VOUCHER NEXT RECORD
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF VCH-LNAME = SUBJECT-LNAME AND
                         VCH-FNAME = SUBJECT-FNAME
                         PERFORM SHOW-VOUCHER
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE VOUCHER.
           PERFORM WRITE-NONE-FOUND.

       SHOW-VOUCHER.
           MOVE VCH-ORIG-AMT               TO  W-AMOUNT.
           MOVE VCH-REMAIN-AMT             TO  W-AMOUNT-2.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "  VOUCHER " VCH-NO "  ISSUED " VCH-ISSUE-DATE
                  "  EXPIRES " VCH-EXPIRE-DATE "  REASON " VCH-REASON
                  "  STATUS " VCH-STATUS   DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "    ISSUED FOR " W-AMOUNT "  REMAINING " W-AMOUNT-2
                                           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE "VOUCHER"                  TO  W-EXT-SOURCE.
           MOVE VCH-NO                     TO  W-EXT-KEY.
           MOVE SPACES                     TO  W-EXT-PAIRS.
           STRING "ISSUED=" VCH-ISSUE-DATE ",EXPIRES=" VCH-EXPIRE-DATE
                  ",REASON=" VCH-REASON ",ORIGINAL=" W-AMOUNT
                  ",REMAINING=" W-AMOUNT-2 ",STATUS=" VCH-STATUS
                                           DELIMITED BY SIZE
                  INTO W-EXT-PAIRS
           END-STRING.
           PERFORM WRITE-EXTRACT-LINE.

       CLOSE-DISCLOSURE.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RECORDS-FOUND              TO  W-COUNT.
           STRING "RECORDS DISCLOSED " W-COUNT DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE DISCLOSURE-DOC.
           CLOSE DSAR-EXTRACT.
           MOVE "DSARDOC"                  TO  RPG-REPORT-ID.
           MOVE "dsardoc"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "DSAR"                     TO  RPG-PROGRAM.
           MOVE WS-OPERATOR-ID             TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           CALL "PDFFMT" USING PDF-SPOOL-NAME, PDF-RESULT, PDF-LANG.
           IF PDF-RESULT NOT = "F"
              DISPLAY "DSAR - PDF NOT PRODUCED, SEND dsardoc AS PRINTED"
           END-IF.

      *****************************************************************
      *    MARK SENT / LIST OUTSTANDING.
      *****************************************************************
       MARK-REQUEST-SENT.
           DISPLAY "DSAR - REQUEST NUMBER:".
           ACCEPT W-REQUEST-NO.
           MOVE W-REQUEST-NO               TO  DSR-REQUEST-NO.
           READ DSAR-LOG
                INVALID KEY
                   DISPLAY "DSAR - NO SUCH REQUEST"
                   EXIT PARAGRAPH
           END-READ.
           IF DSR-SENT
              DISPLAY "DSAR - ALREADY SENT " DSR-SENT-DATE
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "DSAR - " DSR-FNAME " " DSR-LNAME.
           DISPLAY "DSAR - MARK RESPONSE SENT TODAY (Y/N):".
           ACCEPT W-CONFIRM.
           IF W-CONFIRMED
              SET DSR-SENT                 TO  TRUE
              MOVE TODAY-DATE              TO  DSR-SENT-DATE
              REWRITE DSAR-LOG-RECORD
              IF TODAY-DATE > DSR-DUE-DATE
                 DISPLAY "DSAR - SENT AFTER THE DUE DATE "
                         DSR-DUE-DATE
              END-IF
           END-IF.

       LIST-OUTSTANDING-REQUESTS.
           MOVE 0                          TO  DSR-REQUEST-NO
                                               W-LISTED.
           SET FILE-NOT-AT-END             TO  TRUE.
           START DSAR-LOG KEY IS NOT LESS THAN DSR-REQUEST-NO
                 INVALID KEY
                    SET FILE-AT-END        TO  TRUE
           END-START.
           DISPLAY "REQUEST LAST NAME                      RECEIVED "
                   "DUE      RECORDS".
           PERFORM UNTIL FILE-AT-END
              READ DSAR-LOG NEXT RECORD
                   AT END
                      SET FILE-AT-END      TO  TRUE
                   NOT AT END
                      IF NOT DSR-SENT
                         PERFORM SHOW-OUTSTANDING-LINE
                      END-IF
              END-READ
           END-PERFORM.
           IF W-LISTED = 0
              DISPLAY "DSAR - NO REQUESTS OUTSTANDING"
           END-IF.

       SHOW-OUTSTANDING-LINE.
           COMPUTE W-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(DSR-DUE-DATE)
                 - FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           EVALUATE TRUE
              WHEN W-DAYS-LEFT < 0
                 MOVE "OVERDUE"            TO  W-DUE-NOTE
              WHEN W-DAYS-LEFT NOT > DUE-SOON-DAYS
                 MOVE "DUE SOON"           TO  W-DUE-NOTE
              WHEN OTHER
                 MOVE SPACES               TO  W-DUE-NOTE
           END-EVALUATE.
           DISPLAY DSR-REQUEST-NO " " DSR-LNAME " " DSR-RECEIVED-DATE
                   " " DSR-DUE-DATE " " DSR-RECORDS-FOUND " "
                   W-DUE-NOTE.
           ADD 1                           TO  W-LISTED.
