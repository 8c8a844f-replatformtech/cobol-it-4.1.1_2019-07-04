       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      JRNLCHK.

      ******************************************************************
      *    JRNLCHK.CBL
      *    WEEKLY BOOKING-JOURNAL PROOF - THE NIGHTLY EODRPT, SETLBAT,
      *    GLEXTR, FAREAUDT AND TIEOUT RUNS FIND THE DAY'S RESERVATIONS
      *    THROUGH THE "bookjrnl" BOOKING JOURNAL INSTEAD OF READING ALL
      *    OF CUSTOMER, SO A BOOKING OR FEE THAT NEVER REACHED THE
      *    JOURNAL WOULD SILENTLY DROP OFF THEIR TOTALS.  THIS STEP
      *    READS THE WHOLE "customer" FILE THE OLD WAY AND, FOR EVERY
      *    RESERVATION WHOSE ADD-DATE OR BAG, NAME-CHANGE, SEAT,
      *    FLIGHT-CHANGE OR FARE-DIFFERENCE FEE DATE FALLS IN THE SEVEN
      *    DAYS ENDING ON THE WEEK-ENDING DATE, PROVES THE JOURNAL HOLDS
      *    AN ENTRY FOR THAT RESERVATION ON THAT DATE.  EACH ONE MISSING
      *    IS LISTED ON "jrnlchk" - THE NIGHTLY REPORTS FOR THAT DATE
      *    ARE SHORT BY IT AND MUST BE RERUN ONCE IT IS RESOLVED.  A
      *    DATE EARLIER THAN THE FIRST JOURNAL ENTRY IS NOT HELD
      *    AGAINST THE JOURNAL.  RUN ONCE A WEEK AFTER THE NIGHTLY
      *    STREAM; THE WEEK-ENDING DATE DEFAULTS TO TODAY.  READ-ONLY.
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

           SELECT BOOKING-JOURNAL
                  ASSIGN TO DISK "bookjrnl"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BJ-KEY
                  FILE STATUS IS BOOK-JRNL-STATUS.

           SELECT CHECK-RPT
                  ASSIGN TO DISK "jrnlchk"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER.
       COPY custrec.

       FD  BOOKING-JOURNAL.
       COPY bookjrnl.

       FD  CHECK-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  BOOK-JRNL-STATUS               PIC X(02).
           88 BOOK-JRNL-NOT-PRESENT                   VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  CUSTOMER-EOF-SWITCH            PIC 9       VALUE 0.
           88 CUSTOMER-AT-END                         VALUE 1.
           88 CUSTOMER-NOT-AT-END                     VALUE 0.
       01  JOURNAL-EOF-SWITCH             PIC 9       VALUE 0.
           88 JOURNAL-AT-END                          VALUE 1.
           88 JOURNAL-NOT-AT-END                      VALUE 0.
       01  JRNL-ENTRY-SWITCH              PIC 9       VALUE 0.
           88 JRNL-ENTRY-FOUND                        VALUE 1.
           88 JRNL-ENTRY-MISSING                      VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  WS-WEEK-END-DATE               PIC X(08)   VALUE SPACES.
       01  WEEK-END-NUM                   PIC 9(08)   VALUE 0.
       01  WEEK-START-NUM                 PIC 9(08)   VALUE 0.
       01  FIRST-JOURNAL-DATE             PIC 9(08)   VALUE 0.
       01  CHK-DATE-IDX                   PIC 9(01)   VALUE 0.
       01  CHK-PRIOR-IDX                  PIC 9(01)   VALUE 0.
       01  CHK-DATES.
           03 CHK-DATE OCCURS 6 TIMES     PIC 9(08).
       01  CHK-DATE-LABELS.
           03 FILLER                      PIC X(08)   VALUE "BOOKED".
           03 FILLER                      PIC X(08)   VALUE "BAG FEE".
           03 FILLER                      PIC X(08)   VALUE "NAME FEE".
           03 FILLER                      PIC X(08)   VALUE "SEAT FEE".
           03 FILLER                      PIC X(08)   VALUE "CHG FEE".
           03 FILLER                      PIC X(08)   VALUE "FARE DIF".
       01  CHK-LABEL-TABLE REDEFINES CHK-DATE-LABELS.
           03 CHK-LABEL OCCURS 6 TIMES    PIC X(08).
       01  CHK-DUPLICATE-SWITCH           PIC 9       VALUE 0.
           88 CHK-DATE-REPEATED                       VALUE 1.
           88 CHK-DATE-NEW                            VALUE 0.
       01  CUST-READ-COUNT                PIC 9(07)   VALUE 0.
       01  CHECKED-COUNT                  PIC 9(07)   VALUE 0.
       01  PROVED-COUNT                   PIC 9(07)   VALUE 0.
       01  MISSING-COUNT                  PIC 9(07)   VALUE 0.
       01  PRE-JOURNAL-COUNT              PIC 9(07)   VALUE 0.
       01  WEEK-ENTRY-COUNT               PIC 9(07)   VALUE 0.
       01  RPT-CNT                        PIC Z,ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-CHECK.
           PERFORM UNTIL CUSTOMER-AT-END
              PERFORM CHECK-ONE-RESERVATION
              PERFORM READ-CUSTOMER-REC
           END-PERFORM.
           PERFORM TERMINATE-CHECK.
           STOP RUN.

       INITIALIZE-CHECK.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           DISPLAY "JRNLCHK - WEEK-ENDING DATE (YYYYMMDD, BLANK=TODAY)
      -    ":".
           ACCEPT WS-WEEK-END-DATE.
           IF WS-WEEK-END-DATE = SPACES
              MOVE TODAY-DATE              TO  WS-WEEK-END-DATE
           END-IF.
           IF WS-WEEK-END-DATE NOT NUMERIC
              DISPLAY "JRNLCHK - WEEK-ENDING DATE NOT VALID, ABORTING"
              STOP RUN
           END-IF.
           MOVE WS-WEEK-END-DATE           TO  WEEK-END-NUM.
           COMPUTE WEEK-START-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WEEK-END-NUM) - 6).
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "JRNLCHK - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT BOOKING-JOURNAL.
           IF BOOK-JRNL-NOT-PRESENT
              DISPLAY "JRNLCHK - BOOKING JOURNAL NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           PERFORM FIND-FIRST-JOURNAL-DATE.
           PERFORM COUNT-WEEK-ENTRIES.
           OPEN OUTPUT CHECK-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "BOOKING JOURNAL PROOF - WEEK " WEEK-START-NUM
                  " TO " WEEK-END-NUM       DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "RES-ID      PASSENGER                     EVENT     DA
      -    "TE      RESULT"                 TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM READ-CUSTOMER-REC.

       FIND-FIRST-JOURNAL-DATE.
      *    THE LOWEST KEY ON FILE DATES THE START OF JOURNALING.
           MOVE LOW-VALUES                 TO  BJ-KEY.
           START BOOKING-JOURNAL KEY NOT < BJ-KEY
                 INVALID KEY
                    MOVE 99999999          TO  FIRST-JOURNAL-DATE
                    EXIT PARAGRAPH
           END-START.
           READ BOOKING-JOURNAL NEXT
                AT END
                   MOVE 99999999           TO  FIRST-JOURNAL-DATE
                NOT AT END
                   MOVE BJ-JOURNAL-DATE    TO  FIRST-JOURNAL-DATE
           END-READ.

       COUNT-WEEK-ENTRIES.
           MOVE WEEK-START-NUM             TO  BJ-JOURNAL-DATE.
           MOVE LOW-VALUES                 TO  BJ-CUST-RES-ID.
           MOVE 0                          TO  BJ-SEQ.
           SET JOURNAL-NOT-AT-END          TO  TRUE.
           START BOOKING-JOURNAL KEY NOT < BJ-KEY
                 INVALID KEY
                    SET JOURNAL-AT-END     TO  TRUE
           END-START.
           PERFORM UNTIL JOURNAL-AT-END
              READ BOOKING-JOURNAL NEXT
                   AT END
                      SET JOURNAL-AT-END   TO  TRUE
                   NOT AT END
                      IF BJ-JOURNAL-DATE > WEEK-END-NUM
                         SET JOURNAL-AT-END TO TRUE
                      ELSE
                         ADD 1             TO  WEEK-ENTRY-COUNT
                      END-IF
              END-READ
           END-PERFORM.

       READ-CUSTOMER-REC.
           READ CUSTOMER NEXT
                AT END
                   SET CUSTOMER-AT-END       TO  TRUE
                NOT AT END
                   ADD 1                     TO  CUST-READ-COUNT
           END-READ.

       CHECK-ONE-RESERVATION.
      *    THE SAME DATES THE NIGHTLY REPORTS SELECT ON.  A DATE THAT
      *    APPEARS TWICE ON ONE RESERVATION IS PROVED ONCE.
           MOVE ZEROS                      TO  CHK-DATES.
           IF ADD-DATE NUMERIC
              MOVE ADD-DATE                TO  CHK-DATE(1)
           END-IF.
           IF BAG-FEE-DATE NUMERIC
              MOVE BAG-FEE-DATE            TO  CHK-DATE(2)
           END-IF.
           IF NC-FEE-DATE NUMERIC
              MOVE NC-FEE-DATE             TO  CHK-DATE(3)
           END-IF.
           IF SEAT-FEE-DATE NUMERIC
              MOVE SEAT-FEE-DATE           TO  CHK-DATE(4)
           END-IF.
           IF CHG-FEE-DATE NUMERIC
              MOVE CHG-FEE-DATE            TO  CHK-DATE(5)
           END-IF.
           IF FARE-DIFF-DATE NUMERIC
              MOVE FARE-DIFF-DATE          TO  CHK-DATE(6)
           END-IF.
           PERFORM VARYING CHK-DATE-IDX FROM 1 BY 1
                    UNTIL CHK-DATE-IDX > 6
              IF CHK-DATE(CHK-DATE-IDX) NOT < WEEK-START-NUM AND
                 CHK-DATE(CHK-DATE-IDX) NOT > WEEK-END-NUM
                 PERFORM CHECK-DATE-REPEATED
                 IF CHK-DATE-NEW
                    PERFORM PROVE-ONE-DATE
                 END-IF
              END-IF
           END-PERFORM.

       CHECK-DATE-REPEATED.
           SET CHK-DATE-NEW                TO  TRUE.
           PERFORM VARYING CHK-PRIOR-IDX FROM 1 BY 1
                    UNTIL CHK-PRIOR-IDX NOT < CHK-DATE-IDX
              IF CHK-DATE(CHK-PRIOR-IDX) = CHK-DATE(CHK-DATE-IDX)
                 SET CHK-DATE-REPEATED     TO  TRUE
              END-IF
           END-PERFORM.

       PROVE-ONE-DATE.
           ADD 1                           TO  CHECKED-COUNT.
           IF CHK-DATE(CHK-DATE-IDX) < FIRST-JOURNAL-DATE
              ADD 1                        TO  PRE-JOURNAL-COUNT
              EXIT PARAGRAPH
           END-IF.
           SET JRNL-ENTRY-MISSING          TO  TRUE.
           MOVE CHK-DATE(CHK-DATE-IDX)     TO  BJ-JOURNAL-DATE.
           MOVE CUST-RES-ID                TO  BJ-CUST-RES-ID.
           MOVE 0                          TO  BJ-SEQ.
           START BOOKING-JOURNAL KEY NOT < BJ-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ BOOKING-JOURNAL NEXT
                         AT END
                            CONTINUE
                         NOT AT END
                            IF BJ-JOURNAL-DATE =
                                  CHK-DATE(CHK-DATE-IDX) AND
                               BJ-CUST-RES-ID = CUST-RES-ID
                               SET JRNL-ENTRY-FOUND TO TRUE
                            END-IF
                    END-READ
           END-START.
           IF JRNL-ENTRY-FOUND
              ADD 1                        TO  PROVED-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  MISSING-COUNT.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE CUST-RES-ID                TO  RPT-RECORD(1:11).
           STRING CUST-FNAME DELIMITED BY SPACE
                  " "        DELIMITED BY SIZE
                  CUST-LNAME DELIMITED BY SIZE
                  INTO RPT-RECORD(13:29)
           END-STRING.
           MOVE CHK-LABEL(CHK-DATE-IDX)    TO  RPT-RECORD(43:8).
           MOVE CHK-DATE(CHK-DATE-IDX)     TO  RPT-RECORD(53:8).
           MOVE "NOT JOURNALED"            TO  RPT-RECORD(63:13).
           WRITE RPT-RECORD.

       TERMINATE-CHECK.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE CUST-READ-COUNT            TO  RPT-CNT.
           MOVE "RESERVATIONS READ"        TO  RPT-RECORD(1:30).
           MOVE RPT-CNT                    TO  RPT-RECORD(32:9).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE WEEK-ENTRY-COUNT           TO  RPT-CNT.
           MOVE "JOURNAL ENTRIES IN WEEK"  TO  RPT-RECORD(1:30).
           MOVE RPT-CNT                    TO  RPT-RECORD(32:9).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE CHECKED-COUNT              TO  RPT-CNT.
           MOVE "BOOKING/FEE DATES IN WEEK"
                                           TO  RPT-RECORD(1:30).
           MOVE RPT-CNT                    TO  RPT-RECORD(32:9).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE PROVED-COUNT               TO  RPT-CNT.
           MOVE "  PROVED TO JOURNAL"      TO  RPT-RECORD(1:30).
           MOVE RPT-CNT                    TO  RPT-RECORD(32:9).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE PRE-JOURNAL-COUNT          TO  RPT-CNT.
           MOVE "  BEFORE JOURNAL STARTED" TO  RPT-RECORD(1:30).
           MOVE RPT-CNT                    TO  RPT-RECORD(32:9).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE MISSING-COUNT              TO  RPT-CNT.
           MOVE "  NOT JOURNALED"          TO  RPT-RECORD(1:30).
           MOVE RPT-CNT                    TO  RPT-RECORD(32:9).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           IF MISSING-COUNT = 0
              MOVE "JOURNAL PROVED - NIGHTLY REPORTS COMPLETE FOR THE WE
      -       "EK"                         TO  RPT-RECORD
           ELSE
              MOVE "JOURNAL OUT OF BALANCE - RERUN THE NIGHTLY REPORTS F
      -       "OR THE DATES LISTED"        TO  RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.
           CLOSE CUSTOMER
                 BOOKING-JOURNAL
                 CHECK-RPT.
           MOVE "JRNLCHK"                  TO  RPG-REPORT-ID.
           MOVE "jrnlchk"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "JRNLCHK"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "JRNLCHK - " CHECKED-COUNT " DATES CHECKED, "
                   MISSING-COUNT " NOT JOURNALED - SEE jrnlchk".
