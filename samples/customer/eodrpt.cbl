      *    SECTION PER MISSED DATE UP THROUGH TODAY.  EVERY SUCCESSFUL
      *    RUN STAMPS ITS LAST BUSINESS DATE BACK TO THE LEDGER.
      *    READ-ONLY AGAINST CUSTOMER.
      *    THE DATE'S RESERVATIONS ARE FOUND THROUGH THE "bookjrnl"
      *    BOOKING JOURNAL RATHER THAN BY READING ALL OF CUSTOMER; A
      *    DATE WITH NOTHING JOURNALED IS READ THE OLD WAY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           SELECT RUN-CONTROL
                  ASSIGN TO DISK "runctl"
                  ORGANIZATION IS INDEXED
       FD  CUSTOMER.
       COPY custrec.

       FD  BOOKING-JOURNAL.
       COPY bookjrnl.

       FD  RUN-CONTROL.
       COPY runctl.

       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  RUN-CTL-STATUS                 PIC X(02).
       01  CUSTOMER-EOF-SWITCH            PIC 9       VALUE 0.
           88 CUSTOMER-AT-END                         VALUE 1.
           88 CUSTOMER-NOT-AT-END                     VALUE 0.
       01  BOOK-JRNL-STATUS               PIC X(02).
           88 BOOK-JRNL-NOT-PRESENT                   VALUE "35".
       01  CUSTOMER-SOURCE-SWITCH         PIC 9       VALUE 0.
           88 READ-FROM-JOURNAL                       VALUE 1.
           88 READ-FULL-SCAN                          VALUE 0.
       01  JRNL-RUN-DATE                  PIC 9(08)   VALUE 0.
       01  JRNL-LAST-RES-ID               PIC X(11)   VALUE SPACES.
       01  JRNL-MATCH-SWITCH              PIC 9       VALUE 0.
           88 JRNL-RES-FOUND                          VALUE 1.
           88 JRNL-RES-NOT-FOUND                      VALUE 0.
       01  TODAY-DATE.
           03 TODAY-YY                    PIC X(04).
           03 TODAY-MM                    PIC X(02).
              DISPLAY "EODRPT - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           MOVE WS-RPT-DATE-NUM            TO  JRNL-RUN-DATE.
           PERFORM POSITION-BOOKING-JOURNAL.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "END-OF-DAY BOOKING AND REVENUE SUMMARY - "
                  WS-RPT-DATE               DELIMITED BY SIZE
              PERFORM TALLY-SEAT-FEE
              PERFORM READ-CUSTOMER-REC
           END-PERFORM.
           PERFORM CLOSE-BOOKING-JOURNAL.
           CLOSE CUSTOMER.
           PERFORM PRINT-DATE-SECTION.
           ADD CNT-TOTAL                   TO  CNT-GRAND-TOTAL.
                       REVB-VCH-CO REVB-VCH-FC REVB-TOTAL.

       READ-CUSTOMER-REC.
           IF READ-FROM-JOURNAL
              PERFORM READ-JOURNALED-CUSTOMER
              EXIT PARAGRAPH
           END-IF.
           READ CUSTOMER NEXT
                AT END
                   SET CUSTOMER-AT-END       TO  TRUE
           END-READ.

       POSITION-BOOKING-JOURNAL.
      *    THE DATE'S RESERVATIONS COME FROM THE "bookjrnl" BOOKING
      *    JOURNAL WHEN IT HOLDS ENTRIES FOR THE DATE.  A DATE BEFORE
      *    THE JOURNAL WAS KEPT FALLS BACK TO READING ALL OF CUSTOMER.
           SET READ-FULL-SCAN              TO  TRUE.
           MOVE SPACES                     TO  JRNL-LAST-RES-ID.
           OPEN INPUT BOOKING-JOURNAL.
           IF NOT BOOK-JRNL-NOT-PRESENT
              MOVE JRNL-RUN-DATE           TO  BJ-JOURNAL-DATE
              MOVE LOW-VALUES              TO  BJ-CUST-RES-ID
              MOVE 0                       TO  BJ-SEQ
              START BOOKING-JOURNAL KEY NOT < BJ-KEY
                    INVALID KEY
                       MOVE 0              TO  BJ-JOURNAL-DATE
                    NOT INVALID KEY
                       READ BOOKING-JOURNAL NEXT
                            AT END
                               MOVE 0      TO  BJ-JOURNAL-DATE
                       END-READ
              END-START
              IF BJ-JOURNAL-DATE = JRNL-RUN-DATE
                 SET READ-FROM-JOURNAL     TO  TRUE
                 MOVE JRNL-RUN-DATE        TO  BJ-JOURNAL-DATE
                 MOVE LOW-VALUES           TO  BJ-CUST-RES-ID
                 MOVE 0                    TO  BJ-SEQ
                 START BOOKING-JOURNAL KEY NOT < BJ-KEY
                 END-START
              ELSE
                 CLOSE BOOKING-JOURNAL
              END-IF
           END-IF.
           IF READ-FROM-JOURNAL
              DISPLAY "EODRPT - READING BOOKING JOURNAL FOR "
                      JRNL-RUN-DATE
           ELSE
              DISPLAY "EODRPT - NO BOOKING JOURNAL FOR " JRNL-RUN-DATE
                      ", READING ALL OF CUSTOMER"
           END-IF.

       READ-JOURNALED-CUSTOMER.
      *    A RESERVATION JOURNALED SEVERAL TIMES IN THE DAY IS READ
      *    ONCE.  ONE SINCE CANCELLED OR MOVED TO A NEW ID IS NO LONGER
      *    ON CUSTOMER UNDER THE JOURNALED ID AND IS PASSED OVER, AS A
      *    FULL READ WOULD NEVER SEE IT.
           SET JRNL-RES-NOT-FOUND          TO  TRUE.
           PERFORM UNTIL JRNL-RES-FOUND OR CUSTOMER-AT-END
              READ BOOKING-JOURNAL NEXT
                   AT END
                      SET CUSTOMER-AT-END  TO  TRUE
                   NOT AT END
                      PERFORM CHECK-JOURNAL-ENTRY
              END-READ
           END-PERFORM.

       CHECK-JOURNAL-ENTRY.
           IF BJ-JOURNAL-DATE NOT = JRNL-RUN-DATE
              SET CUSTOMER-AT-END          TO  TRUE
              EXIT PARAGRAPH
           END-IF.
           IF BJ-CUST-RES-ID = JRNL-LAST-RES-ID
              EXIT PARAGRAPH
           END-IF.
           MOVE BJ-CUST-RES-ID             TO  JRNL-LAST-RES-ID
                                               CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET JRNL-RES-FOUND      TO  TRUE
           END-READ.

       CLOSE-BOOKING-JOURNAL.
           IF READ-FROM-JOURNAL
              CLOSE BOOKING-JOURNAL
           END-IF.

       TALLY-SEAT-FEE.
      *    PREFERRED-SEAT FEES REPORT ON THE DATE THEY WERE COLLECTED,
      *    WHICH FOR A CHECK-IN SEAT CHANGE IS NOT THE BOOKING DATE -

       TERMINATE-REPORT.
           CLOSE EOD-RPT.
           MOVE "EODRPT"                   TO  RPG-REPORT-ID.
           MOVE "eodrpt"                   TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "EODRPT"                   TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           IF DATES-RUN-COUNT > 0
              COMPUTE WS-RPT-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(END-DATE-INT)
