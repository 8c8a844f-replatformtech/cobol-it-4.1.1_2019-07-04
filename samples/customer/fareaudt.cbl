      *    PRINTED AS EXCEPTIONS WITH THE BOOKING OPERATOR'S ID SO THE
      *    SHORTFALLS SPOT CHECKS KEEP FINDING SURFACE SYSTEMATICALLY.
      *    AWARD REDEMPTIONS AND RESERVATIONS WITH NO FARE ON FILE ARE
      *    SKIPPED.  AN UNDER-COLLECTION ON A BOOKING THAT CAME IN
      *    THROUGH AGYINGST RAISES A PENDING AGENCY DEBIT MEMO ON
      *    "debitmem" FOR THE SHORTFALL (ONE PER RESERVATION) FOR
      *    REVENUE ACCOUNTING TO WORK IN ADMREV.  THE CUSTOMER FILE
      *    IS READ-ONLY.  OUTPUT GOES TO "fareaudt".
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

           SELECT FARE-TABLE
                  ASSIGN TO DISK "faretbl"
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS FT-KEY
                  FILE STATUS IS FARE-TBL-STATUS.

           SELECT DEBIT-MEMO
                  ASSIGN TO DISK "debitmem"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS DM-MEMO-NO
                  ALTERNATE RECORD KEY IS DM-CUST-RES-ID
                                          WITH DUPLICATES
                  FILE STATUS IS DEBIT-MEMO-STATUS.

           SELECT CLAIM-COUNTER
                  ASSIGN TO DISK "clmctr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CM-KEY
                  FILE STATUS IS CLM-CTR-STATUS.

           SELECT AUDIT-RPT
                  ASSIGN TO DISK "fareaudt"
                  ORGANIZATION IS SEQUENTIAL
       FD  CUSTOMER.
       COPY custrec.

       FD  BOOKING-JOURNAL.
       COPY bookjrnl.

       FD  FARE-TABLE.
       COPY faretbl.

       FD  DEBIT-MEMO.
       COPY debitmem.

       FD  CLAIM-COUNTER.
       COPY clmctr.

       FD  AUDIT-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FSL-FLIGHT                     PIC X(07)   VALUE SPACES.
       01  FSL-SEAT                       PIC X(02)   VALUE SPACES.
       01  FSL-BOOK-DATE                  PIC 9(08)   VALUE 0.
       01  FARE-TBL-STATUS                PIC X(02).
           88 FARE-TBL-NOT-PRESENT                    VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  DEBIT-MEMO-STATUS              PIC X(02).
           88 DEBIT-MEMO-NOT-PRESENT                  VALUE "35".
       01  CLM-CTR-STATUS                 PIC X(02).
           88 CLM-CTR-NOT-PRESENT                     VALUE "35".
       01  W-MEMO-CNTR                    PIC 9(07)   VALUE 0.
       01  MEMO-COUNT                     PIC 9(05)   VALUE 0.
       01  MEMO-TOTAL                     PIC 9(09)V99 VALUE 0.
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
           03 TODAY-YY                    PIC 9(04).
           03 TODAY-MM                    PIC 9(02).
              DISPLAY "FAREAUDT - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           MOVE WS-AUDIT-DATE              TO  JRNL-RUN-DATE.
           PERFORM POSITION-BOOKING-JOURNAL.
           OPEN INPUT FARE-TABLE.
           IF FARE-TBL-NOT-PRESENT
              DISPLAY "FAREAUDT - FARE TABLE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN I-O DEBIT-MEMO.
           IF DEBIT-MEMO-NOT-PRESENT
              CLOSE DEBIT-MEMO
              OPEN OUTPUT DEBIT-MEMO
              CLOSE DEBIT-MEMO
              OPEN I-O DEBIT-MEMO
           END-IF.
           OPEN OUTPUT AUDIT-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "FARE COLLECTION AUDIT - " WS-AUDIT-DATE
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "OPER  RES-ID      FLIGHT      EXPECTED     COLLECTED
      -    "    DIFFERENCE DEBIT MEMO"      DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           PERFORM READ-CUSTOMER-REC.

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
              DISPLAY "FAREAUDT - READING BOOKING JOURNAL FOR "
                      JRNL-RUN-DATE
           ELSE
              DISPLAY "FAREAUDT - NO BOOKING JOURNAL FOR " JRNL-RUN-DATE
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

       AUDIT-ONE-RESERVATION.
           SET FARE-COMPLETE               TO  TRUE.
           MOVE 0                          TO  EXPECTED-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(42:11).
           MOVE DIFF-AMT                   TO  RPT-DIFF.
           MOVE RPT-DIFF                   TO  RPT-RECORD(56:12).
      *    AN AGENCY THAT TICKETED BELOW THE FILED FARE IS DEBITED FOR
      *    THE SHORTFALL RATHER THAN THE LOSS BEING WRITTEN OFF.
           IF DIFF-AMT < 0 AND BOOKED-BY-OP-ID = "AGY  " AND
              CORP-ACCT-ID NOT = SPACES
              PERFORM RAISE-DEBIT-MEMO
           END-IF.
           WRITE RPT-RECORD.

       RAISE-DEBIT-MEMO.
           MOVE CUST-RES-ID                TO  DM-CUST-RES-ID.
           READ DEBIT-MEMO KEY IS DM-CUST-RES-ID
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "ADM"              TO  RPT-RECORD(69:3)
                   MOVE DM-MEMO-NO         TO  RPT-RECORD(72:7)
                   EXIT PARAGRAPH
           END-READ.
           PERFORM DRAW-MEMO-NUMBER.
           MOVE SPACES                     TO  DEBIT-MEMO-RECORD.
           MOVE W-MEMO-CNTR                TO  DM-MEMO-NO.
           MOVE CORP-ACCT-ID               TO  DM-ACCT-ID.
           MOVE CUST-RES-ID                TO  DM-CUST-RES-ID.
           MOVE FLIGHT-ID                  TO  DM-FLIGHT-ID.
           MOVE TICKET-NO                  TO  DM-TICKET-NO.
           MOVE EXPECTED-AMT               TO  DM-EXPECTED-AMT.
           MOVE TOTAL-COLLECTED-AMT        TO  DM-COLLECTED-AMT.
           COMPUTE DM-SHORT-AMT = 0 - DIFF-AMT.
           SET DM-BELOW-FILED-FARE         TO  TRUE.
           MOVE "COLLECTED BELOW FILED FARE" TO  DM-REASON-TEXT.
           MOVE TODAY-DATE                 TO  DM-RAISED-DATE.
           SET DM-PENDING                  TO  TRUE.
           MOVE 0                          TO  DM-REVIEW-DATE.
           WRITE DEBIT-MEMO-RECORD
                 INVALID KEY
                    EXIT PARAGRAPH
           END-WRITE.
           ADD 1                           TO  MEMO-COUNT.
           ADD DM-SHORT-AMT                TO  MEMO-TOTAL.
           MOVE "ADM"                      TO  RPT-RECORD(69:3).
           MOVE DM-MEMO-NO                 TO  RPT-RECORD(72:7).

       DRAW-MEMO-NUMBER.
           OPEN I-O CLAIM-COUNTER.
           IF CLM-CTR-NOT-PRESENT
              CLOSE CLAIM-COUNTER
              OPEN OUTPUT CLAIM-COUNTER
              CLOSE CLAIM-COUNTER
              OPEN I-O CLAIM-COUNTER
           END-IF.
           MOVE "D"                        TO  CM-KEY.
           READ CLAIM-COUNTER WITH LOCK
                INVALID KEY
                   MOVE "D"                TO  CM-KEY
                   MOVE 2                  TO  CM-NEXT-NO
                   WRITE CLAIM-COUNTER-RECORD
                   MOVE 1                  TO  W-MEMO-CNTR
                NOT INVALID KEY
                   MOVE CM-NEXT-NO         TO  W-MEMO-CNTR
                   ADD 1                   TO  CM-NEXT-NO
                   REWRITE CLAIM-COUNTER-RECORD
           END-READ.
           CLOSE CLAIM-COUNTER.

       PRICE-ONE-SEGMENT.
      *    PRICE THE SEGMENT BY BOOKING CLASS THE WAY THE ENTRY SCREEN
      *    DOES: COACH DISCOUNT CLASSES HAVE THEIR OWN FARE ROWS,
           MOVE OVER-TOTAL                 TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(47:11).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE MEMO-COUNT                 TO  RPT-CNT.
           MOVE "AGENCY DEBIT MEMOS RAISED" TO  RPT-RECORD(1:25).
           MOVE RPT-CNT                    TO  RPT-RECORD(27:5).
           MOVE "FOR"                      TO  RPT-RECORD(33:3).
           MOVE MEMO-TOTAL                 TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(37:11).
           WRITE RPT-RECORD.
           PERFORM CLOSE-BOOKING-JOURNAL.
           CLOSE CUSTOMER.
           CLOSE FARE-TABLE.
           CLOSE DEBIT-MEMO.
           CLOSE AUDIT-RPT.
           MOVE "FAREAUDT"                 TO  RPG-REPORT-ID.
           MOVE "fareaudt"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "FAREAUDT"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "FAREAUDT - " AUDITED-COUNT " AUDITED, "
                   EXCEPTION-COUNT " EXCEPTION(S) - SEE fareaudt".
           DISPLAY "FAREAUDT - " MEMO-COUNT " AGENCY DEBIT MEMO(S) "
                   "RAISED FOR REVIEW IN ADMREV".
