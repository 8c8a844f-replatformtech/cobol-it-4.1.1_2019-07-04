       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      ADMREV.

      ******************************************************************
      *    ADMREV.CBL
      *    AGENCY DEBIT MEMO REVIEW - WALKS EVERY PENDING MEMO THE
      *    NIGHTLY FAREAUDT RAISED ON "debitmem" AND LETS REVENUE
      *    ACCOUNTING DISPOSE OF IT:
      *      1) APPROVE - THE SHORTFALL BECOMES AN OPEN ITEM ON
      *         "recvledg" AGAINST THE AGENCY'S CORP-ACCT-ID (KEYED
      *         "ADM" + MEMO NUMBER SO IT NEVER COLLIDES WITH THE
      *         BOOKING'S OWN ON-ACCOUNT ITEM), DUE IN 30 DAYS, AND
      *         THE ACCOUNT'S OPEN BALANCE MOVES WITH IT - SO ARAGE
      *         AGES AND DUNS IT AND CORPPAY RELIEVES IT LIKE ANY
      *         OTHER ITEM.  A NOTICE GOES TO THE AGENCY ON "admnotc".
      *      2) CANCEL - THE MEMO IS WITHDRAWN; NOTHING IS POSTED.
      *      3) SKIP - LEAVE THE MEMO PENDING FOR ANOTHER DAY.
      *    SUPERVISOR-ONLY, THE SAME ROLE CHECK DISPREV USES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR
                  ASSIGN TO DISK "operator"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS OP-ID
                  FILE STATUS IS OPERATOR-STATUS.

           SELECT DEBIT-MEMO
                  ASSIGN TO DISK "debitmem"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS DM-MEMO-NO
                  ALTERNATE RECORD KEY IS DM-CUST-RES-ID
                                          WITH DUPLICATES
                  FILE STATUS IS DEBIT-MEMO-STATUS.

           SELECT RECEIVABLE-LEDGER
                  ASSIGN TO DISK "recvledg"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RV-KEY
                  FILE STATUS IS RECV-LEDGER-STATUS.

           SELECT CORPORATE-ACCOUNT
                  ASSIGN TO DISK "corpacct"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CA-ACCT-ID
                  FILE STATUS IS CORP-ACCT-STATUS.

           SELECT ADM-NOTICE
                  ASSIGN TO DISK "admnotc"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ADM-NOTICE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR.
       COPY operator.

       FD  DEBIT-MEMO.
       COPY debitmem.

       FD  RECEIVABLE-LEDGER.
       COPY recvledg.

       FD  CORPORATE-ACCOUNT.
       COPY corpacct.

       FD  ADM-NOTICE.
       COPY admnotc.

       WORKING-STORAGE SECTION.
       01  OPERATOR-STATUS                PIC X(02).
           88 OPERATOR-NOT-PRESENT                    VALUE "35".
       01  DEBIT-MEMO-STATUS              PIC X(02).
           88 DEBIT-MEMO-NOT-PRESENT                  VALUE "35".
       01  RECV-LEDGER-STATUS             PIC X(02).
           88 RECV-LEDGER-NOT-PRESENT                 VALUE "35".
       01  CORP-ACCT-STATUS               PIC X(02).
           88 CORP-ACCT-NOT-PRESENT                   VALUE "35".
       01  ADM-NOTICE-STATUS              PIC X(02).
           88 ADM-NOTICE-NOT-PRESENT                  VALUE "35".
       01  MEMO-EOF-SWITCH                PIC 9       VALUE 0.
           88 MEMO-AT-END                             VALUE 1.
           88 MEMO-NOT-AT-END                         VALUE 0.
       01  TODAY-DATE.
           03 TODAY-YY                    PIC 9(04).
           03 TODAY-MM                    PIC 9(02).
           03 TODAY-DD                    PIC 9(02).
       01  TODAY-DATE-NUM REDEFINES TODAY-DATE
                                           PIC 9(08).
       01  WS-OPERATOR-ID                 PIC X(05)   VALUE SPACES.
       01  WS-OPERATOR-PASSWORD           PIC X(08)   VALUE SPACES.
       01  REVIEW-CHOICE                  PIC X(01)   VALUE SPACES.
           88 APPROVE-MEMO                            VALUE "1".
           88 CANCEL-MEMO                             VALUE "2".
           88 SKIP-MEMO                               VALUE "3".
       01  SAVE-SCAN-KEY                  PIC 9(07)   VALUE 0.
       01  MEMO-DUE-DATE                  PIC 9(08)   VALUE 0.
       01  MEMO-DISPLAY-AMT               PIC ZZZZZZ9.99.
       01  APPROVED-COUNT                 PIC 9(05)   VALUE 0.
       01  CANCELLED-COUNT                PIC 9(05)   VALUE 0.
       01  SKIPPED-COUNT                  PIC 9(05)   VALUE 0.
       01  APPROVED-TOTAL                 PIC 9(09)V99 VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REVIEW.
           PERFORM UNTIL MEMO-AT-END
              READ DEBIT-MEMO NEXT
                   AT END
                      SET MEMO-AT-END       TO  TRUE
                   NOT AT END
                      IF DM-PENDING
                         PERFORM REVIEW-ONE-MEMO
                      END-IF
              END-READ
           END-PERFORM.
           PERFORM TERMINATE-REVIEW.
           STOP RUN.

       INITIALIZE-REVIEW.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           PERFORM CHECK-SUPERVISOR-AUTH.
           OPEN I-O DEBIT-MEMO.
           IF DEBIT-MEMO-NOT-PRESENT
              DISPLAY "ADMREV - NO DEBIT MEMO FILE, NOTHING TO REVIEW"
              STOP RUN
           END-IF.
           OPEN I-O RECEIVABLE-LEDGER.
           IF RECV-LEDGER-NOT-PRESENT
              CLOSE RECEIVABLE-LEDGER
              OPEN OUTPUT RECEIVABLE-LEDGER
              CLOSE RECEIVABLE-LEDGER
              OPEN I-O RECEIVABLE-LEDGER
           END-IF.
           OPEN I-O CORPORATE-ACCOUNT.
           IF CORP-ACCT-NOT-PRESENT
              DISPLAY "ADMREV - CORPACCT FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN EXTEND ADM-NOTICE.
           IF ADM-NOTICE-NOT-PRESENT
              CLOSE ADM-NOTICE
              OPEN OUTPUT ADM-NOTICE
           END-IF.
           COMPUTE MEMO-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM) + 30).

       CHECK-SUPERVISOR-AUTH.
           DISPLAY "ADMREV - ENTER OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ADMREV - ENTER PASSWORD:".
           ACCEPT WS-OPERATOR-PASSWORD.
           OPEN INPUT OPERATOR.
           IF OPERATOR-NOT-PRESENT
              DISPLAY "ADMREV - OPERATOR FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID             TO  OP-ID.
           READ OPERATOR
                INVALID KEY
                   DISPLAY "ADMREV - UNKNOWN OPERATOR, ABORTING"
                   CLOSE OPERATOR
                   STOP RUN
           END-READ.
           IF OP-PASSWORD NOT = SPACES AND
              OP-PASSWORD NOT = WS-OPERATOR-PASSWORD
              DISPLAY "ADMREV - BAD PASSWORD, ABORTING"
              CLOSE OPERATOR
              STOP RUN
           END-IF.
           IF NOT OP-ROLE-SUPERVISOR
              DISPLAY "ADMREV - DEBIT MEMO REVIEW IS SUPERVISOR-ONLY, AB
      -       "ORTING"
              CLOSE OPERATOR
              STOP RUN
           END-IF.
           CLOSE OPERATOR.

       REVIEW-ONE-MEMO.
           MOVE DM-MEMO-NO                 TO  SAVE-SCAN-KEY.
           MOVE DM-SHORT-AMT               TO  MEMO-DISPLAY-AMT.
           DISPLAY "ADMREV - MEMO ADM" DM-MEMO-NO " AGENCY " DM-ACCT-ID
                   " RES " DM-CUST-RES-ID " FLIGHT " DM-FLIGHT-ID.
           DISPLAY "  SHORT " MEMO-DISPLAY-AMT " " DM-REASON-TEXT
                   " RAISED " DM-RAISED-DATE.
           DISPLAY "  1)APPROVE 2)CANCEL 3)SKIP:".
           ACCEPT REVIEW-CHOICE.
           EVALUATE TRUE
              WHEN APPROVE-MEMO
                 SET DM-APPROVED           TO  TRUE
                 MOVE TODAY-DATE-NUM       TO  DM-REVIEW-DATE
                 MOVE WS-OPERATOR-ID       TO  DM-REVIEW-OP-ID
                 REWRITE DEBIT-MEMO-RECORD
                 PERFORM POST-MEMO-OPEN-ITEM
                 PERFORM WRITE-MEMO-NOTICE
                 ADD 1                     TO  APPROVED-COUNT
                 ADD DM-SHORT-AMT          TO  APPROVED-TOTAL
                 DISPLAY "ADMREV - APPROVED, POSTED TO "
                         DM-ACCT-ID
              WHEN CANCEL-MEMO
                 SET DM-CANCELLED          TO  TRUE
                 MOVE TODAY-DATE-NUM       TO  DM-REVIEW-DATE
                 MOVE WS-OPERATOR-ID       TO  DM-REVIEW-OP-ID
                 REWRITE DEBIT-MEMO-RECORD
                 ADD 1                     TO  CANCELLED-COUNT
                 DISPLAY "ADMREV - CANCELLED"
              WHEN OTHER
                 ADD 1                     TO  SKIPPED-COUNT
           END-EVALUATE.
      *    THE REWRITE MAY HAVE DISTURBED THE SEQUENTIAL SCAN -
      *    RE-POSITION PAST THE MEMO JUST REVIEWED.
           MOVE SAVE-SCAN-KEY              TO  DM-MEMO-NO.
           START DEBIT-MEMO KEY IS > DM-MEMO-NO
                 INVALID KEY
                    SET MEMO-AT-END        TO  TRUE
           END-START.

       POST-MEMO-OPEN-ITEM.
           MOVE DM-ACCT-ID                 TO  RV-ACCT-ID.
           MOVE SPACES                     TO  RV-CUST-RES-ID.
           MOVE "ADM"                      TO  RV-CUST-RES-ID(1:3).
           MOVE DM-MEMO-NO                 TO  RV-CUST-RES-ID(4:7).
           MOVE DM-SHORT-AMT               TO  RV-AMOUNT.
           MOVE TODAY-DATE-NUM             TO  RV-INVOICE-DATE.
           MOVE MEMO-DUE-DATE              TO  RV-DUE-DATE.
           SET RV-OPEN                     TO  TRUE.
           MOVE 0                          TO  RV-PAID-DATE.
           WRITE RECEIVABLE-RECORD
                 INVALID KEY
                    REWRITE RECEIVABLE-RECORD
           END-WRITE.
           MOVE DM-ACCT-ID                 TO  CA-ACCT-ID.
           READ CORPORATE-ACCOUNT
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF CA-OPEN-BALANCE NOT NUMERIC
                      MOVE 0               TO  CA-OPEN-BALANCE
                   END-IF
                   ADD DM-SHORT-AMT        TO  CA-OPEN-BALANCE
                   REWRITE CORPORATE-ACCOUNT-RECORD
           END-READ.

       WRITE-MEMO-NOTICE.
           MOVE SPACES                     TO  ADM-NOTICE-RECORD.
           MOVE DM-ACCT-ID                 TO  AN-ACCT-ID.
           MOVE DM-MEMO-NO                 TO  AN-MEMO-NO.
           MOVE DM-CUST-RES-ID             TO  AN-CUST-RES-ID.
           MOVE DM-FLIGHT-ID               TO  AN-FLIGHT-ID.
           MOVE DM-TICKET-NO               TO  AN-TICKET-NO.
           MOVE DM-EXPECTED-AMT            TO  AN-EXPECTED-AMT.
           MOVE DM-COLLECTED-AMT           TO  AN-COLLECTED-AMT.
           MOVE DM-SHORT-AMT               TO  AN-MEMO-AMT.
           MOVE DM-REASON-TEXT             TO  AN-REASON-TEXT.
           MOVE TODAY-DATE-NUM             TO  AN-ISSUE-DATE.
           MOVE MEMO-DUE-DATE              TO  AN-DUE-DATE.
           WRITE ADM-NOTICE-RECORD.

       TERMINATE-REVIEW.
           CLOSE DEBIT-MEMO.
           CLOSE RECEIVABLE-LEDGER.
           CLOSE CORPORATE-ACCOUNT.
           CLOSE ADM-NOTICE.
           DISPLAY "ADMREV - " APPROVED-COUNT " APPROVED ($"
                   APPROVED-TOTAL "), " CANCELLED-COUNT " CANCELLED, "
                   SKIPPED-COUNT " SKIPPED".
