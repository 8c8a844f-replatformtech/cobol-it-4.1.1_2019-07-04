       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      POLRPT.

      ******************************************************************
      *    POLRPT.CBL
      *    MONTHLY OUT-OF-POLICY REPORT - READS THE "corpacct" INDEXED
      *    FILE IN CA-ACCT-ID SEQUENCE AND, FOR EACH CORPORATE ACCOUNT,
      *    STARTS "polexcp" ON THE ACCOUNT TO LIST EVERY BOOKING MADE
      *    IN THE REPORT MONTH THAT BREACHED THE CLIENT'S TRAVEL
      *    POLICY: THE TRAVELLER, THE FLIGHT, WHICH RULES WERE BROKEN,
      *    THE REASON THE AGENT RECORDED, AND WHAT THE BOOKING COST
      *    OVER THE LOWEST FARE THE POLICY WOULD HAVE ALLOWED.  EACH
      *    ACCOUNT CLOSES WITH ITS COUNT AND TOTAL EXCESS FOR THE
      *    TRAVEL MANAGER.  ACCOUNTS WITH NO EXCEPTIONS IN THE MONTH
      *    ARE LEFT OFF.  READ-ONLY AGAINST BOTH FILES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORPORATE-ACCOUNT
                  ASSIGN TO DISK "corpacct"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CA-ACCT-ID
                  FILE STATUS IS CORP-ACCT-STATUS.

           SELECT POLICY-EXCEPTION
                  ASSIGN TO DISK "polexcp"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS PE-KEY
                  FILE STATUS IS POL-EXCP-STATUS.

           SELECT POLICY-RPT
                  ASSIGN TO DISK "polrpt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CORPORATE-ACCOUNT.
       COPY corpacct.

       FD  POLICY-EXCEPTION.
       COPY polexcp.

       FD  POLICY-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CORP-ACCT-STATUS               PIC X(02).
           88 CORP-ACCT-NOT-PRESENT                   VALUE "35".
       01  POL-EXCP-STATUS                PIC X(02).
           88 POL-EXCP-NOT-PRESENT                    VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  ACCT-EOF-SWITCH                PIC 9       VALUE 0.
           88 ACCOUNT-AT-END                          VALUE 1.
           88 ACCOUNT-NOT-AT-END                      VALUE 0.
       01  EXCP-EOF-SWITCH                PIC 9       VALUE 0.
           88 EXCP-AT-END                             VALUE 1.
           88 EXCP-NOT-AT-END                         VALUE 0.
       01  WS-REPORT-MONTH                PIC X(06)   VALUE SPACES.
       01  SAVE-ACCT-ID                   PIC X(08).
       01  ACCT-EXCP-COUNT                PIC 9(05)   VALUE 0.
       01  ACCT-EXCESS-TOTAL              PIC 9(09)V99 VALUE 0.
       01  GRAND-EXCP-COUNT               PIC 9(06)   VALUE 0.
       01  GRAND-EXCESS-TOTAL             PIC 9(10)V99 VALUE 0.
       01  ACCT-COUNT                     PIC 9(05)   VALUE 0.
       01  RPT-TRAVELLER                  PIC X(20)   VALUE SPACES.
       01  RPT-BREACHES                   PIC X(04)   VALUE SPACES.
       01  RPT-FARE                       PIC ZZZZZZ9.99.
       01  RPT-LOWEST                     PIC ZZZZZZ9.99.
       01  RPT-EXCESS                     PIC ZZZZZZ9.99.
       01  RPT-EXCP-COUNT                 PIC ZZZZ9.
       01  RPT-ACCT-EXCESS                PIC ZZZZZZZZ9.99.
       01  RPT-GRAND-COUNT                PIC ZZZZZ9.
       01  RPT-GRAND-EXCESS               PIC ZZZZZZZZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT.
           PERFORM UNTIL ACCOUNT-AT-END
              PERFORM PROCESS-ACCOUNT
              PERFORM READ-CORP-ACCT
           END-PERFORM.
           PERFORM TERMINATE-REPORT.
           STOP RUN.

       INITIALIZE-REPORT.
           DISPLAY "POLRPT - REPORT MONTH (YYYYMM):".
           ACCEPT WS-REPORT-MONTH.
           OPEN INPUT CORPORATE-ACCOUNT.
           IF CORP-ACCT-NOT-PRESENT
              DISPLAY "POLRPT - CORPACCT FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT POLICY-EXCEPTION.
           IF POL-EXCP-NOT-PRESENT
              DISPLAY "POLRPT - POLEXCP FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN OUTPUT POLICY-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "MONTHLY OUT-OF-POLICY BOOKINGS BY ACCOUNT - "
                  WS-REPORT-MONTH           DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "BREACH: C=CABIN A=ADVANCE PURCHASE F=FARE CEILING P=FC
      -    " PRE-APPROVAL"                 TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "REASON: NL=NO LOWER FARE TR=TRAVELLER LN=LATE NOTICE MS
      -    "=MEETING MD=MEDICAL"           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "        CA=CLIENT APPROVED"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM READ-CORP-ACCT.

       READ-CORP-ACCT.
           READ CORPORATE-ACCOUNT NEXT
                AT END
                   SET ACCOUNT-AT-END        TO  TRUE
           END-READ.

       PROCESS-ACCOUNT.
           MOVE CA-ACCT-ID                  TO  SAVE-ACCT-ID.
           MOVE 0                           TO  ACCT-EXCP-COUNT
                                                 ACCT-EXCESS-TOTAL.
           SET EXCP-NOT-AT-END              TO  TRUE.
           MOVE CA-ACCT-ID                  TO  PE-ACCT-ID.
           MOVE LOW-VALUES                  TO  PE-CUST-RES-ID.
           START POLICY-EXCEPTION KEY IS NOT LESS THAN PE-KEY
                 INVALID KEY
                    SET EXCP-AT-END         TO  TRUE
           END-START.
           PERFORM UNTIL EXCP-AT-END
              READ POLICY-EXCEPTION NEXT
                   AT END
                      SET EXCP-AT-END        TO  TRUE
                   NOT AT END
                      IF PE-ACCT-ID NOT = SAVE-ACCT-ID
                         SET EXCP-AT-END     TO  TRUE
                      ELSE
                         IF PE-BOOK-DATE(1:6) = WS-REPORT-MONTH
                            PERFORM WRITE-EXCEPTION-LINE
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           IF ACCT-EXCP-COUNT > 0
              PERFORM WRITE-ACCOUNT-TOTAL
              ADD 1                         TO  ACCT-COUNT
           END-IF.

       WRITE-ACCOUNT-HEADING.
           MOVE SPACES                      TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING  "ACCOUNT "               DELIMITED BY SIZE
                   SAVE-ACCT-ID             DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   CA-NAME                  DELIMITED BY SIZE
                                            INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                      TO  RPT-RECORD.
           MOVE "TRAVELLER            FLIGHT  TRAVEL   BRCH RS     BOOKE
      -    "D     LOWEST     EXCESS"        TO  RPT-RECORD.
           WRITE RPT-RECORD.

       WRITE-EXCEPTION-LINE.
           IF ACCT-EXCP-COUNT = 0
              PERFORM WRITE-ACCOUNT-HEADING
           END-IF.
           ADD 1                            TO  ACCT-EXCP-COUNT.
           ADD PE-EXCESS-AMT                TO  ACCT-EXCESS-TOTAL.
           MOVE SPACES                      TO  RPT-TRAVELLER.
           STRING  PE-LNAME                 DELIMITED BY "  "
                   ", "                     DELIMITED BY SIZE
                   PE-FNAME                 DELIMITED BY "  "
                                            INTO RPT-TRAVELLER
           END-STRING.
           MOVE SPACES                      TO  RPT-BREACHES.
           IF PE-CABIN-OVER
              MOVE "C"                      TO  RPT-BREACHES(1:1)
           END-IF.
           IF PE-ADVANCE-SHORT
              MOVE "A"                      TO  RPT-BREACHES(2:1)
           END-IF.
           IF PE-CEILING-OVER
              MOVE "F"                      TO  RPT-BREACHES(3:1)
           END-IF.
           IF PE-APPROVAL-MISSING
              MOVE "P"                      TO  RPT-BREACHES(4:1)
           END-IF.
           MOVE PE-BOOKED-FARE              TO  RPT-FARE.
           MOVE PE-LOWEST-FARE              TO  RPT-LOWEST.
           MOVE PE-EXCESS-AMT               TO  RPT-EXCESS.
           MOVE SPACES                      TO  RPT-RECORD.
           MOVE RPT-TRAVELLER               TO  RPT-RECORD(1:20).
           MOVE PE-FLIGHT-ID                TO  RPT-RECORD(22:7).
           MOVE PE-TRAVEL-DATE              TO  RPT-RECORD(30:8).
           MOVE RPT-BREACHES                TO  RPT-RECORD(39:4).
           MOVE PE-REASON-CODE              TO  RPT-RECORD(44:2).
           MOVE RPT-FARE                    TO  RPT-RECORD(47:10).
           MOVE RPT-LOWEST                  TO  RPT-RECORD(58:10).
           MOVE RPT-EXCESS                  TO  RPT-RECORD(69:10).
           WRITE RPT-RECORD.

       WRITE-ACCOUNT-TOTAL.
           MOVE ACCT-EXCP-COUNT             TO  RPT-EXCP-COUNT.
           MOVE ACCT-EXCESS-TOTAL           TO  RPT-ACCT-EXCESS.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING  "  ACCOUNT TOTAL "       DELIMITED BY SIZE
                   RPT-EXCP-COUNT           DELIMITED BY SIZE
                   " BOOKING(S) OUT OF POLICY, EXCESS "
                                            DELIMITED BY SIZE
                   RPT-ACCT-EXCESS          DELIMITED BY SIZE
                                            INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           ADD ACCT-EXCP-COUNT              TO  GRAND-EXCP-COUNT.
           ADD ACCT-EXCESS-TOTAL            TO  GRAND-EXCESS-TOTAL.

       TERMINATE-REPORT.
           MOVE GRAND-EXCP-COUNT            TO  RPT-GRAND-COUNT.
           MOVE GRAND-EXCESS-TOTAL          TO  RPT-GRAND-EXCESS.
           MOVE SPACES                      TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES                      TO  RPT-RECORD.
           STRING  "TOTALS   "               DELIMITED BY SIZE
                   ACCT-COUNT                DELIMITED BY SIZE
                   " ACCOUNT(S) "            DELIMITED BY SIZE
                   RPT-GRAND-COUNT           DELIMITED BY SIZE
                   " BOOKING(S) EXCESS "     DELIMITED BY SIZE
                   RPT-GRAND-EXCESS          DELIMITED BY SIZE
                                             INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE CORPORATE-ACCOUNT.
           CLOSE POLICY-EXCEPTION.
           CLOSE POLICY-RPT.
           MOVE "POLRPT"                   TO  RPG-REPORT-ID.
           MOVE "polrpt"                   TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "POLRPT"                   TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "POLRPT - " ACCT-COUNT " ACCOUNT(S) REPORTED"
                                            " TO polrpt".
