       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      PTNRACRU.

      ******************************************************************
      *    PTNRACRU.CBL
      *    NON-AIR PARTNER MILEAGE ACCRUAL LOAD - READS THE MONTHLY
      *    ACTIVITY FILE OUR HOTEL, CAR-HIRE AND CO-BRAND CARD PARTNERS
      *    SEND ("ptnract", ONE LINE PER STAY / RENTAL / STATEMENT
      *    CREDIT) AND CREDITS THE MILES TO THE MEMBER'S "ffpmem"
      *    BALANCE.  THE MEMBER IS FOUND BY FFP NUMBER WHEN THE LINE
      *    CARRIES ONE, FALLING BACK TO THE NAME/DOB KEY; FFP-LAST-
      *    ACCRUAL-DATE MOVES UP TO THE ACTIVITY DATE SO FFPEXPIR
      *    COUNTS IT AS ACTIVITY.  A LINE IS REJECTED WHEN THE PARTNER
      *    CODE IS NOT ON THE "accrptnr" TABLE, THE MILES OR DATE ARE
      *    NOT NUMERIC, THE MILES ARE ZERO, OR NO MEMBER MATCHES.
      *    EVERY CREDITED LINE IS BILLED TO THE PARTNER AT ITS
      *    AP-MILE-RATE ON "ptnrbill" (ONE DETAIL RECORD PER LINE,
      *    KEYED BY PARTNER CODE SO EACH INVOICE IS A STRAIGHT PULL).
      *    "ptnrrpt" LISTS THE REJECTS AND A PER-PARTNER SUMMARY OF
      *    LINES, MILES AND AMOUNT BILLABLE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-IN
                  ASSIGN TO DISK "ptnract"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ACTIVITY-STATUS.

           SELECT ACCRUAL-PARTNER
                  ASSIGN TO DISK "accrptnr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS AP-PARTNER-CODE
                  FILE STATUS IS ACCR-PTNR-STATUS.

           SELECT FFP-MEMBER
                  ASSIGN TO DISK "ffpmem"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FFP-NAME-KEY
                  FILE STATUS IS FFP-STATUS.

           SELECT BILLING-FILE
                  ASSIGN TO DISK "ptnrbill"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BILLING-STATUS.

           SELECT ACCRUAL-RPT
                  ASSIGN TO DISK "ptnrrpt"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVITY-IN.
       01  ACTIVITY-IN-RECORD.
           03 PX-PARTNER-CODE             PIC X(04).
           03 PX-PARTNER-REF              PIC X(12).
           03 PX-ACTIVITY-DATE            PIC 9(08).
           03 PX-FFP-NO                   PIC X(09).
           03 PX-LNAME                    PIC X(30).
           03 PX-FNAME                    PIC X(30).
           03 PX-DOB                      PIC X(08).
           03 PX-MILES                    PIC 9(07).

       FD  ACCRUAL-PARTNER.
       COPY accrptnr.

       FD  FFP-MEMBER.
       COPY ffpmem.

       FD  BILLING-FILE.
       01  BILLING-RECORD.
           03 PB-PARTNER-CODE             PIC X(04).
           03 PB-PARTNER-REF              PIC X(12).
           03 PB-BILL-MONTH               PIC X(06).
           03 PB-ACTIVITY-DATE            PIC 9(08).
           03 PB-FFP-NO                   PIC X(09).
           03 PB-MILES                    PIC 9(07).
           03 PB-MILE-RATE                PIC 9V9(04).
           03 PB-BILL-AMT                 PIC 9(07)V99.
           03 PB-BILL-CURRENCY            PIC X(03).

       FD  ACCRUAL-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  ACTIVITY-STATUS                PIC X(02).
           88 ACTIVITY-NOT-PRESENT                    VALUE "35".
       01  ACCR-PTNR-STATUS               PIC X(02).
           88 ACCR-PTNR-NOT-PRESENT                   VALUE "35".
       01  FFP-STATUS                     PIC X(02).
           88 FFP-NOT-PRESENT                         VALUE "35".
       01  BILLING-STATUS                 PIC X(02).
       01  RPT-STATUS                     PIC X(02).
       01  ACTIVITY-EOF-SWITCH            PIC 9       VALUE 0.
           88 ACTIVITY-AT-END                         VALUE 1.
           88 ACTIVITY-NOT-AT-END                     VALUE 0.
       01  FFP-EOF-SWITCH                 PIC 9       VALUE 0.
           88 FFP-AT-END                              VALUE 1.
           88 FFP-NOT-AT-END                          VALUE 0.
       01  MEMBER-FOUND-SWITCH            PIC 9       VALUE 0.
           88 MEMBER-FOUND                            VALUE 1.
           88 MEMBER-NOT-FOUND                        VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  WS-BILL-MONTH                  PIC X(06)   VALUE SPACES.
       01  REJECT-REASON                  PIC X(24)   VALUE SPACES.
      *    FFPMEM IS KEYED BY NAME/DOB ONLY, SO THE MEMBER NUMBERS ARE
      *    LOADED ONCE AGAINST THEIR NAME KEYS FOR THE FFP-NO MATCH.
       01  MEMBER-IDX                     PIC 9(05)   VALUE 0.
       01  MEMBER-COUNT                   PIC 9(05)   VALUE 0.
       01  MEMBER-MAX                     PIC 9(05)   VALUE 20000.
       01  MEMBER-INDEX-TABLE.
           03 MEMBER-ENTRY OCCURS 20000 TIMES.
              05 MX-FFP-NO                PIC X(09).
              05 MX-NAME-KEY              PIC X(68).
       01  PARTNER-IDX                    PIC 9(02)   VALUE 0.
       01  PARTNER-COUNT                  PIC 9(02)   VALUE 0.
       01  PARTNER-MAX                    PIC 9(02)   VALUE 30.
       01  PARTNER-TOTALS.
           03 PARTNER-ENTRY OCCURS 30 TIMES.
              05 PT-PARTNER-CODE          PIC X(04).
              05 PT-NAME                  PIC X(30).
              05 PT-LINES                 PIC 9(05).
              05 PT-MILES                 PIC 9(09).
              05 PT-BILL-AMT              PIC 9(09)V99.
              05 PT-CURRENCY              PIC X(03).
       01  READ-COUNT                     PIC 9(06)   VALUE 0.
       01  CREDITED-COUNT                 PIC 9(06)   VALUE 0.
       01  REJECTED-COUNT                 PIC 9(06)   VALUE 0.
       01  W-BILL-AMT                     PIC 9(07)V99 VALUE 0.
       01  FLP-TYPE                       PIC X(02)   VALUE "PC".
       01  FLP-MILES                      PIC S9(07)  VALUE 0.
       01  FLP-REF                        PIC X(13)   VALUE SPACES.
       01  FLP-OP-ID                      PIC X(05)   VALUE "BATCH".
       01  FLP-RESULT                     PIC X(01)   VALUE SPACES.
       01  RPT-AMT                        PIC ZZZZZZZZ9.99.
       01  RPT-CNT                        PIC ZZZZ9.
       01  RPT-MILES                      PIC ZZZZZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-ACCRUAL.
           PERFORM UNTIL ACTIVITY-AT-END
              PERFORM ACCRUE-ONE-LINE
              PERFORM READ-ACTIVITY-REC
           END-PERFORM.
           PERFORM TERMINATE-ACCRUAL.
           STOP RUN.

       INITIALIZE-ACCRUAL.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           MOVE TODAY-DATE(1:6)            TO  WS-BILL-MONTH.
           OPEN INPUT ACTIVITY-IN.
           IF ACTIVITY-NOT-PRESENT
              DISPLAY "PTNRACRU - NO ptnract ACTIVITY FILE, NOTHING TO
      -       "DO"
              STOP RUN
           END-IF.
           OPEN INPUT ACCRUAL-PARTNER.
           IF ACCR-PTNR-NOT-PRESENT
              DISPLAY "PTNRACRU - ACCRPTNR FILE NOT FOUND, ABORTING"
              CLOSE ACTIVITY-IN
              STOP RUN
           END-IF.
           OPEN I-O FFP-MEMBER.
           IF FFP-NOT-PRESENT
              DISPLAY "PTNRACRU - FFPMEM FILE NOT FOUND, ABORTING"
              CLOSE ACTIVITY-IN
                    ACCRUAL-PARTNER
              STOP RUN
           END-IF.
           PERFORM LOAD-MEMBER-INDEX.
           OPEN OUTPUT BILLING-FILE.
           OPEN OUTPUT ACCRUAL-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "PARTNER MILEAGE ACCRUAL - BILLING MONTH "
                  WS-BILL-MONTH             DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "REJECTED ACTIVITY"        TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "PTNR REFERENCE    FFP NO    MILES     REASON"
                                           TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM READ-ACTIVITY-REC.

       LOAD-MEMBER-INDEX.
           MOVE 0                          TO  MEMBER-COUNT.
           MOVE LOW-VALUES                 TO  FFP-NAME-KEY.
           START FFP-MEMBER KEY IS NOT LESS THAN FFP-NAME-KEY
                 INVALID KEY
                    SET FFP-AT-END          TO  TRUE
           END-START.
           PERFORM UNTIL FFP-AT-END
              READ FFP-MEMBER NEXT
                   AT END
                      SET FFP-AT-END        TO  TRUE
                   NOT AT END
                      IF FFP-NO NOT = SPACES AND
                         MEMBER-COUNT < MEMBER-MAX
                         ADD 1              TO  MEMBER-COUNT
                         MOVE FFP-NO        TO  MX-FFP-NO(MEMBER-COUNT)
                         MOVE FFP-NAME-KEY  TO
                                          MX-NAME-KEY(MEMBER-COUNT)
                      END-IF
              END-READ
           END-PERFORM.
           IF MEMBER-COUNT >= MEMBER-MAX
              DISPLAY "PTNRACRU - MEMBER INDEX FULL, LATER MEMBERS MATC
      -       "H BY NAME/DOB ONLY"
           END-IF.

       READ-ACTIVITY-REC.
           READ ACTIVITY-IN
                AT END
                   SET ACTIVITY-AT-END       TO  TRUE
                NOT AT END
                   ADD 1                     TO  READ-COUNT
           END-READ.

       ACCRUE-ONE-LINE.
           MOVE SPACES                     TO  REJECT-REASON.
           IF PX-MILES NOT NUMERIC OR PX-ACTIVITY-DATE NOT NUMERIC
              MOVE "NOT NUMERIC"           TO  REJECT-REASON
              PERFORM REJECT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF PX-MILES = 0
              MOVE "ZERO MILES"            TO  REJECT-REASON
              PERFORM REJECT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE PX-PARTNER-CODE            TO  AP-PARTNER-CODE.
           READ ACCRUAL-PARTNER
                INVALID KEY
                   MOVE "UNKNOWN PARTNER"  TO  REJECT-REASON
                   PERFORM REJECT-LINE
                   EXIT PARAGRAPH
           END-READ.
           PERFORM FIND-MEMBER.
           IF MEMBER-NOT-FOUND
              MOVE "NO MATCHING MEMBER"    TO  REJECT-REASON
              PERFORM REJECT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF FFP-MILES + PX-MILES > 9999999
              MOVE "BALANCE WOULD OVERFLOW" TO REJECT-REASON
              PERFORM REJECT-LINE
              EXIT PARAGRAPH
           END-IF.
           ADD PX-MILES                    TO  FFP-MILES.
           IF FFP-LAST-ACCRUAL-DATE NOT NUMERIC OR
              PX-ACTIVITY-DATE > FFP-LAST-ACCRUAL-DATE
              MOVE PX-ACTIVITY-DATE        TO  FFP-LAST-ACCRUAL-DATE
           END-IF.
           REWRITE FFP-MEMBER-RECORD.
           MOVE PX-MILES                   TO  FLP-MILES.
           MOVE PX-PARTNER-REF             TO  FLP-REF.
           CALL "FFPLPOST" USING FFP-NAME-KEY, FFP-NO, FLP-TYPE,
                FLP-MILES, FFP-MILES, FLP-REF, FLP-OP-ID, FLP-RESULT.
           ADD 1                           TO  CREDITED-COUNT.
           COMPUTE W-BILL-AMT ROUNDED = PX-MILES * AP-MILE-RATE.
           MOVE AP-PARTNER-CODE            TO  PB-PARTNER-CODE.
           MOVE PX-PARTNER-REF             TO  PB-PARTNER-REF.
           MOVE WS-BILL-MONTH              TO  PB-BILL-MONTH.
           MOVE PX-ACTIVITY-DATE           TO  PB-ACTIVITY-DATE.
           MOVE FFP-NO                     TO  PB-FFP-NO.
           MOVE PX-MILES                   TO  PB-MILES.
           MOVE AP-MILE-RATE               TO  PB-MILE-RATE.
           MOVE W-BILL-AMT                 TO  PB-BILL-AMT.
           MOVE AP-BILL-CURRENCY           TO  PB-BILL-CURRENCY.
           WRITE BILLING-RECORD.
           PERFORM TALLY-PARTNER-TOTALS.

       FIND-MEMBER.
      *    FFP NUMBER FIRST; A LINE WITHOUT ONE, OR WHOSE NUMBER IS NOT
      *    ON FILE, FALLS BACK TO THE NAME/DOB KEY.
           SET MEMBER-NOT-FOUND            TO  TRUE.
           IF PX-FFP-NO NOT = SPACES
              PERFORM VARYING MEMBER-IDX FROM 1 BY 1
                       UNTIL MEMBER-IDX > MEMBER-COUNT
                          OR MEMBER-FOUND
                 IF MX-FFP-NO(MEMBER-IDX) = PX-FFP-NO
                    MOVE MX-NAME-KEY(MEMBER-IDX) TO  FFP-NAME-KEY
                    READ FFP-MEMBER
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            SET MEMBER-FOUND TO  TRUE
                    END-READ
                 END-IF
              END-PERFORM
           END-IF.
           IF MEMBER-FOUND OR PX-LNAME = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE PX-LNAME                   TO  FFP-LNAME.
           MOVE PX-FNAME                   TO  FFP-FNAME.
           MOVE PX-DOB                     TO  FFP-DOB.
           READ FFP-MEMBER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET MEMBER-FOUND        TO  TRUE
           END-READ.

       REJECT-LINE.
           ADD 1                           TO  REJECTED-COUNT.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE PX-PARTNER-CODE            TO  RPT-RECORD(1:4).
           MOVE PX-PARTNER-REF             TO  RPT-RECORD(6:12).
           MOVE PX-FFP-NO                  TO  RPT-RECORD(19:9).
           IF PX-MILES NUMERIC
              MOVE PX-MILES                TO  RPT-MILES
              MOVE RPT-MILES               TO  RPT-RECORD(28:9)
           END-IF.
           MOVE REJECT-REASON              TO  RPT-RECORD(38:24).
           WRITE RPT-RECORD.

       TALLY-PARTNER-TOTALS.
           PERFORM VARYING PARTNER-IDX FROM 1 BY 1
                    UNTIL PARTNER-IDX > PARTNER-COUNT
              IF PT-PARTNER-CODE(PARTNER-IDX) = AP-PARTNER-CODE
                 ADD 1             TO  PT-LINES(PARTNER-IDX)
                 ADD PX-MILES      TO  PT-MILES(PARTNER-IDX)
                 ADD W-BILL-AMT    TO  PT-BILL-AMT(PARTNER-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF PARTNER-COUNT >= PARTNER-MAX
              EXIT PARAGRAPH
           END-IF.
           ADD 1                     TO  PARTNER-COUNT.
           MOVE AP-PARTNER-CODE      TO  PT-PARTNER-CODE(PARTNER-COUNT).
           MOVE AP-NAME              TO  PT-NAME(PARTNER-COUNT).
           MOVE 1                    TO  PT-LINES(PARTNER-COUNT).
           MOVE PX-MILES             TO  PT-MILES(PARTNER-COUNT).
           MOVE W-BILL-AMT           TO  PT-BILL-AMT(PARTNER-COUNT).
           MOVE AP-BILL-CURRENCY     TO  PT-CURRENCY(PARTNER-COUNT).

       TERMINATE-ACCRUAL.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "PARTNER BILLING SUMMARY"  TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "PTNR NAME                  LINES      MILES        AMO
      -    "UNT CUR"                       TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM VARYING PARTNER-IDX FROM 1 BY 1
                    UNTIL PARTNER-IDX > PARTNER-COUNT
              PERFORM PRINT-PARTNER-SUMMARY
           END-PERFORM.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           STRING "READ " READ-COUNT "  CREDITED " CREDITED-COUNT
                  "  REJECTED " REJECTED-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           CLOSE ACTIVITY-IN
                 ACCRUAL-PARTNER
                 FFP-MEMBER
                 BILLING-FILE
                 ACCRUAL-RPT.
           MOVE "PTNRRPT"                  TO  RPG-REPORT-ID.
           MOVE "ptnrrpt"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "PTNRACRU"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "PTNRACRU - " CREDITED-COUNT " LINE(S) CREDITED, "
                   REJECTED-COUNT " REJECTED - SEE ptnrbill/ptnrrpt".

       PRINT-PARTNER-SUMMARY.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE PT-PARTNER-CODE(PARTNER-IDX) TO  RPT-RECORD(1:4).
           MOVE PT-NAME(PARTNER-IDX)       TO  RPT-RECORD(6:20).
           MOVE PT-LINES(PARTNER-IDX)      TO  RPT-CNT.
           MOVE RPT-CNT                    TO  RPT-RECORD(28:5).
           MOVE PT-MILES(PARTNER-IDX)      TO  RPT-MILES.
           MOVE RPT-MILES                  TO  RPT-RECORD(34:9).
           MOVE PT-BILL-AMT(PARTNER-IDX)   TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(45:12).
           MOVE PT-CURRENCY(PARTNER-IDX)   TO  RPT-RECORD(58:3).
           WRITE RPT-RECORD.
