       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      FUNDREC.

      ******************************************************************
      *    FUNDREC.CBL
      *    CARD ACQUIRER FUNDING RECONCILIATION - LOADS THE ACQUIRER'S
      *    FUNDING/DEPOSIT FILE ("acqfund", SEQUENTIAL, ONE LINE PER
      *    FUNDED ITEM) AND MATCHES EACH LINE BACK TO THE SETLBAT ITEM
      *    ON "cardfund" BY SETTLEMENT DATE, RESERVATION AND CARD TYPE
      *    (AN EXACT-AMOUNT LINE IS PREFERRED WHEN A RESERVATION SENT
      *    TWO).  A MATCHED ITEM IS FUNDED, OR SHORT-FUNDED WHEN THE
      *    GROSS PAID IS LESS THAN WAS PRESENTED; A LINE MATCHING
      *    NOTHING IS RECORDED AS UNEXPECTED.  THE MERCHANT DISCOUNT
      *    THE ACQUIRER KEPT IS JOURNALLED TO "fundgl" IN THE "glextr"
      *    RECORD FORMAT:  DR 6200 MERCHANT DISCOUNT EXPENSE / CR 1000
      *    CASH.  THE MATCH RESULTS PRINT ON "fundrec".
      *    EVERY RUN THEN AGES ALL OPEN ITEMS ON "cardfund" FOR
      *    FINANCE ("fundage"): PRESENTED ITEMS STILL UNFUNDED AFTER
      *    THE ACQUIRER'S FUNDING DAYS, SHORT-FUNDED ITEMS AND
      *    UNEXPECTED DEPOSITS, BY DAYS OUTSTANDING, SO A MISSING
      *    DEPOSIT SHOWS UP IN DAYS RATHER THAN AT BANK RECONCILIATION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNDING-IN
                  ASSIGN TO DISK "acqfund"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FUNDING-IN-STATUS.

           SELECT CARD-FUNDING
                  ASSIGN TO DISK "cardfund"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SF-KEY
                  FILE STATUS IS CARD-FUND-STATUS.

           SELECT JOURNAL-FILE
                  ASSIGN TO DISK "fundgl"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-STATUS.

           SELECT RECON-RPT
                  ASSIGN TO DISK "fundrec"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

           SELECT AGED-RPT
                  ASSIGN TO DISK "fundage"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AGED-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FUNDING-IN.
       01  FUNDING-IN-RECORD.
           03 AF-DEPOSIT-DATE             PIC 9(08).
           03 AF-DEPOSIT-REF              PIC X(10).
           03 AF-SETTLE-DATE              PIC 9(08).
           03 AF-CUST-RES-ID              PIC X(11).
           03 AF-CARD-TYPE                PIC X(03).
           03 AF-GROSS-AMT                PIC 9(07)V99.
           03 AF-FEE-AMT                  PIC 9(05)V99.
           03 AF-NET-AMT                  PIC 9(07)V99.

       FD  CARD-FUNDING.
       COPY cardfund.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           03 JR-ACCOUNT                  PIC X(04).
           03 JR-DEBIT-AMT                PIC 9(09)V99.
           03 JR-CREDIT-AMT               PIC 9(09)V99.
           03 JR-SOURCE-ID                PIC X(11).
           03 JR-POST-DATE                PIC X(08).

       FD  RECON-RPT.
       01  RPT-RECORD                     PIC X(80).

       FD  AGED-RPT.
       01  AGED-RECORD                    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  FUNDING-IN-STATUS              PIC X(02).
           88 FUNDING-IN-NOT-PRESENT                  VALUE "35".
       01  CARD-FUND-STATUS               PIC X(02).
           88 CARD-FUND-NOT-PRESENT                   VALUE "35".
       01  JOURNAL-STATUS                 PIC X(02).
       01  RPT-STATUS                     PIC X(02).
       01  AGED-STATUS                    PIC X(02).
       01  FUNDING-EOF-SWITCH             PIC 9       VALUE 0.
           88 FUNDING-AT-END                          VALUE 1.
           88 FUNDING-NOT-AT-END                      VALUE 0.
       01  SCAN-EOF-SWITCH                PIC 9       VALUE 0.
           88 SCAN-AT-END                             VALUE 1.
           88 SCAN-NOT-AT-END                         VALUE 0.
      *    THE ACQUIRER FUNDS WITHIN THIS MANY DAYS OF PRESENTMENT -
      *    AN EXPECTED ITEM IS NOT "UNFUNDED" UNTIL IT IS PAST THEM.
       01  FUNDING-DAYS                   PIC 9(02)   VALUE 3.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  SEQ-IDX                        PIC 9(02)   VALUE 0.
       01  MATCH-SEQ                      PIC 9(01)   VALUE 0.
       01  EXACT-SEQ                      PIC 9(01)   VALUE 0.
       01  FREE-SEQ                       PIC 9(01)   VALUE 0.
       01  RESULT-WORD                    PIC X(12)   VALUE SPACES.
       01  SHORT-AMT                      PIC 9(07)V99 VALUE 0.
       01  AGE-DAYS                       PIC S9(05)  VALUE 0.
       01  AGE-FROM-DATE                  PIC 9(08)   VALUE 0.
       01  READ-COUNT                     PIC 9(05)   VALUE 0.
       01  FUNDED-COUNT                   PIC 9(05)   VALUE 0.
       01  SHORT-COUNT                    PIC 9(05)   VALUE 0.
       01  OVER-COUNT                     PIC 9(05)   VALUE 0.
       01  UNEXPECTED-COUNT               PIC 9(05)   VALUE 0.
       01  GROSS-TOTAL                    PIC 9(09)V99 VALUE 0.
       01  FEE-TOTAL                      PIC 9(09)V99 VALUE 0.
       01  NET-TOTAL                      PIC 9(09)V99 VALUE 0.
       01  AGED-COUNT                     PIC 9(05)   VALUE 0.
       01  AGED-BUCKET-TABLE.
           03 AGED-BUCKET-AMT             PIC 9(09)V99 OCCURS 3 TIMES.
       01  BUCKET-IDX                     PIC 9(01)   VALUE 0.
       01  RPT-AMT                        PIC ZZZZZZ9.99.
       01  RPT-FEE                        PIC ZZZZ9.99.
       01  RPT-TOTAL                      PIC ZZZZZZZZ9.99.
       01  RPT-DAYS                       PIC ZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-RECON.
           PERFORM UNTIL FUNDING-AT-END
              PERFORM MATCH-ONE-DEPOSIT
              PERFORM READ-FUNDING-REC
           END-PERFORM.
           PERFORM TERMINATE-RECON.
           PERFORM LIST-AGED-ITEMS.
           CLOSE CARD-FUNDING.
           DISPLAY "FUNDREC - " READ-COUNT " DEPOSIT LINE(S), "
                   UNEXPECTED-COUNT " UNEXPECTED, " AGED-COUNT
                   " OPEN ITEM(S) - SEE fundrec/fundage/fundgl".
           STOP RUN.

       INITIALIZE-RECON.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           OPEN INPUT FUNDING-IN.
           IF FUNDING-IN-NOT-PRESENT
              DISPLAY "FUNDREC - ACQFUND FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN I-O CARD-FUNDING.
           IF CARD-FUND-NOT-PRESENT
              CLOSE CARD-FUNDING
              OPEN OUTPUT CARD-FUNDING
              CLOSE CARD-FUNDING
              OPEN I-O CARD-FUNDING
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT RECON-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "CARD FUNDING RECONCILIATION - " TODAY-DATE
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "SETTLED  RESERVATION CRD      GROSS      FEE  DEPOSIT
      -    "   RESULT"                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM READ-FUNDING-REC.

       READ-FUNDING-REC.
           READ FUNDING-IN
                AT END
                   SET FUNDING-AT-END        TO  TRUE
                NOT AT END
                   ADD 1                     TO  READ-COUNT
           END-READ.

       MATCH-ONE-DEPOSIT.
           PERFORM FIND-EXPECTED-ITEM.
           IF MATCH-SEQ = 0
              PERFORM RECORD-UNEXPECTED-ITEM
           ELSE
              PERFORM RECORD-FUNDED-ITEM
           END-IF.
           ADD AF-GROSS-AMT                TO  GROSS-TOTAL.
           ADD AF-FEE-AMT                  TO  FEE-TOTAL.
           ADD AF-NET-AMT                  TO  NET-TOTAL.
           IF AF-FEE-AMT > 0
              PERFORM JOURNAL-MERCHANT-FEE
           END-IF.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE AF-SETTLE-DATE             TO  RPT-RECORD(1:8).
           MOVE AF-CUST-RES-ID             TO  RPT-RECORD(10:11).
           MOVE AF-CARD-TYPE               TO  RPT-RECORD(22:3).
           MOVE AF-GROSS-AMT               TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(26:10).
           MOVE AF-FEE-AMT                 TO  RPT-FEE.
           MOVE RPT-FEE                    TO  RPT-RECORD(37:8).
           MOVE AF-DEPOSIT-REF             TO  RPT-RECORD(46:10).
           MOVE RESULT-WORD                TO  RPT-RECORD(58:12).
           WRITE RPT-RECORD.

       FIND-EXPECTED-ITEM.
      *    WALK THE RESERVATION'S LINES FOR THAT SETTLEMENT DATE,
      *    NOTING THE FIRST FREE SEQUENCE IN CASE NOTHING MATCHES.
           MOVE 0                          TO  MATCH-SEQ
                                                EXACT-SEQ
                                                FREE-SEQ.
           PERFORM VARYING SEQ-IDX FROM 1 BY 1 UNTIL SEQ-IDX > 9
              MOVE AF-SETTLE-DATE          TO  SF-SETTLE-DATE
              MOVE AF-CUST-RES-ID          TO  SF-CUST-RES-ID
              MOVE SEQ-IDX                 TO  SF-SEQ
              READ CARD-FUNDING
                   INVALID KEY
                      IF FREE-SEQ = 0
                         MOVE SEQ-IDX      TO  FREE-SEQ
                      END-IF
                   NOT INVALID KEY
                      IF SF-EXPECTED AND SF-CARD-TYPE = AF-CARD-TYPE
                         IF MATCH-SEQ = 0
                            MOVE SEQ-IDX   TO  MATCH-SEQ
                         END-IF
                         IF EXACT-SEQ = 0 AND
                            SF-AMOUNT = AF-GROSS-AMT
                            MOVE SEQ-IDX   TO  EXACT-SEQ
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           IF EXACT-SEQ > 0
              MOVE EXACT-SEQ               TO  MATCH-SEQ
           END-IF.

       RECORD-FUNDED-ITEM.
           MOVE AF-SETTLE-DATE             TO  SF-SETTLE-DATE.
           MOVE AF-CUST-RES-ID             TO  SF-CUST-RES-ID.
           MOVE MATCH-SEQ                  TO  SF-SEQ.
           READ CARD-FUNDING
                INVALID KEY
                   CONTINUE
           END-READ.
           MOVE AF-GROSS-AMT               TO  SF-FUNDED-AMT.
           MOVE AF-FEE-AMT                 TO  SF-FEE-AMT.
           MOVE AF-DEPOSIT-DATE            TO  SF-FUNDED-DATE.
           MOVE AF-DEPOSIT-REF             TO  SF-DEPOSIT-REF.
           EVALUATE TRUE
              WHEN AF-GROSS-AMT < SF-AMOUNT
                 SET SF-SHORT-FUNDED       TO  TRUE
                 ADD 1                     TO  SHORT-COUNT
                 COMPUTE SHORT-AMT = SF-AMOUNT - AF-GROSS-AMT
                 MOVE "SHORT-FUNDED"       TO  RESULT-WORD
              WHEN AF-GROSS-AMT > SF-AMOUNT
                 SET SF-FUNDED             TO  TRUE
                 ADD 1                     TO  OVER-COUNT
                 MOVE "OVER-FUNDED"        TO  RESULT-WORD
              WHEN OTHER
                 SET SF-FUNDED             TO  TRUE
                 ADD 1                     TO  FUNDED-COUNT
                 MOVE "FUNDED"             TO  RESULT-WORD
           END-EVALUATE.
           REWRITE CARD-FUNDING-RECORD.

       RECORD-UNEXPECTED-ITEM.
      *    NOTHING PRESENTED MATCHES - KEEP IT ON FILE AS AN OPEN ITEM
      *    SO IT AGES UNTIL FINANCE EXPLAINS IT.
           MOVE "UNEXPECTED"               TO  RESULT-WORD.
           ADD 1                           TO  UNEXPECTED-COUNT.
           IF FREE-SEQ = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE AF-SETTLE-DATE             TO  SF-SETTLE-DATE.
           MOVE AF-CUST-RES-ID             TO  SF-CUST-RES-ID.
           MOVE FREE-SEQ                   TO  SF-SEQ.
           MOVE AF-CARD-TYPE               TO  SF-CARD-TYPE.
           MOVE 0                          TO  SF-AMOUNT.
           MOVE SPACES                     TO  SF-CURRENCY.
           SET SF-UNEXPECTED               TO  TRUE.
           MOVE AF-GROSS-AMT               TO  SF-FUNDED-AMT.
           MOVE AF-FEE-AMT                 TO  SF-FEE-AMT.
           MOVE AF-DEPOSIT-DATE            TO  SF-FUNDED-DATE.
           MOVE AF-DEPOSIT-REF             TO  SF-DEPOSIT-REF.
           WRITE CARD-FUNDING-RECORD
                 INVALID KEY
                    CONTINUE
           END-WRITE.

       JOURNAL-MERCHANT-FEE.
           MOVE "6200"                     TO  JR-ACCOUNT.
           MOVE AF-FEE-AMT                 TO  JR-DEBIT-AMT.
           MOVE 0                          TO  JR-CREDIT-AMT.
           MOVE AF-CUST-RES-ID             TO  JR-SOURCE-ID.
           MOVE TODAY-DATE                 TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.
           MOVE "1000"                     TO  JR-ACCOUNT.
           MOVE 0                          TO  JR-DEBIT-AMT.
           MOVE AF-FEE-AMT                 TO  JR-CREDIT-AMT.
           MOVE AF-CUST-RES-ID             TO  JR-SOURCE-ID.
           MOVE TODAY-DATE                 TO  JR-POST-DATE.
           WRITE JOURNAL-RECORD.

       TERMINATE-RECON.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           STRING "LINES " READ-COUNT "  FUNDED " FUNDED-COUNT
                  "  SHORT " SHORT-COUNT "  OVER " OVER-COUNT
                  "  UNEXPECTED " UNEXPECTED-COUNT
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE GROSS-TOTAL                TO  RPT-TOTAL.
           STRING "GROSS " RPT-TOTAL       DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           MOVE FEE-TOTAL                  TO  RPT-TOTAL.
           MOVE "  FEES "                  TO  RPT-RECORD(19:7).
           MOVE RPT-TOTAL                  TO  RPT-RECORD(26:12).
           MOVE NET-TOTAL                  TO  RPT-TOTAL.
           MOVE "  NET "                   TO  RPT-RECORD(38:6).
           MOVE RPT-TOTAL                  TO  RPT-RECORD(44:12).
           WRITE RPT-RECORD.
           CLOSE FUNDING-IN
                 JOURNAL-FILE
                 RECON-RPT.
           MOVE "FUNDREC"                  TO  RPG-REPORT-ID.
           MOVE "fundrec"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "FUNDREC"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.

       LIST-AGED-ITEMS.
           OPEN OUTPUT AGED-RPT.
           MOVE SPACES                     TO  AGED-RECORD.
           STRING "UNMATCHED CARD FUNDING ITEMS - AGED AS OF "
                  TODAY-DATE                DELIMITED BY SIZE
                  INTO AGED-RECORD
           END-STRING.
           WRITE AGED-RECORD.
           MOVE SPACES                     TO  AGED-RECORD.
           WRITE AGED-RECORD.
           MOVE "SETTLED  RESERVATION CRD   EXPECTED     FUNDED  DAYS
      -    "  ITEM"                        TO  AGED-RECORD.
           WRITE AGED-RECORD.
           MOVE 0                          TO  AGED-BUCKET-AMT(1)
                                                AGED-BUCKET-AMT(2)
                                                AGED-BUCKET-AMT(3).
           MOVE LOW-VALUES                 TO  SF-KEY.
           SET SCAN-NOT-AT-END             TO  TRUE.
           START CARD-FUNDING KEY IS NOT LESS THAN SF-KEY
                 INVALID KEY
                    SET SCAN-AT-END        TO  TRUE
           END-START.
           PERFORM UNTIL SCAN-AT-END
              READ CARD-FUNDING NEXT
                   AT END
                      SET SCAN-AT-END      TO  TRUE
                   NOT AT END
                      IF SF-OPEN-ITEM
                         PERFORM AGE-ONE-ITEM
                      END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES                     TO  AGED-RECORD.
           WRITE AGED-RECORD.
           MOVE SPACES                     TO  AGED-RECORD.
           MOVE AGED-BUCKET-AMT(1)         TO  RPT-TOTAL.
           STRING "UP TO 7 DAYS " RPT-TOTAL DELIMITED BY SIZE
                  INTO AGED-RECORD
           END-STRING.
           WRITE AGED-RECORD.
           MOVE SPACES                     TO  AGED-RECORD.
           MOVE AGED-BUCKET-AMT(2)         TO  RPT-TOTAL.
           STRING "8-30 DAYS    " RPT-TOTAL DELIMITED BY SIZE
                  INTO AGED-RECORD
           END-STRING.
           WRITE AGED-RECORD.
           MOVE SPACES                     TO  AGED-RECORD.
           MOVE AGED-BUCKET-AMT(3)         TO  RPT-TOTAL.
           STRING "OVER 30 DAYS " RPT-TOTAL DELIMITED BY SIZE
                  INTO AGED-RECORD
           END-STRING.
           WRITE AGED-RECORD.
           CLOSE AGED-RPT.
           MOVE "FUNDAGE"                  TO  RPG-REPORT-ID.
           MOVE "fundage"                  TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "FUNDREC"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.

       AGE-ONE-ITEM.
      *    AN UNEXPECTED DEPOSIT AGES FROM THE DAY THE MONEY CAME IN;
      *    EVERYTHING ELSE FROM THE DAY IT WAS PRESENTED.
           IF SF-UNEXPECTED
              MOVE SF-FUNDED-DATE          TO  AGE-FROM-DATE
           ELSE
              MOVE SF-SETTLE-DATE          TO  AGE-FROM-DATE
           END-IF.
           IF AGE-FROM-DATE NOT NUMERIC OR AGE-FROM-DATE = 0
              MOVE TODAY-DATE              TO  AGE-FROM-DATE
           END-IF.
           COMPUTE AGE-DAYS = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                            - FUNCTION INTEGER-OF-DATE(AGE-FROM-DATE).
           IF SF-EXPECTED AND AGE-DAYS NOT > FUNDING-DAYS
              EXIT PARAGRAPH
           END-IF.
           ADD 1                           TO  AGED-COUNT.
           EVALUATE TRUE
              WHEN AGE-DAYS NOT > 7
                 MOVE 1                    TO  BUCKET-IDX
              WHEN AGE-DAYS NOT > 30
                 MOVE 2                    TO  BUCKET-IDX
              WHEN OTHER
                 MOVE 3                    TO  BUCKET-IDX
           END-EVALUATE.
           EVALUATE TRUE
              WHEN SF-EXPECTED
                 MOVE "UNFUNDED"           TO  RESULT-WORD
                 ADD SF-AMOUNT      TO  AGED-BUCKET-AMT(BUCKET-IDX)
              WHEN SF-SHORT-FUNDED
                 MOVE "SHORT-FUNDED"       TO  RESULT-WORD
                 COMPUTE SHORT-AMT = SF-AMOUNT - SF-FUNDED-AMT
                 ADD SHORT-AMT      TO  AGED-BUCKET-AMT(BUCKET-IDX)
              WHEN OTHER
                 MOVE "UNEXPECTED"         TO  RESULT-WORD
                 ADD SF-FUNDED-AMT  TO  AGED-BUCKET-AMT(BUCKET-IDX)
           END-EVALUATE.
           MOVE SPACES                     TO  AGED-RECORD.
           MOVE SF-SETTLE-DATE             TO  AGED-RECORD(1:8).
           MOVE SF-CUST-RES-ID             TO  AGED-RECORD(10:11).
           MOVE SF-CARD-TYPE               TO  AGED-RECORD(22:3).
           MOVE SF-AMOUNT                  TO  RPT-AMT.
           MOVE RPT-AMT                    TO  AGED-RECORD(26:10).
           MOVE SF-FUNDED-AMT              TO  RPT-AMT.
           MOVE RPT-AMT                    TO  AGED-RECORD(37:10).
           MOVE AGE-DAYS                   TO  RPT-DAYS.
           MOVE RPT-DAYS                   TO  AGED-RECORD(48:5).
           MOVE RESULT-WORD                TO  AGED-RECORD(55:12).
           WRITE AGED-RECORD.
