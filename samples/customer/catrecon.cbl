       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      CATRECON.

      ******************************************************************
      *    CATRECON.CBL
      *    CATERER INVOICE RECONCILIATION - READS THE CATERER'S INVOICE
      *    LINES (ONE PER FLIGHT AND MEAL TYPE) FROM THE SEQUENTIAL
      *    "caterinv" FILE AND CHECKS EACH AGAINST:
      *      - ORDERED: RESERVATIONS ON THE FLIGHT CARRYING THAT MEAL
      *        IN THE FOOD FIELD - THE SAME COUNT CATERRPT PUT ON THE
      *        ORDER SHEET.
      *      - CARRIED: THOSE OF THEM BOARDED AT THE GATE (GATEBORD)
      *        OR FLOWN AT CLOSEOUT (CUSTCLSE).
      *      - THE CONTRACT PRICE FOR THE MEAL TYPE ON "mealprc".
      *    THE CATERER IS PAID THE CONTRACT PRICE FOR NO MORE MEALS
      *    THAN WERE ORDERED, AND NEVER MORE THAN WAS BILLED.  FLAGS:
      *      OB  OVER-BILLED - MORE MEALS INVOICED THAN ORDERED
      *      OP  OVER-PRICED - BILLED ABOVE THE CONTRACT PRICE
      *      SL  SHORT-LOAD  - FEWER MEALS LOADED THAN PASSENGERS
      *          CARRIED WITH THAT MEAL
      *      NP  NO CONTRACT PRICE - NOTHING APPROVED
      *      NF  FLIGHT NOT ON FILE - NOTHING APPROVED
      *    APPROVED LINES GO TO THE "catpay" PAYABLES FILE AND TO THE
      *    "catcost" PER-FLIGHT COST FILE THAT RTPROFIT PICKS UP; THE
      *    FULL RECONCILIATION PRINTS TO "catrecon".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATER-INVOICE
                  ASSIGN TO DISK "caterinv"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CATER-INV-STATUS.

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

           SELECT FLIGHT-MASTER
                  ASSIGN TO DISK "flightmst"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS FM-FLIGHT-ID
                  FILE STATUS IS FLIGHT-MASTER-STATUS.

           SELECT MEAL-PRICE
                  ASSIGN TO DISK "mealprc"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS MP-MEAL-TYPE
                  FILE STATUS IS MEAL-PRICE-STATUS.

           SELECT CATERING-COST
                  ASSIGN TO DISK "catcost"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CC-KEY
                  FILE STATUS IS CAT-COST-STATUS.

           SELECT CATER-PAYABLE
                  ASSIGN TO DISK "catpay"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CAT-PAY-STATUS.

           SELECT RECON-RPT
                  ASSIGN TO DISK "catrecon"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CATER-INVOICE.
       01  CATER-INVOICE-RECORD.
           03 CI-INVOICE-NO               PIC X(12).
           03 CI-FLIGHT-ID                PIC X(07).
           03 CI-MEAL-TYPE                PIC X(15).
           03 CI-QTY-LOADED               PIC 9(04).
           03 CI-BILLED-AMT               PIC 9(07)V99.

       FD  CUSTOMER.
       COPY custrec.

       FD  FLIGHT-MASTER.
       COPY flightmst.

       FD  MEAL-PRICE.
       COPY mealprc.

       FD  CATERING-COST.
       COPY catcost.

       FD  CATER-PAYABLE.
       01  CATER-PAYABLE-RECORD.
           03 CP-INVOICE-NO               PIC X(12).
           03 CP-FLIGHT-ID                PIC X(07).
           03 CP-MEAL-TYPE                PIC X(15).
           03 CP-MEALS-APPROVED           PIC 9(04).
           03 CP-UNIT-PRICE               PIC 9(03)V99.
           03 CP-APPROVED-AMT             PIC 9(07)V99.
           03 CP-APPROVED-DATE            PIC 9(08).

       FD  RECON-RPT.
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CATER-INV-STATUS               PIC X(02).
           88 CATER-INV-NOT-PRESENT                   VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  FLIGHT-MASTER-STATUS           PIC X(02).
           88 FLIGHT-MASTER-NOT-PRESENT               VALUE "35".
       01  MEAL-PRICE-STATUS              PIC X(02).
           88 MEAL-PRICE-NOT-PRESENT                  VALUE "35".
       01  CAT-COST-STATUS                PIC X(02).
           88 CAT-COST-NOT-PRESENT                    VALUE "35".
       01  CAT-PAY-STATUS                 PIC X(02).
           88 CAT-PAY-NOT-PRESENT                     VALUE "35".
       01  RPT-STATUS                     PIC X(02).
       01  INVOICE-EOF-SWITCH             PIC 9       VALUE 0.
           88 INVOICE-AT-END                          VALUE 1.
           88 INVOICE-NOT-AT-END                      VALUE 0.
       01  FLIGHT-FOUND-SWITCH            PIC 9       VALUE 0.
           88 FLIGHT-FOUND                            VALUE 1.
           88 FLIGHT-NOT-FOUND                        VALUE 0.
       01  PRICE-FOUND-SWITCH             PIC 9       VALUE 0.
           88 PRICE-FOUND                             VALUE 1.
           88 PRICE-NOT-FOUND                         VALUE 0.
       01  TODAY-DATE                     PIC 9(08)   VALUE 0.
       01  SAVE-FLIGHT-ID                 PIC X(07)   VALUE SPACES.
       01  ORDERED-COUNT                  PIC 9(04)   VALUE 0.
       01  CARRIED-COUNT                  PIC 9(04)   VALUE 0.
       01  APPROVED-QTY                   PIC 9(04)   VALUE 0.
       01  APPROVED-AMT                   PIC 9(07)V99 VALUE 0.
       01  CONTRACT-AMT                   PIC 9(09)V99 VALUE 0.
       01  LINE-FLAGS                     PIC X(15)   VALUE SPACES.
       01  FLAG-COL                       PIC 9(02)   VALUE 0.
       01  FLT-BILLED-TOTAL               PIC 9(09)V99 VALUE 0.
       01  FLT-APPROVED-TOTAL             PIC 9(09)V99 VALUE 0.
       01  GRAND-BILLED-TOTAL             PIC 9(09)V99 VALUE 0.
       01  GRAND-APPROVED-TOTAL           PIC 9(09)V99 VALUE 0.
       01  LINE-COUNT                     PIC 9(05)   VALUE 0.
       01  FLAGGED-COUNT                  PIC 9(05)   VALUE 0.
       01  RPT-QTY                        PIC ZZZ9.
       01  RPT-AMT                        PIC ZZZZZZ9.99.
       01  RPT-TOTAL                      PIC ZZZZZZZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-RECON.
           PERFORM UNTIL INVOICE-AT-END
              READ CATER-INVOICE
                   AT END
                      SET INVOICE-AT-END    TO  TRUE
                   NOT AT END
                      PERFORM RECONCILE-ONE-LINE
              END-READ
           END-PERFORM.
           IF SAVE-FLIGHT-ID NOT = SPACES
              PERFORM WRITE-FLIGHT-TOTAL
           END-IF.
           PERFORM TERMINATE-RECON.
           STOP RUN.

       INITIALIZE-RECON.
           ACCEPT TODAY-DATE               FROM DATE YYYYMMDD.
           OPEN INPUT CATER-INVOICE.
           IF CATER-INV-NOT-PRESENT
              DISPLAY "CATRECON - CATERINV FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER.
           IF CUSTOMER-NOT-PRESENT
              DISPLAY "CATRECON - CUSTOMER FILE NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT FLIGHT-MASTER.
           IF FLIGHT-MASTER-NOT-PRESENT
              DISPLAY "CATRECON - FLIGHT MASTER NOT FOUND, ABORTING"
              STOP RUN
           END-IF.
           OPEN INPUT MEAL-PRICE.
           OPEN I-O CATERING-COST.
           IF CAT-COST-NOT-PRESENT
              CLOSE CATERING-COST
              OPEN OUTPUT CATERING-COST
              CLOSE CATERING-COST
              OPEN I-O CATERING-COST
           END-IF.
           OPEN EXTEND CATER-PAYABLE.
           IF CAT-PAY-NOT-PRESENT
              CLOSE CATER-PAYABLE
              OPEN OUTPUT CATER-PAYABLE
           END-IF.
           OPEN OUTPUT RECON-RPT.
           MOVE SPACES                     TO  RPT-RECORD.
           STRING "CATERER INVOICE RECONCILIATION - " TODAY-DATE
                                            DELIMITED BY SIZE
                  INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "FLIGHT  MEAL TYPE        ORD CARR LOAD"
                                            TO  RPT-RECORD(1:38).
           MOVE "BILLED   APPROVED FLAGS"   TO  RPT-RECORD(44:23).
           WRITE RPT-RECORD.

       RECONCILE-ONE-LINE.
           IF SAVE-FLIGHT-ID NOT = SPACES AND
              CI-FLIGHT-ID NOT = SAVE-FLIGHT-ID
              PERFORM WRITE-FLIGHT-TOTAL
           END-IF.
           MOVE CI-FLIGHT-ID               TO  SAVE-FLIGHT-ID.
           ADD 1                           TO  LINE-COUNT.
           MOVE SPACES                     TO  LINE-FLAGS.
           MOVE 1                          TO  FLAG-COL.
           MOVE 0                          TO  ORDERED-COUNT
                                               CARRIED-COUNT
                                               APPROVED-QTY
                                               APPROVED-AMT.
           SET FLIGHT-FOUND                TO  TRUE.
           MOVE CI-FLIGHT-ID               TO  FM-FLIGHT-ID.
           READ FLIGHT-MASTER
                INVALID KEY
                   SET FLIGHT-NOT-FOUND    TO  TRUE
           END-READ.
           IF FLIGHT-NOT-FOUND
              MOVE "NF"                    TO  LINE-FLAGS(FLAG-COL:2)
              ADD 3                        TO  FLAG-COL
           ELSE
              PERFORM COUNT-FLIGHT-MEALS
           END-IF.
           PERFORM LOOKUP-MEAL-PRICE.
           IF PRICE-NOT-FOUND
              MOVE "NP"                    TO  LINE-FLAGS(FLAG-COL:2)
              ADD 3                        TO  FLAG-COL
           END-IF.
           IF FLIGHT-FOUND AND CI-QTY-LOADED > ORDERED-COUNT
              MOVE "OB"                    TO  LINE-FLAGS(FLAG-COL:2)
              ADD 3                        TO  FLAG-COL
           END-IF.
           IF PRICE-FOUND
              COMPUTE CONTRACT-AMT = CI-QTY-LOADED * MP-UNIT-PRICE
              IF CI-BILLED-AMT > CONTRACT-AMT
                 MOVE "OP"                 TO  LINE-FLAGS(FLAG-COL:2)
                 ADD 3                     TO  FLAG-COL
              END-IF
           END-IF.
           IF CI-QTY-LOADED < CARRIED-COUNT
              MOVE "SL"                    TO  LINE-FLAGS(FLAG-COL:2)
              ADD 3                        TO  FLAG-COL
           END-IF.
           IF FLIGHT-FOUND AND PRICE-FOUND
              PERFORM APPROVE-ONE-LINE
           END-IF.
           IF LINE-FLAGS NOT = SPACES
              ADD 1                        TO  FLAGGED-COUNT
           END-IF.
           ADD CI-BILLED-AMT               TO  FLT-BILLED-TOTAL.
           ADD APPROVED-AMT                TO  FLT-APPROVED-TOTAL.
           PERFORM WRITE-RECON-LINE.

       COUNT-FLIGHT-MEALS.
      *    SAME WALK AS THE CATERRPT ORDER SHEET - EVERY RESERVATION
      *    ON THE FLIGHT WITH THIS MEAL WAS ORDERED; THOSE BOARDED OR
      *    FLOWN WERE ACTUALLY CARRIED.
           MOVE CI-FLIGHT-ID               TO  FLIGHT-ID.
           START CUSTOMER KEY IS = FLIGHT-ID
                 INVALID KEY
                    EXIT PARAGRAPH
           END-START.
           READ CUSTOMER NEXT
                AT END MOVE SPACES         TO  FLIGHT-ID
           END-READ.
           PERFORM UNTIL FLIGHT-ID NOT = CI-FLIGHT-ID
              IF FOOD = CI-MEAL-TYPE
                 ADD 1                     TO  ORDERED-COUNT
                 IF RES-BOARDED OR RES-FLOWN
                    ADD 1                  TO  CARRIED-COUNT
                 END-IF
              END-IF
              READ CUSTOMER NEXT
                   AT END MOVE SPACES      TO  FLIGHT-ID
              END-READ
           END-PERFORM.

       LOOKUP-MEAL-PRICE.
           SET PRICE-NOT-FOUND             TO  TRUE.
           IF MEAL-PRICE-NOT-PRESENT
              EXIT PARAGRAPH
           END-IF.
           MOVE CI-MEAL-TYPE               TO  MP-MEAL-TYPE.
           READ MEAL-PRICE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET PRICE-FOUND         TO  TRUE
           END-READ.

       APPROVE-ONE-LINE.
      *    PAY FOR WHAT WAS LOADED UP TO WHAT WAS ORDERED, AT THE
      *    CONTRACT PRICE - BUT NEVER MORE THAN THE CATERER BILLED.
           MOVE CI-QTY-LOADED              TO  APPROVED-QTY.
           IF APPROVED-QTY > ORDERED-COUNT
              MOVE ORDERED-COUNT           TO  APPROVED-QTY
           END-IF.
           COMPUTE APPROVED-AMT = APPROVED-QTY * MP-UNIT-PRICE.
           IF APPROVED-AMT > CI-BILLED-AMT
              MOVE CI-BILLED-AMT           TO  APPROVED-AMT
           END-IF.
           MOVE CI-FLIGHT-ID               TO  CC-FLIGHT-ID.
           MOVE CI-INVOICE-NO              TO  CC-INVOICE-NO.
           MOVE CI-MEAL-TYPE               TO  CC-MEAL-TYPE.
           MOVE APPROVED-QTY               TO  CC-MEALS-APPROVED.
           MOVE CI-BILLED-AMT              TO  CC-BILLED-AMT.
           MOVE APPROVED-AMT               TO  CC-APPROVED-AMT.
           MOVE TODAY-DATE                 TO  CC-RECON-DATE.
           WRITE CATERING-COST-RECORD
                 INVALID KEY
                    REWRITE CATERING-COST-RECORD
           END-WRITE.
           IF APPROVED-AMT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE CI-INVOICE-NO              TO  CP-INVOICE-NO.
           MOVE CI-FLIGHT-ID               TO  CP-FLIGHT-ID.
           MOVE CI-MEAL-TYPE               TO  CP-MEAL-TYPE.
           MOVE APPROVED-QTY               TO  CP-MEALS-APPROVED.
           MOVE MP-UNIT-PRICE              TO  CP-UNIT-PRICE.
           MOVE APPROVED-AMT               TO  CP-APPROVED-AMT.
           MOVE TODAY-DATE                 TO  CP-APPROVED-DATE.
           WRITE CATER-PAYABLE-RECORD.

       WRITE-RECON-LINE.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE CI-FLIGHT-ID               TO  RPT-RECORD(1:7).
           MOVE CI-MEAL-TYPE               TO  RPT-RECORD(9:15).
           MOVE ORDERED-COUNT              TO  RPT-QTY.
           MOVE RPT-QTY                    TO  RPT-RECORD(25:4).
           MOVE CARRIED-COUNT              TO  RPT-QTY.
           MOVE RPT-QTY                    TO  RPT-RECORD(30:4).
           MOVE CI-QTY-LOADED              TO  RPT-QTY.
           MOVE RPT-QTY                    TO  RPT-RECORD(35:4).
           MOVE CI-BILLED-AMT              TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(40:10).
           MOVE APPROVED-AMT               TO  RPT-AMT.
           MOVE RPT-AMT                    TO  RPT-RECORD(51:10).
           MOVE LINE-FLAGS                 TO  RPT-RECORD(62:15).
           WRITE RPT-RECORD.

       WRITE-FLIGHT-TOTAL.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "  FLIGHT TOTAL"           TO  RPT-RECORD(1:14).
           MOVE FLT-BILLED-TOTAL           TO  RPT-TOTAL.
           MOVE RPT-TOTAL                  TO  RPT-RECORD(38:12).
           MOVE FLT-APPROVED-TOTAL         TO  RPT-TOTAL.
           MOVE RPT-TOTAL                  TO  RPT-RECORD(49:12).
           WRITE RPT-RECORD.
           ADD FLT-BILLED-TOTAL            TO  GRAND-BILLED-TOTAL.
           ADD FLT-APPROVED-TOTAL          TO  GRAND-APPROVED-TOTAL.
           MOVE 0                          TO  FLT-BILLED-TOTAL
                                               FLT-APPROVED-TOTAL.

       TERMINATE-RECON.
           MOVE SPACES                     TO  RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "GRAND TOTAL"              TO  RPT-RECORD(1:11).
           MOVE GRAND-BILLED-TOTAL         TO  RPT-TOTAL.
           MOVE RPT-TOTAL                  TO  RPT-RECORD(38:12).
           MOVE GRAND-APPROVED-TOTAL       TO  RPT-TOTAL.
           MOVE RPT-TOTAL                  TO  RPT-RECORD(49:12).
           WRITE RPT-RECORD.
           MOVE SPACES                     TO  RPT-RECORD.
           MOVE "FLAGS: OB OVER-BILLED  OP OVER-PRICED  SL SHORT-LOAD"
                                            TO  RPT-RECORD(1:52).
           MOVE "NP NO PRICE  NF NO FLIGHT" TO  RPT-RECORD(55:25).
           WRITE RPT-RECORD.
           CLOSE CATER-INVOICE.
           CLOSE CUSTOMER.
           CLOSE FLIGHT-MASTER.
           IF NOT MEAL-PRICE-NOT-PRESENT
              CLOSE MEAL-PRICE
           END-IF.
           CLOSE CATERING-COST.
           CLOSE CATER-PAYABLE.
           CLOSE RECON-RPT.
           MOVE "CATRECON"                 TO  RPG-REPORT-ID.
           MOVE "catrecon"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "CATRECON"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "CATRECON - " LINE-COUNT " INVOICE LINE(S), "
                   FLAGGED-COUNT " FLAGGED - SEE catrecon".
