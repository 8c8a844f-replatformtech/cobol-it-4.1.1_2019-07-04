      *    TRNRESET.CBL
      *    TRAINING SHADOW-SET RESET - REBUILDS THE FILES A TRAINING
      *    SIGN-ON WORKS AGAINST ("custtrn", "fltinvtr", "resctrtr",
      *    "tktctrtr", "brdctrtr", "pnrctrtr") FROM THE STANDARD
      *    SCENARIO: THREE PRACTICE RESERVATIONS ON A FLIGHT THE
      *    TRAINER CHOOSES FROM THE LIVE SCHEDULE (FLIGHT MASTER IS
      *    REFERENCE DATA AND IS SAFE TO READ IN TRAINING).  THE THREE
      *    SHARE ONE RECORD LOCATOR SO CLASSES CAN PRACTISE PARTY
      *    LOOKUPS AND CANCELS.  RUN IT BETWEEN CLASSES AND THE
      *    TRAINEES GET A CLEAN, PREDICTABLE FILE NO MATTER WHAT THE
      *    LAST CLASS DID TO IT.  LIVE FILES ARE NEVER TOUCHED.
      ******************************************************************
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS TRAIN-CUST-STATUS.

           SELECT TRAIN-FLT-INV
                  RECORD KEY IS TC-KEY
                  FILE STATUS IS TRAIN-TC-STATUS.

           SELECT TRAIN-PNR-COUNTER
                  ASSIGN TO DISK "pnrctrtr"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS LC-KEY
                  FILE STATUS IS TRAIN-LC-STATUS.

           SELECT TRAIN-BRD-COUNTER
                  ASSIGN TO DISK "brdctrtr"
                  ORGANIZATION IS INDEXED
       FD  TRAIN-TKT-COUNTER.
       COPY tktctr.

       FD  TRAIN-PNR-COUNTER.
       COPY pnrctr.

       FD  TRAIN-BRD-COUNTER.
       COPY brdctr.

       01  TRAIN-INV-STATUS               PIC X(02).
       01  TRAIN-RC-STATUS                PIC X(02).
       01  TRAIN-TC-STATUS                PIC X(02).
       01  TRAIN-LC-STATUS                PIC X(02).
       01  TRAIN-BC-STATUS                PIC X(02).
       01  FLIGHT-MASTER-STATUS           PIC X(02).
           88 FLIGHT-MASTER-NOT-PRESENT               VALUE "35".
           CLOSE TRAIN-RES-COUNTER.
           OPEN OUTPUT TRAIN-TKT-COUNTER.
           CLOSE TRAIN-TKT-COUNTER.
           OPEN OUTPUT TRAIN-PNR-COUNTER.
           CLOSE TRAIN-PNR-COUNTER.
           OPEN OUTPUT TRAIN-BRD-COUNTER.
           CLOSE TRAIN-BRD-COUNTER.

              MOVE TODAY-DD                TO  ADD-DD
              MOVE "B"                     TO  RES-STATUS
              MOVE "A"                     TO  PAX-TYPE
              MOVE "TRNPAX"                TO  BOOKING-LOCATOR
              SET CUST-LAYOUT-CURRENT      TO  TRUE
              WRITE CUSTOMER-RECORD
           END-PERFORM.
           CLOSE TRAIN-CUSTOMER.
