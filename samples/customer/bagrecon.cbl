      *    ON THE FLIGHT IS RES-BOARDED), ONLY SCANNED PASSENGERS
      *    COUNT AS ON BOARD; A FLIGHT WITH NO SCANS FALLS BACK TO
      *    CHECK-IN STATUS AS BEFORE.  OUTPUT GOES TO "bagrecon".
      *    EVERY BAG ON THE OFFLOAD LIST IS ALSO SENT TO THE STATION'S
      *    BAGGAGE SORTATION SYSTEM THROUGH BSMSEND - AN OFFLOAD
      *    CHANGE FOR A PASSENGER WHO DID NOT BOARD, A DELETE WHEN THE
      *    RESERVATION IS GONE.  READ-ONLY ON "bagtag" AND "customer".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT RECON-RPT
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  BAG-TAG-STATUS                 PIC X(02).
           88 BAG-TAG-NOT-PRESENT                     VALUE "35".
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-AT-END                         VALUE 1.
           88 CUSTOMER-NOT-AT-END                     VALUE 0.
       01  SAVE-FLIGHT-ID                 PIC X(07)   VALUE SPACES.
       01  RES-GONE-SWITCH                PIC 9       VALUE 0.
           88 RES-GONE                                VALUE 1.
           88 RES-ON-FILE                             VALUE 0.
       COPY bsmparm.

      *****************************************************************
       PROCEDURE DIVISION.

       RECONCILE-ONE-TAG.
           SET PAX-NOT-ON-BOARD            TO  TRUE.
           SET RES-ON-FILE                 TO  TRUE.
           MOVE SPACES                     TO  W-PAX-NAME.
           MOVE BT-CUST-RES-ID             TO  CUST-RES-ID.
           READ CUSTOMER
                INVALID KEY
                   MOVE "(RESERVATION GONE)" TO  W-PAX-NAME
                   SET RES-GONE            TO  TRUE
                NOT INVALID KEY
                   MOVE CUST-LNAME(1:25)   TO  W-PAX-NAME
                   IF SCANS-IN-USE
           MOVE BT-WEIGHT                  TO  RPT-RECORD(62:3).
           MOVE "LB"                       TO  RPT-RECORD(66:2).
           WRITE RPT-RECORD.
           IF RES-GONE
              MOVE SPACES                  TO  CUSTOMER-RECORD
              SET BSP-DELETE               TO  TRUE
           ELSE
              SET BSP-OFFLOAD              TO  TRUE
           END-IF.
           CALL "BSMSEND" USING BAG-TAG-RECORD, CUSTOMER-RECORD,
                                 BSM-PARMS.

       TERMINATE-RECON.
           MOVE SPACES                     TO  RPT-RECORD.
           CLOSE BAG-TAG.
           CLOSE CUSTOMER.
           CLOSE RECON-RPT.
           MOVE "BAGRECON"                 TO  RPG-REPORT-ID.
           MOVE "bagrecon"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "BAGRECON"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "BAGRECON - " MATCHED-COUNT " MATCHED, "
                   OFFLOAD-COUNT " TO OFFLOAD - SEE bagrecon".
