                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT FLIGHT-MASTER
           03 AUDIT-DATE                  PIC X(08).
           03 AUDIT-PID                   PIC 9(09).
           03 AUDIT-OPERATOR-ID           PIC X(05).
           03 AUDIT-BEFORE-IMAGE          PIC X(876).
           03 AUDIT-AFTER-IMAGE           PIC X(876).

       WORKING-STORAGE SECTION.
       01  CVT-FUNC                       PIC X(01)   VALUE SPACES.
       01  FI-ADJ-TYPE                    PIC X(02)   VALUE SPACES.
       01  FI-ADJUSTMENT                  PIC S9(03)  VALUE 0.
       01  FI-CALL-RESULT                 PIC X(01)   VALUE SPACES.
       01  TA-FLIGHT-ID                   PIC X(07)   VALUE SPACES.
       01  TA-ORIGIN                      PIC X(03)   VALUE SPACES.
       01  TA-DEST                        PIC X(03)   VALUE SPACES.
       01  TA-TRAVEL-DATE                 PIC 9(08)   VALUE 0.
       01  TA-CABIN                       PIC X(02)   VALUE SPACES.
       01  TA-BOOKING-CLASS               PIC X(01)   VALUE SPACES.
       01  TA-CHANNEL                     PIC X(03)   VALUE "AGY".
       01  TA-WAITLIST-FLAG               PIC X(01)   VALUE "N".
       01  TA-REASON                      PIC X(01)   VALUE "F".
       01  TA-RESULT                      PIC X(01)   VALUE SPACES.
       COPY bkjparm.

      *****************************************************************
       PROCEDURE DIVISION.
           IF WS-INGEST-FILE = SPACES
              MOVE "agybkgin"              TO  WS-INGEST-FILE
           END-IF.
      *    STNBOOK AND WEBHOLD CAPTURE FILES REPLAY THROUGH HERE TOO -
      *    THE FILE NAME TELLS THE TURNAWAY LOG WHICH CHANNEL ASKED.
           EVALUATE WS-INGEST-FILE(1:3)
              WHEN "stn"
                 MOVE "STN"                TO  TA-CHANNEL
              WHEN "web"
                 MOVE "WEB"                TO  TA-CHANNEL
              WHEN OTHER
                 MOVE "AGY"                TO  TA-CHANNEL
           END-EVALUATE.
           OPEN INPUT AGENCY-IN.
           IF AGY-IN-NOT-PRESENT
              DISPLAY "AGYINGST - agybkgin NOT FOUND, ABORTING"
           IF (AG-SEAT-TYPE = "CO" AND SEAT-COUNT >= FM-CAPACITY-CO) OR
              (AG-SEAT-TYPE = "FC" AND SEAT-COUNT >= FM-CAPACITY-FC)
              MOVE "CAP"                   TO  REJECT-REASON
              PERFORM LOG-TURNAWAY
              EXIT PARAGRAPH
           END-IF.
           IF AG-CORP-ACCT-ID NOT = SPACES
              MOVE "HLD"                   TO  REJECT-REASON
           END-IF.

       LOG-TURNAWAY.
      *    A FULL CABIN IS DEMAND WE COULD NOT TAKE - LOG IT FOR THE
      *    SPILL REPORT.  INGEST OFFERS NO WAITLIST.
           MOVE AG-FLIGHT-ID               TO  TA-FLIGHT-ID.
           MOVE FM-ORIGIN                  TO  TA-ORIGIN.
           MOVE FM-DESTINATION             TO  TA-DEST.
           MOVE FM-TRAVEL-DATE             TO  TA-TRAVEL-DATE.
           MOVE AG-SEAT-TYPE               TO  TA-CABIN.
           MOVE SPACES                     TO  TA-BOOKING-CLASS.
           MOVE "N"                        TO  TA-WAITLIST-FLAG.
           MOVE "F"                        TO  TA-REASON.
           CALL "TRNAWAY" USING TA-FLIGHT-ID, TA-ORIGIN, TA-DEST,
                                 TA-TRAVEL-DATE, TA-CABIN,
                                 TA-BOOKING-CLASS, TA-CHANNEL,
                                 TA-WAITLIST-FLAG, TA-REASON,
                                 TA-RESULT.

       COUNT-FLIGHT-SEATS.
           MOVE 0                          TO  SEAT-COUNT.
           MOVE AG-FLIGHT-ID               TO  SAVE-FLIGHT-ID.
           ELSE
              SET RES-BOOKED               TO  TRUE
           END-IF.
           SET CUST-LAYOUT-CURRENT         TO  TRUE.
           WRITE CUSTOMER-RECORD
                 INVALID KEY
                    MOVE "IDX"             TO  REJECT-REASON
           MOVE SPACES                     TO  AUDIT-BEFORE-IMAGE.
           MOVE CUSTOMER-RECORD            TO  AUDIT-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
           INITIALIZE BKJRNL-PARMS.
           SET BKJ-BOOKING                 TO  TRUE.
           MOVE "AGENCY"                   TO  BKJ-DETAIL.
           MOVE CUST-RES-ID                TO  BKJ-CUST-RES-ID.
           IF TOTAL-COLLECTED-AMT NUMERIC
              MOVE TOTAL-COLLECTED-AMT     TO  BKJ-AMOUNT
           END-IF.
           MOVE "AGYINGST"                 TO  BKJ-PROGRAM.
           MOVE "AGY  "                    TO  BKJ-OP-ID.
           CALL "BKJRNL" USING BKJRNL-PARMS.

       WRITE-ANSWER-RECORD.
           MOVE SPACES                     TO  AGENCY-OUT-RECORD.
