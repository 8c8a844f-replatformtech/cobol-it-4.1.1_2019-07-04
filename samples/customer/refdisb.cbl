                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT VOUCHER
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  REFUND-LOG-STATUS              PIC X(02).
           88 REFUND-LOG-NOT-PRESENT                  VALUE "35".
       01  REFUND-DISB-STATUS             PIC X(02).
                      SET DISB-AT-END      TO  TRUE
                   NOT AT END
                      IF RD-CUST-RES-ID = RL-CUST-RES-ID AND
                         RD-REFUND-DATE = W-LOG-DATE-NUM AND
                         RD-FROM-REFUND
                         SET ALREADY-DISBURSED TO  TRUE
                         SET DISB-AT-END   TO  TRUE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE DISB-RPT.
           MOVE "REFDISRP"                 TO  RPG-REPORT-ID.
           MOVE "refdisrp"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "REFDISB"                  TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "REFDISB - AGING WRITTEN TO refdisrp".

       PRINT-AGING-LINE.
