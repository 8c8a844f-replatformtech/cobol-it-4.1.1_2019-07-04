                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT FLIGHT-MASTER
       01  RPT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY rptreg.
       01  CUSTOMER-STATUS                PIC X(02).
           88 CUSTOMER-NOT-PRESENT                    VALUE "35".
       01  FM-STATUS                      PIC X(02).
              05 SS-RES-ID                PIC X(11).
       01  SEAT-SEEN-COUNT                PIC 9(03)   VALUE 0.
       01  SS-IDX                         PIC 9(03)   VALUE 0.
       01  SS-SAVE-SEAT                   PIC X(04)   VALUE SPACES.
       01  SS-FOUND-SWITCH                PIC 9       VALUE 0.
           88 SS-DUP-FOUND                            VALUE 1.
           88 SS-DUP-NOT-FOUND                        VALUE 0.
                 ADD 1                     TO  FTL-FC-COUNT(FTL-IDX)
              END-IF
           END-IF.
      *    AN EXTRA SEAT BOUGHT BESIDE THE PASSENGER IS BOOKED
      *    INVENTORY IN THE SAME CABIN.
           IF EXTRA-SEAT-HELD
              IF SEAT-TYPE = "CO"
                 ADD 1                     TO  FTL-CO-COUNT(FTL-IDX)
              END-IF
              IF SEAT-TYPE = "FC"
                 ADD 1                     TO  FTL-FC-COUNT(FTL-IDX)
              END-IF
           END-IF.
           IF CUST-NO NUMERIC
              MOVE CUST-NO                 TO  W-CUST-NO-NUM
              IF W-CUST-NO-NUM > FTL-MAX-NO(FTL-IDX)
                       IF SEAT-NUMBER NOT = SPACES
                          PERFORM CHECK-SEAT-SEEN
                       END-IF
                       IF EXTRA-SEAT-HELD AND
                          EXTRA-SEAT-NUMBER NOT = SPACES
                          MOVE SEAT-NUMBER   TO  SS-SAVE-SEAT
                          MOVE EXTRA-SEAT-NUMBER TO  SEAT-NUMBER
                          PERFORM CHECK-SEAT-SEEN
                          MOVE SS-SAVE-SEAT  TO  SEAT-NUMBER
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES  TO  FLIGHT-ID
                       END-READ
           CLOSE CUSTOMER.
           CLOSE FLIGHT-MASTER.
           CLOSE AUDIT-RPT.
           MOVE "INTAUDIT"                 TO  RPG-REPORT-ID.
           MOVE "intaudit"                 TO  RPG-FILE-NAME.
           MOVE 80                         TO  RPG-RECORD-LEN.
           MOVE "INTAUDIT"                 TO  RPG-PROGRAM.
           MOVE SPACES                     TO  RPG-RUN-BY.
           CALL "RPTREG" USING RPTREG-PARMS.
           DISPLAY "INTAUDIT - " RECORD-COUNT " RECORD(S) SWEPT, "
                   EXCEPTION-COUNT " EXCEPTION(S) - SEE intaudit".
