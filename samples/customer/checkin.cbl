      *    OWN-CARRIER ADDL-LEG DRAWS ITS OWN BOARDING NUMBER FROM
      *    THAT LEG'S "brdctr" SEQUENCE, SO THE PASSENGER WALKS OFF
      *    WITH A BOARDING PASS PER LEG AND NEVER QUEUES AT THE
      *    TRANSFER DESK.  EVERY CHECK-IN ALSO ISSUES THE BAR-CODED
      *    BOARDING PASS DATA (BCBPGEN), KEPT ON "bcbpdata" FOR THE
      *    PASS PRINTS AND THE PASSENGER'S E-MAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      CHECKIN.
                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

           SELECT TICKET-LEDGER
       01  LEG-IDX                        PIC 9(01)   VALUE 0.
       01  WS-CUSTOMER-FILE               PIC X(08)   VALUE "customer".
       01  WS-BRDCTR-FILE                 PIC X(08)   VALUE "brdctr".
       COPY bcbpparm.

      *****************************************************************
       LINKAGE SECTION.
           PERFORM THROUGH-CHECK-LEGS.
           REWRITE CUSTOMER-RECORD.
           PERFORM MARK-TICKET-CHECKED-IN.
           PERFORM ISSUE-PASS-DATA.
           CLOSE CUSTOMER.
           MOVE W-BOARD-CNTR                TO  CHECKIN-BOARDING-NO.
           SET CHECKIN-DONE                 TO  TRUE.
              END-IF
           END-PERFORM.

       ISSUE-PASS-DATA.
           IF CHECKIN-TRAINING
              EXIT PARAGRAPH
           END-IF.
           SET BGP-ENCODE                   TO  TRUE.
           CALL "BCBPGEN" USING CUSTOMER-RECORD, BCBP-PARMS.

       MARK-TICKET-CHECKED-IN.
           IF CHECKIN-TRAINING
              EXIT PARAGRAPH
