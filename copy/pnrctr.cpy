      *****************************************************************
      *    PNRCTR.CPY
      *    LOCATOR-COUNTER-RECORD LAYOUT FOR THE "pnrctr" NEXT-BOOKING-
      *    LOCATOR FILE - A SINGLE RECORD HOLDING THE NEXT SERIAL IN THE
      *    RECORD LOCATOR SERIES.  ISSUE-RECORD-LOCATOR TURNS THE SERIAL
      *    INTO THE SIX-CHARACTER CODE STAMPED ON EVERY PASSENGER OF A
      *    BOOKING, SO A PARTY IS ONE CODE RATHER THAN ONE CUST-RES-ID
      *    PER TRAVELLER.
      *****************************************************************
       01  LOCATOR-COUNTER-RECORD.
           03 LC-KEY                      PIC X(01).
           03 LC-NEXT-NO                  PIC 9(09).
