      *****************************************************************
      *    BKJPARM.CPY
      *    CALL BLOCK FOR THE BKJRNL BOOKING-JOURNAL SUBPROGRAM.  EVERY
      *    PROGRAM THAT BOOKS, CHARGES A FEE ON, CHANGES, MOVES OR
      *    CANCELS A RESERVATION FILLS THIS IN AFTER THE CUSTOMER FILE
      *    IS UPDATED AND CALLS BKJRNL, WHICH APPENDS THE EVENT TO
      *    "bookjrnl" UNDER TODAY'S BUSINESS DATE.  A MOVE TO A NEW
      *    RESERVATION ID ALSO PASSES THE EARLIER DATES ITS FIGURES
      *    BELONG TO (BOOKING AND FEE DATES) IN BKJ-CARRY-DATE, SO A
      *    RERUN OF ONE OF THOSE DATES FINDS IT UNDER ITS NEW ID.
      *    UNUSED CARRY DATES ARE ZERO.
      *****************************************************************
       01  BKJRNL-PARMS.
           03 BKJ-CUST-RES-ID             PIC X(11).
           03 BKJ-EVENT-TYPE              PIC X(01).
              88 BKJ-BOOKING                      VALUE "B".
              88 BKJ-FEE                          VALUE "F".
              88 BKJ-CHANGE                       VALUE "C".
              88 BKJ-MOVE                         VALUE "M".
              88 BKJ-CANCEL                       VALUE "X".
              88 BKJ-PAYMENT                      VALUE "P".
           03 BKJ-AMOUNT                  PIC 9(07)V99.
           03 BKJ-DETAIL                  PIC X(12).
           03 BKJ-PROGRAM                 PIC X(10).
           03 BKJ-OP-ID                   PIC X(05).
           03 BKJ-PRIOR-RES-ID            PIC X(11).
           03 BKJ-CARRY-DATE OCCURS 6 TIMES
                                          PIC 9(08).
           03 BKJ-RESULT                  PIC X(01).
              88 BKJ-JOURNALED                    VALUE "J".
              88 BKJ-NOT-JOURNALED                VALUE "N".
