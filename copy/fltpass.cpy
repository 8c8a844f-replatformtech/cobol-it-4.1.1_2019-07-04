      *****************************************************************
      *    FLTPASS.CPY
      *    FLIGHT-PASS-RECORD LAYOUT FOR THE "fltpass" INDEXED FILE.
      *    ONE RECORD PER PREPAID COMMUTER FLIGHT PASS SOLD THROUGH
      *    CUSTOMER0 - A BUNDLE OF ONE-WAY CREDITS ON UP TO THREE
      *    ROUTES (EITHER DIRECTION) IN ONE CABIN, GOOD UNTIL
      *    FPS-EXPIRE-DATE.  THE HOLDER IS THE CUSTPROF NAME KEY AND
      *    ONLY THAT PASSENGER MAY TRAVEL ON THE PASS.  EACH SEGMENT
      *    BOOKED DRAWS ONE CREDIT AND FPS-VALUE-DRAWN CARRIES THE
      *    PRICE SHARE OF THE CREDITS DRAWN SO FAR, SO THE PRICE PAID
      *    LESS FPS-VALUE-DRAWN IS ALWAYS THE UNUSED BALANCE.  BRKGEXP
      *    EXPIRES WHAT IS LEFT PAST THE EXPIRY DATE.  A CARD SALE IS
      *    PRESENTED BY SETLBAT, WHICH STAMPS FPS-SETTLE-DATE.
      *****************************************************************
       01  FLIGHT-PASS-RECORD.
           03 FPS-PASS-NO                 PIC X(08).
           03 FPS-HOLDER-KEY.
              05 FPS-LNAME                PIC X(30).
              05 FPS-FNAME                PIC X(30).
              05 FPS-DOB                  PIC X(08).
           03 FPS-ROUTE OCCURS 3 TIMES.
              05 FPS-ORIGIN               PIC X(03).
              05 FPS-DESTINATION          PIC X(03).
           03 FPS-CABIN                   PIC X(02).
           03 FPS-CREDITS-BOUGHT          PIC 9(03).
           03 FPS-CREDITS-USED            PIC 9(03).
           03 FPS-PRICE-PAID              PIC 9(07)V99.
           03 FPS-VALUE-DRAWN             PIC 9(07)V99.
           03 FPS-SALE-DATE               PIC 9(08).
           03 FPS-EXPIRE-DATE             PIC 9(08).
           03 FPS-PAYMENT-TYPE            PIC X(03).
           03 FPS-CARD-ACCT-NO            PIC X(16).
           03 FPS-SOLD-BY                 PIC X(05).
           03 FPS-SETTLE-DATE             PIC 9(08).
           03 FPS-STATUS                  PIC X(01).
              88 FPS-OPEN                         VALUE "O".
              88 FPS-USED-UP                      VALUE "U".
              88 FPS-EXPIRED                      VALUE "E".
