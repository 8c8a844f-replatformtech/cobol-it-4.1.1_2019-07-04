      *****************************************************************
      *    TRAVPOL.CPY
      *    TRAVEL-POLICY-RECORD LAYOUT FOR THE "travpol" INDEXED FILE.
      *    ONE RECORD PER CORPORATE ACCOUNT / ROUTE GIVING THE CLIENT'S
      *    TRAVEL POLICY: THE HIGHEST CABIN ALLOWED ON A SHORT AND ON
      *    A LONG TRIP (LONG HAUL STARTS AT TP-LONG-HAUL-MILES ON THE
      *    "routedst" DISTANCE), THE MINIMUM DAYS BOOKED AHEAD OF
      *    TRAVEL, THE FARE CEILING (ZERO = NO CEILING) AND WHETHER
      *    FIRST CLASS NEEDS THE TRAVEL MANAGER'S PRE-APPROVAL.  A
      *    ROW WITH A BLANK ROUTE IS THE ACCOUNT'S GENERAL POLICY; AN
      *    EXACT-ROUTE ROW WINS OVER IT.  CHECKED AT BOOKING TIME -
      *    A BREACH IS RECORDED ON "polexcp", NEVER REFUSED.
      *    MAINTAINED THROUGH REFMAINT.
      *****************************************************************
       01  TRAVEL-POLICY-RECORD.
           03 TP-KEY.
              05 TP-ACCT-ID               PIC X(08).
              05 TP-ORIGIN                PIC X(03).
              05 TP-DEST                  PIC X(03).
           03 TP-LONG-HAUL-MILES          PIC 9(05).
           03 TP-SHORT-MAX-CABIN          PIC X(02).
           03 TP-LONG-MAX-CABIN           PIC X(02).
           03 TP-MIN-ADVANCE-DAYS         PIC 9(03).
           03 TP-FARE-CEILING             PIC 9(07)V99.
           03 TP-FC-APPROVAL              PIC X(01).
              88 TP-FC-NEEDS-APPROVAL             VALUE "Y".
