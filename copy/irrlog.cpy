      *****************************************************************
      *    IRRLOG.CPY
      *    INVOLUNTARY-REROUTE-RECORD LAYOUT FOR THE "irrlog"
      *    SEQUENTIAL FILE.  ONE RECORD PER PASSENGER SEGMENT MOVED OFF
      *    ONE OF OUR FLIGHTS ONTO A PARTNER CARRIER UNDER A FLIGHT
      *    INTERRUPTION MANIFEST, APPENDED BY FIMROUTE.  IR-SEG-FARE IS
      *    THE ITINERARY FARE OF THE SEGMENT GIVEN UP AND IR-EST-COST
      *    THAT FARE PRORATED AT THE PARTNER'S PN-PRORATE-PCT - WHAT
      *    THE ACCEPTING CARRIER WILL BILL US.  GLEXTR ACCRUES THE COST
      *    ON IR-REROUTE-DATE AND INTLBILL SETTLES IT IN THE MONTH OF
      *    IR-PTNR-DATE.
      *****************************************************************
       01  INVOLUNTARY-REROUTE-RECORD.
           03 IR-REROUTE-DATE             PIC 9(08).
           03 IR-CUST-RES-ID              PIC X(11).
           03 IR-TICKET-NO                PIC X(13).
           03 IR-LNAME                    PIC X(30).
           03 IR-FNAME                    PIC X(30).
           03 IR-FROM-FLIGHT-ID           PIC X(07).
      *    0 = THE MAIN FLIGHT, 1-3 = THE ADDL-LEG SLOT REPLACED.
           03 IR-SEGMENT                  PIC 9(01).
           03 IR-REASON                   PIC X(01).
              88 IR-CANCELLED                     VALUE "C".
              88 IR-MISCONNECT                    VALUE "M".
           03 IR-CARRIER                  PIC X(02).
           03 IR-PTNR-FLIGHT-ID           PIC X(07).
           03 IR-PTNR-DATE                PIC 9(08).
           03 IR-SEAT-TYPE                PIC X(02).
           03 IR-SEG-FARE                 PIC 9(07)V99.
           03 IR-EST-COST                 PIC 9(07)V99.
           03 IR-CURRENCY                 PIC X(03).
           03 IR-OP-ID                    PIC X(05).
           03 FILLER                      PIC X(13).
