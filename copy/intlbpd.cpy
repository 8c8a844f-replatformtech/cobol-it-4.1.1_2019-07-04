      *****************************************************************
      *    INTLBPD.CPY
      *    INTERLINE-PAID-COUPON-RECORD LAYOUT FOR THE "intlbpd"
      *    INDEXED FILE.  ONE RECORD PER PARTNER-BILLED COUPON WE HAVE
      *    ACCEPTED FOR PAYMENT, KEYED BY OUR TICKET NUMBER AND THE
      *    PARTNER'S FLIGHT, WRITTEN BY INTLBVAL SO THE SAME COUPON
      *    BILLED AGAIN (ON A LATER INVOICE OR BY A DIFFERENT PARTNER)
      *    IS REJECTED INSTEAD OF PAID TWICE.  IP-BOOKED-RATE IS THE
      *    "currrate" RATE (USD PER UNIT OF IP-CURRENCY) ON THE DAY THE
      *    COUPON WAS ACCEPTED; THE MONTH-END FXREVAL RUN REVALUES EVERY
      *    COUPON STILL IP-PAYABLE AGAINST IT.
      *****************************************************************
       01  INTERLINE-PAID-COUPON-RECORD.
           03 IP-KEY.
              05 IP-TICKET-NO             PIC X(13).
              05 IP-FLIGHT-ID             PIC X(07).
           03 IP-CARRIER                  PIC X(02).
           03 IP-INVOICE-NO               PIC X(10).
           03 IP-CUST-RES-ID              PIC X(11).
           03 IP-PAID-AMT                 PIC 9(07)V99.
           03 IP-CURRENCY                 PIC X(03).
           03 IP-ACCEPTED-DATE            PIC 9(08).
           03 IP-STATUS                   PIC X(01).
              88 IP-PAYABLE                       VALUE "A" " ".
              88 IP-SETTLED                       VALUE "S".
           03 IP-SETTLED-DATE             PIC 9(08).
           03 IP-BOOKED-RATE              PIC 9(03)V9(06).
           03 FILLER                      PIC X(10).
