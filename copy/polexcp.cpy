      *****************************************************************
      *    POLEXCP.CPY
      *    POLICY-EXCEPTION-RECORD LAYOUT FOR THE "polexcp" INDEXED
      *    FILE.  ONE RECORD PER CORPORATE BOOKING THAT BREACHED THE
      *    ACCOUNT'S TRAVEL POLICY ("travpol"), KEYED BY ACCOUNT AND
      *    RESERVATION SO THE MONTHLY OUT-OF-POLICY REPORT (POLRPT)
      *    WALKS EACH ACCOUNT'S BOOKINGS IN ONE START.  THE BOOKING
      *    IS NOT REFUSED - THE AGENT RECORDS WHY IT WAS BOOKED ANYWAY
      *    AND THE RECORD ON THIS FILE IS THE OUT-OF-POLICY FLAG.
      *    PE-LOWEST-FARE IS THE CHEAPEST FARE THE POLICY WOULD HAVE
      *    ALLOWED ON THE FLIGHT AT BOOKING TIME; PE-EXCESS-AMT IS
      *    WHAT THE BOOKING COST OVER IT.
      *****************************************************************
       01  POLICY-EXCEPTION-RECORD.
           03 PE-KEY.
              05 PE-ACCT-ID               PIC X(08).
              05 PE-CUST-RES-ID           PIC X(11).
           03 PE-BOOK-DATE                PIC 9(08).
           03 PE-TRAVEL-DATE              PIC 9(08).
           03 PE-FLIGHT-ID                PIC X(07).
           03 PE-ORIGIN                   PIC X(03).
           03 PE-DEST                     PIC X(03).
           03 PE-LNAME                    PIC X(30).
           03 PE-FNAME                    PIC X(30).
           03 PE-SEAT-TYPE                PIC X(02).
           03 PE-BREACHES.
              05 PE-CABIN-BREACH          PIC X(01).
                 88 PE-CABIN-OVER                 VALUE "Y".
              05 PE-ADVANCE-BREACH        PIC X(01).
                 88 PE-ADVANCE-SHORT              VALUE "Y".
              05 PE-CEILING-BREACH        PIC X(01).
                 88 PE-CEILING-OVER               VALUE "Y".
              05 PE-APPROVAL-BREACH       PIC X(01).
                 88 PE-APPROVAL-MISSING           VALUE "Y".
           03 PE-ADVANCE-DAYS             PIC 9(03).
           03 PE-REASON-CODE              PIC X(02).
              88 PE-NO-LOWER-FARE                 VALUE "NL".
              88 PE-TRAVELLER-REQUEST             VALUE "TR".
              88 PE-LATE-NOTICE                   VALUE "LN".
              88 PE-MEETING-SCHEDULE              VALUE "MS".
              88 PE-MEDICAL-NEED                  VALUE "MD".
              88 PE-CLIENT-APPROVED               VALUE "CA".
              88 PE-REASON-VALID                  VALUE "NL" "TR" "LN"
                                                        "MS" "MD" "CA".
           03 PE-APPROVAL-REF             PIC X(10).
           03 PE-BOOKED-FARE              PIC 9(07)V99.
           03 PE-LOWEST-FARE              PIC 9(07)V99.
           03 PE-EXCESS-AMT               PIC 9(07)V99.
           03 PE-OP-ID                    PIC X(05).
