      *****************************************************************
      *    BCBPPARM.CPY
      *    CALL BLOCK FOR THE BCBPGEN BAR-CODED BOARDING PASS
      *    SUBPROGRAM (CALLED WITH THE CUSTOMER-RECORD AS THE FIRST
      *    PARAMETER AND THIS BLOCK AS THE SECOND):
      *      "E" BUILD THE INDUSTRY-STANDARD ("M" FORMAT) DATA STRING
      *          FOR THE RESERVATION - ONE SEGMENT FOR THE MAIN FLIGHT
      *          AND ONE PER OWN-CARRIER ADDL-LEG - INTO BGP-DATA AND
      *          KEEP IT ON "bcbpdata" FOR MAILSEND TO ATTACH;
      *      "B" BUILD ONLY, NOTHING KEPT (REPRINTS, TRAINING);
      *      "D" DECODE A SCANNED STRING IN BGP-DATA, RETURNING THE
      *          PASSENGER NAME AND THE SEGMENT FOR BGP-FLIGHT-ID IN
      *          BGP-DECODED.  THE CUSTOMER-RECORD IS NOT USED.
      *****************************************************************
       01  BCBP-PARMS.
           03 BGP-FUNCTION                PIC X(01).
              88 BGP-ENCODE                       VALUE "E".
              88 BGP-BUILD-ONLY                   VALUE "B".
              88 BGP-DECODE                       VALUE "D".
           03 BGP-RESULT                  PIC X(01).
              88 BGP-OK                           VALUE "K".
              88 BGP-BAD-DATA                     VALUE "X".
              88 BGP-NO-SEGMENT                   VALUE "N".
           03 BGP-FLIGHT-ID               PIC X(07).
           03 BGP-DATA-LEN                PIC 9(03).
           03 BGP-DATA                    PIC X(400).
           03 BGP-DECODED.
              05 BGP-LEG-COUNT            PIC 9(01).
              05 BGP-PAX-NAME             PIC X(20).
              05 BGP-PNR                  PIC X(07).
              05 BGP-FROM                 PIC X(03).
              05 BGP-TO                   PIC X(03).
              05 BGP-CARRIER              PIC X(03).
              05 BGP-FLIGHT-NO            PIC X(05).
              05 BGP-JULIAN-DATE          PIC X(03).
              05 BGP-COMPARTMENT          PIC X(01).
              05 BGP-SEAT                 PIC X(04).
              05 BGP-CHECKIN-SEQ          PIC X(05).
              05 BGP-PAX-STATUS           PIC X(01).
              05 BGP-TICKET-NO            PIC X(13).
              05 BGP-FFP-NO               PIC X(16).
              05 BGP-RES-ID               PIC X(11).
