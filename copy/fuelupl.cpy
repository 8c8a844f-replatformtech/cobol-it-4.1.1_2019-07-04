      *****************************************************************
      *    FUELUPL.CPY
      *    FUEL-UPLIFT-RECORD LAYOUT FOR THE "fuelupl" INDEXED FILE.
      *    ONE RECORD PER DEPARTURE (FM-FLIGHT-ID) GIVING THE FUEL
      *    ACTUALLY PUT ON BOARD AT THE DEPARTURE STATION - KEYED AT
      *    THE STATION FROM THE FUEL DOCKET (SOURCE "S") OR LOADED
      *    FROM THE SUPPLIER'S DELIVERY FILE (SOURCE "D"), BOTH
      *    THROUGH FUELUPL.  DENSITY IS KG PER LITRE (0.800 = 0800);
      *    THE PRICE IS PER LITRE IN FU-CURRENCY, CONVERTED TO BASE
      *    THROUGH "currrate" WHEN COSTED.  FUELMTCH STAMPS THE
      *    SUPPLIER INVOICE THE UPLIFT WAS BILLED ON AND WHETHER IT
      *    AGREED; RTPROFIT COSTS THE DEPARTURE FROM IT AND LOADSHT
      *    SHOWS ITS WEIGHT.
      *****************************************************************
       01  FUEL-UPLIFT-RECORD.
           03 FU-FLIGHT-ID                PIC X(07).
           03 FU-STATION                  PIC X(03).
           03 FU-SUPPLIER                 PIC X(08).
           03 FU-DELIVERY-NO              PIC X(12).
           03 FU-UPLIFT-DATE              PIC 9(08).
           03 FU-LITRES                   PIC 9(07).
           03 FU-DENSITY                  PIC 9V9(03).
           03 FU-PRICE-PER-LITRE          PIC 9(03)V9(04).
           03 FU-CURRENCY                 PIC X(03).
           03 FU-SOURCE                   PIC X(01).
              88 FU-STATION-ENTRY                 VALUE "S".
              88 FU-DELIVERY-FILE                 VALUE "D".
           03 FU-ENTERED-BY               PIC X(05).
           03 FU-ENTERED-DATE             PIC 9(08).
           03 FU-INVOICE-NO               PIC X(12).
           03 FU-MATCH-STATUS             PIC X(01).
              88 FU-NOT-INVOICED                  VALUE " ".
              88 FU-INVOICE-AGREED                VALUE "M".
              88 FU-INVOICE-DIFFERS               VALUE "X".
           03 FU-MATCH-DATE               PIC 9(08).
