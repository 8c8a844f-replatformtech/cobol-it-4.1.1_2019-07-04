      *****************************************************************
      *    CATCOST.CPY
      *    CATERING-COST-RECORD LAYOUT FOR THE "catcost" INDEXED FILE.
      *    THE APPROVED CATERING COST PER FLIGHT - ONE RECORD PER
      *    CATERER INVOICE LINE, KEYED BY FLIGHT, INVOICE AND MEAL
      *    TYPE SO A RELOADED INVOICE REPLACES ITS EARLIER LINES
      *    RATHER THAN DOUBLING THEM.  WRITTEN BY CATRECON; RTPROFIT
      *    SUMS CC-APPROVED-AMT BY FLIGHT INTO ROUTE COST.
      *****************************************************************
       01  CATERING-COST-RECORD.
           03 CC-KEY.
              05 CC-FLIGHT-ID             PIC X(07).
              05 CC-INVOICE-NO            PIC X(12).
              05 CC-MEAL-TYPE             PIC X(15).
           03 CC-MEALS-APPROVED           PIC 9(04).
           03 CC-BILLED-AMT               PIC 9(07)V99.
           03 CC-APPROVED-AMT             PIC 9(07)V99.
           03 CC-RECON-DATE               PIC 9(08).
