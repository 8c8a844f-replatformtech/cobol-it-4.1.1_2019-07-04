      *    OPERATING-COST-RECORD LAYOUT FOR THE "opercost" INDEXED
      *    FILE.  ONE RECORD PER ROUTE/AIRCRAFT-TYPE GIVING THE
      *    PER-DEPARTURE COST (CREW, FUEL, HANDLING, AIRPORT) AND THE
      *    PER-PASSENGER COST (INSURANCE, FEES) THE ROUTE
      *    PROFITABILITY REPORT SETS AGAINST FLOWN REVENUE.  CATERING
      *    IS NOT IN THE PER-PASSENGER RATE - RTPROFIT TAKES IT FROM
      *    THE APPROVED CATERER INVOICES ON "catcost".  OC-FUEL-PER-DEP
      *    IS THE FUEL SHARE ALREADY INSIDE OC-COST-PER-DEP - WHERE A
      *    DEPARTURE HAS AN ACTUAL UPLIFT ON "fuelupl" RTPROFIT TAKES
      *    IT OUT AND COSTS THE ACTUAL FUEL INSTEAD.
      *    MAINTAINED THROUGH REFMAINT LIKE THE OTHER TABLES.
      *****************************************************************
       01  OPERATING-COST-RECORD.
              05 OC-AIRCRAFT-TYPE         PIC X(04).
           03 OC-COST-PER-DEP             PIC 9(07)V99.
           03 OC-COST-PER-PAX             PIC 9(05)V99.
           03 OC-FUEL-PER-DEP             PIC 9(07)V99.
