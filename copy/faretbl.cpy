      *    APPLICABLE DAYS-OF-WEEK MASK ("Y"/"N" MONDAY THROUGH
      *    SUNDAY; SPACES = EVERY DAY).  THE FARESEL SUBPROGRAM PICKS
      *    THE CHEAPEST ROW THE BOOKING SATISFIES.  MAINTAINED
      *    THROUGH REFMAINT.  SEAT-TYPE "XS" ROWS PRICE AN EXTRA SEAT
      *    BOUGHT BESIDE A PASSENGER ON THE FLIGHT.
      *****************************************************************
       01  FARE-TABLE-RECORD.
           03 FT-KEY.
