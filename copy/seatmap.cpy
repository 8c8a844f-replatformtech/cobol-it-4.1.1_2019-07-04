      *    A ZONE COLLECTS THAT ZONE'S FEE AT BOOKING OR CHECK-IN.
      *    ZONES WITH FROM-ROW ZERO ARE UNUSED; ROWS IN NO ZONE ARE
      *    FREE, AS EVERY SEAT WAS BEFORE ZONES EXISTED.
      *    THE EXIT ROWS (ZERO = UNUSED SLOT) MAY NOT SEAT A PASSENGER
      *    WHO COULD NOT HELP IN AN EVACUATION, AND NO ROW MAY SEAT
      *    MORE LAP-INFANT HOLDERS THAN SM-INFANTS-PER-ROW (THE SPARE
      *    OXYGEN MASKS IN THE ROW).  A ZERO LIMIT IS NOT CHECKED -
      *    SEAT MAPS WRITTEN BEFORE THE LIMIT EXISTED CARRY NONE.  THE
      *    RULES THEMSELVES LIVE IN THE SEATSAFE SUBPROGRAM.
      *****************************************************************
       01  SEAT-MAP-RECORD.
           03 SM-AIRCRAFT-TYPE            PIC X(04).
              05 SM-ZONE-FROM-ROW         PIC 9(02).
              05 SM-ZONE-TO-ROW           PIC 9(02).
              05 SM-ZONE-FEE              PIC 9(03)V99.
           03 SM-EXIT-ROW OCCURS 4 TIMES  PIC 9(02).
           03 SM-INFANTS-PER-ROW          PIC 9(01).
