      *    A "JKF" BEFORE IT POLLUTES A SEASON, THE PASSENGER-FACING
      *    OUTPUTS CAN PRINT REAL CITY NAMES, AND THE AVAILABILITY
      *    SEARCH CAN TURN A CITY NAME BACK INTO ITS AIRPORT CODE(S).
      *    AR-HANDLER-ADDRESS IS THE TELETYPE ADDRESS OF THE GROUND
      *    HANDLER AT THE STATION - PNLSEND QUEUES THE PASSENGER NAME
      *    LIST AND CHANGE MESSAGES TO IT.  AR-MIN-CONNECT IS THE
      *    STATION'S MINIMUM CONNECTING TIME IN MINUTES - HOTXFER FLAGS
      *    ANY TRANSFER WITH LESS TIME THAN THIS.  MAINTAINED THROUGH
      *    REFMAINT.
      *****************************************************************
       01  AIRPORT-RECORD.
           03 AR-CODE                     PIC X(03).
      *    EASTERN-TIME STATION - THE ELAPSED-TIME AND CONNECTION
      *    ARITHMETIC NEEDS A COMMON CLOCK.
           03 AR-UTC-OFFSET               PIC S9(02)V99.
           03 AR-HANDLER-ADDRESS          PIC X(07).
           03 AR-MIN-CONNECT              PIC 9(03).
