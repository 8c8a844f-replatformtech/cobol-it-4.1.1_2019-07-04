      *****************************************************************
      *    BAGCTR.CPY
      *    BAG-TAG-COUNTER-RECORD LAYOUT FOR THE "bagctr" NEXT-TAG-
      *    NUMBER FILE - BG-KEY "B" HOLDS THE NEXT SERIAL IN THE BAG
      *    TAG SERIES, DRAWN THE SAME WAY "tktctr" ISSUES E-TICKET
      *    NUMBERS; BG-KEY "M" HOLDS THE NEXT BAGGAGE SOURCE MESSAGE
      *    ID FOR BSMSEND.
      *****************************************************************
       01  BAG-COUNTER-RECORD.
           03 BG-KEY                      PIC X(01).
