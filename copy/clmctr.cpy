      *    CLMCTR.CPY
      *    CLAIM-COUNTER-RECORD LAYOUT FOR THE "clmctr" NEXT-CLAIM-
      *    NUMBER FILE - ONE RECORD PER CLAIM SERIES ("C" MILEAGE
      *    CLAIMS, "B" BAGGAGE CLAIMS, "E" COMPENSATION CLAIMS, "D"
      *    AGENCY DEBIT MEMOS) HOLDING THE NEXT SERIAL,
      *    DRAWN THE SAME WAY "tktctr" ISSUES E-TICKET NUMBERS.
      *****************************************************************
       01  CLAIM-COUNTER-RECORD.
