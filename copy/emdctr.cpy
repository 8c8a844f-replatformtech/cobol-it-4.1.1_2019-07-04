      *****************************************************************
      *    EMDCTR.CPY
      *    EMD-COUNTER-RECORD LAYOUT FOR THE "emdctr" NEXT-DOCUMENT-
      *    NUMBER FILE - A SINGLE RECORD HOLDING THE NEXT SERIAL IN THE
      *    ELECTRONIC MISCELLANEOUS DOCUMENT SERIES, DRAWN THE SAME WAY
      *    "tktctr" ISSUES E-TICKET NUMBERS.
      *****************************************************************
       01  EMD-COUNTER-RECORD.
           03 EN-KEY                      PIC X(01).
           03 EN-NEXT-NO                  PIC 9(09).
