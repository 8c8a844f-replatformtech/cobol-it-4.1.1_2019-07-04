      *****************************************************************
      *    FPSCTR.CPY
      *    FLIGHT-PASS-COUNTER-RECORD LAYOUT FOR THE "fpsctr" NEXT-
      *    PASS-NUMBER FILE - A SINGLE RECORD HOLDING THE NEXT SERIAL
      *    IN THE FLIGHT PASS NUMBER SERIES, DRAWN THE SAME WAY
      *    "vchctr" ISSUES VOUCHER NUMBERS.
      *****************************************************************
       01  FLIGHT-PASS-COUNTER-RECORD.
           03 FPC-KEY                     PIC X(01).
           03 FPC-NEXT-NO                 PIC 9(07).
