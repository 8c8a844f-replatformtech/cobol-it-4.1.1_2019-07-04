      *****************************************************************
      *    AWBCTR.CPY
      *    AWB-COUNTER-RECORD LAYOUT FOR THE "awbctr" NEXT-WAYBILL-
      *    NUMBER FILE - A SINGLE RECORD HOLDING THE NEXT SERIAL IN THE
      *    AIR WAYBILL SERIES, DRAWN THE SAME WAY "bagctr" ISSUES BAG
      *    TAG NUMBERS.
      *****************************************************************
       01  AWB-COUNTER-RECORD.
           03 AW-KEY                      PIC X(01).
           03 AW-NEXT-NO                  PIC 9(09).
