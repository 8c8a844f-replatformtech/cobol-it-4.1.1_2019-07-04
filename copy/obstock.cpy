      *****************************************************************
      *    OBSTOCK.CPY
      *    TROLLEY-STOCK-RECORD LAYOUT FOR THE "obstock" INDEXED FILE.
      *    THE BONDED (DUTY-FREE) STOCK COUNT PER TROLLEY SEAL - ONE
      *    RECORD PER SEAL AND ITEM, LOADED AT THE BOND STORE WHEN THE
      *    TROLLEY IS SEALED AND DRAWN DOWN BY EVERY HANDHELD SALE
      *    UPLOADED AGAINST THE SEAL.  WHAT IS LEFT ON HAND IS WHAT THE
      *    BOND STORE MUST FIND WHEN THE SEAL IS BROKEN ON RETURN; A
      *    NEGATIVE ON-HAND MEANS MORE WAS SOLD THAN WAS LOADED.
      *    MAINTAINED BY OBSALES.
      *****************************************************************
       01  TROLLEY-STOCK-RECORD.
           03 TS-KEY.
              05 TS-SEAL-NO               PIC X(08).
              05 TS-ITEM-CODE             PIC X(06).
           03 TS-QTY-LOADED               PIC 9(04).
           03 TS-QTY-SOLD                 PIC 9(04).
           03 TS-QTY-ON-HAND              PIC S9(04).
           03 TS-LOAD-DATE                PIC 9(08).
           03 TS-LAST-FLIGHT-ID           PIC X(07).
