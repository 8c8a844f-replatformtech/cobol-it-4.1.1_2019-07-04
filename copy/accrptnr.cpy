      *****************************************************************
      *    ACCRPTNR.CPY
      *    ACCRUAL-PARTNER-RECORD LAYOUT FOR THE "accrptnr" INDEXED
      *    FILE.  ONE RECORD PER NON-AIR MILEAGE PARTNER - HOTEL, CAR
      *    HIRE OR CO-BRAND CREDIT CARD - KEYED BY THE PARTNER CODE
      *    THE PARTNER PUTS ON ITS MONTHLY ACTIVITY FILE.  AP-MILE-RATE
      *    IS WHAT WE BILL THE PARTNER PER MILE CREDITED TO ONE OF OUR
      *    MEMBERS, IN AP-BILL-CURRENCY.  A CODE NOT ON FILE IS NOT A
      *    PARTNER AND ITS ACTIVITY IS REJECTED.  MAINTAINED THROUGH
      *    REFMAINT.
      *****************************************************************
       01  ACCRUAL-PARTNER-RECORD.
           03 AP-PARTNER-CODE             PIC X(04).
           03 AP-NAME                     PIC X(30).
           03 AP-PARTNER-TYPE             PIC X(01).
              88 AP-HOTEL                         VALUE "H".
              88 AP-CAR-HIRE                      VALUE "C".
              88 AP-CO-BRAND-CARD                 VALUE "K".
           03 AP-MILE-RATE                PIC 9V9(04).
           03 AP-BILL-CURRENCY            PIC X(03).
