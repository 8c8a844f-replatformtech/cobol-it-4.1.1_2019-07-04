      *    VOUCHER-RECORD LAYOUT FOR THE "voucher" INDEXED FILE.  ONE
      *    RECORD PER TRAVEL-CREDIT VOUCHER ISSUED AS DENIED-BOARDING
      *    COMPENSATION AT THE GATE OR AS CREDIT-IN-LIEU OF A CASH
      *    REFUND AT CANCELLATION, OR AS STATUTORY DELAY/CANCELLATION
      *    COMPENSATION TAKEN IN CREDIT (COMPCLM).  THE REMAINING
      *    BALANCE IS DRAWN DOWN AS THE VOUCHER IS APPLIED TO NEW
      *    BOOKINGS.
      *****************************************************************
       01  VOUCHER-RECORD.
           03 VCH-NO                      PIC X(08).
           03 VCH-REASON                  PIC X(01).
              88 VCH-DENIED-BOARDING              VALUE "D".
              88 VCH-CANCEL-CREDIT                VALUE "C".
              88 VCH-COMPENSATION                 VALUE "E".
           03 VCH-ORIG-AMT                PIC 9(07)V99.
           03 VCH-REMAIN-AMT              PIC 9(07)V99.
           03 VCH-STATUS                  PIC X(01).
