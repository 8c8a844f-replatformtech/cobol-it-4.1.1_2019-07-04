      *****************************************************************
      *    OVRSCHED.CPY
      *    OVERRIDE-SCHEDULE-RECORD LAYOUT FOR THE "ovrsched" INDEXED
      *    FILE.  ONE RECORD PER AGENCY ACCOUNT PER CONTRACT PERIOD
      *    GIVING THE VOLUME OVERRIDE PAID ON TOP OF THE FLAT
      *    CA-COMMISSION-PCT: UP TO FIVE SALES BANDS, EACH A QUARTERLY
      *    NET-SALES FLOOR AND THE INCREMENTAL PERCENTAGE EARNED ONCE
      *    THE FLOOR IS REACHED.  THE HIGHEST BAND REACHED PAYS ON THE
      *    WHOLE QUARTER'S NET SALES.  BANDS ARE KEPT IN ASCENDING
      *    FLOOR ORDER; AN UNUSED BAND HAS A ZERO FLOOR AND PERCENT.
      *    OS-EFF-TO OF ZERO MEANS THE SCHEDULE IS OPEN-ENDED.
      *    MAINTAINED THROUGH REFMAINT, RATED QUARTERLY BY OVRCALC.
      *****************************************************************
       01  OVERRIDE-SCHEDULE-RECORD.
           03 OS-KEY.
              05 OS-ACCT-ID               PIC X(08).
              05 OS-EFF-FROM              PIC 9(08).
           03 OS-EFF-TO                   PIC 9(08).
           03 OS-BAND OCCURS 5 TIMES.
              05 OS-BAND-FLOOR            PIC 9(09)V99.
              05 OS-BAND-PCT              PIC 9V999.
