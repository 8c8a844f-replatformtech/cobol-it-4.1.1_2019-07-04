      *****************************************************************
      *    RATEHIST.CPY
      *    RATE-HISTORY-RECORD LAYOUT FOR THE "ratehist" INDEXED FILE.
      *    "currrate" ONLY EVER HOLDS TODAY'S RATE; THIS KEEPS EVERY
      *    RATE BY CURRENCY AND DATE SO A CONVERSION DONE ON AN EARLIER
      *    DATE CAN BE REPRODUCED.  A RATE SAVED THROUGH REFMAINT IS
      *    RECORDED UNDER ITS CR-RATE-DATE ("D"); THE CLOSING RATE A
      *    MONTH-END FXREVAL RUN USED IS RECORDED UNDER THE LAST DAY
      *    OF THE PERIOD ("M") AND IS THE ONE ANY RERUN OF THAT PERIOD
      *    TAKES.  RATES ARE BASE-CURRENCY (USD) UNITS PER UNIT.
      *****************************************************************
       01  RATE-HISTORY-RECORD.
           03 RH-KEY.
              05 RH-CURRENCY              PIC X(03).
              05 RH-RATE-DATE             PIC 9(08).
           03 RH-RATE                     PIC 9(03)V9(06).
           03 RH-SOURCE                   PIC X(01).
              88 RH-DAILY-RATE                    VALUE "D".
              88 RH-PERIOD-END-RATE               VALUE "M".
           03 RH-RECORDED-DATE            PIC 9(08).
           03 RH-RECORDED-BY              PIC X(05).
