      *****************************************************************
      *    RTBUDGET.CPY
      *    ROUTE-BUDGET-RECORD LAYOUT FOR THE "rtbudget" INDEXED FILE.
      *    ONE RECORD PER ORIGIN/DESTINATION AND ACCOUNTING MONTH
      *    (YYYYMM) HOLDING FINANCE'S PLAN FIGURES - PASSENGERS FLOWN,
      *    FLOWN REVENUE, LOAD FACTOR (PERCENT, ONE DECIMAL) AND
      *    OPERATING COST.  LOADED FROM THE ANNUAL PLAN FILE BY
      *    BDGTLOAD AND MAINTAINED THROUGH REFMAINT; BDGTVAR SETS THE
      *    MONTH'S ACTUALS BESIDE IT.
      *****************************************************************
       01  ROUTE-BUDGET-RECORD.
           03 RB-KEY.
              05 RB-ORIGIN                PIC X(03).
              05 RB-DEST                  PIC X(03).
              05 RB-PERIOD                PIC 9(06).
           03 RB-PAX                      PIC 9(07).
           03 RB-REVENUE                  PIC 9(09)V99.
           03 RB-LOAD-FACTOR              PIC 9(03)V9.
           03 RB-OPER-COST                PIC 9(09)V99.
           03 RB-UPDATED-DATE             PIC 9(08).
           03 RB-UPDATED-BY               PIC X(05).
