      * and YearEndEarnings prints the statements and resets it. The
      * five deduction buckets line up with the standard deduction
      * table in DeductionTableData.cpy, in the same order. The
      * last-posted fields remember the most recent posting - its
      * check date, pay period and source (R register, F final pay) -
      * so a re-run of a pay calculation for the same period replaces
      * that posting instead of adding it twice (see
      * UpdateYTDLogic.cpy).
      ******************************************************************
       01 YTDData.
           02 YTDEmployeeID PIC 9(5).
           02 YTDLastGross PIC 9(7)V99.
           02 YTDLastNetPay PIC 9(7)V99.
           02 YTDLastDeduction PIC 9(7)V99 OCCURS 5 TIMES.
           02 YTDLastPostedPeriod PIC 9(6).
           02 YTDLastPostedSource PIC X.
