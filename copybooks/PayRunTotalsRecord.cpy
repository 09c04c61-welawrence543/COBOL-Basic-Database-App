      ******************************************************************
      * PayRunTotalsRecord.cpy
      * Record layout for PayRunTotalsFile, the control totals of
      * every pay run keyed by check date and source (R register,
      * F final pay - all of one day's final-pay vouchers make one
      * run). PostPayHistoryLogic.cpy keeps it in step with
      * PayHistoryFile; QuarterlyWageReport balances the history
      * against it and PayrollGLInterface journals from it.
      ******************************************************************
       01 PayRunTotalsData.
           02 RunTotalsKey.
               03 RunTotalsCheckDate PIC 9(8).
               03 RunTotalsSource PIC X.
           02 RunTotalsPeriodNumber PIC 9(6).
           02 RunTotalsEmployeeCount PIC 9(5).
           02 RunTotalsGross PIC 9(9)V99.
           02 RunTotalsDeduction PIC 9(9)V99 OCCURS 5 TIMES.
           02 RunTotalsNetPay PIC 9(9)V99.
           02 RunTotalsTimestamp PIC 9(14).
