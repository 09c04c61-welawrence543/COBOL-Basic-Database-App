      ******************************************************************
      * YTDUpdateData.cpy
      * Working-storage for UpdateYTDLogic.cpy. The caller fills the
      * YTDAdd* amounts for one employee's pay calculation, and the
      * check date, pay period and source (R register, F final pay)
      * of the run in YTDPostingDate, YTDPostingPeriod and
      * YTDPostingSource, before PERFORMing UpdateYTDRecord.
      ******************************************************************
       01 YTDAddAmounts.
           02 YTDAddGross PIC 9(7)V99.
       01 YTDFound PIC X.
       01 YTDRunYear PIC 9(4).
       01 YTDPostingDate PIC 9(8).
       01 YTDPostingPeriod PIC 9(6).
       01 YTDPostingSource PIC X.
