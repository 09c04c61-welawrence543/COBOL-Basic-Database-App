      ******************************************************************
      * PayHistoryRecord.cpy
      * Record layout for PayHistoryFile, the permanent pay history
      * keyed by employee, check date and source (R for a
      * PayPeriodRegister run, F for a TerminationFinalPay voucher).
      * One record per employee per pay run with the pay period,
      * department and pay type at the time, gross, the five
      * deduction buckets (same order as DeductionTableData.cpy) and
      * net. Nothing ever clears it - YearEndEarnings resets YTDFile
      * but not this file. The run key repeats the check date and
      * source as an alternate key so a whole run can be found
      * without reading every employee. Written through
      * PostPayHistoryLogic.cpy.
      ******************************************************************
       01 PayHistoryData.
           02 HistoryKey.
               03 HistoryEmployeeID PIC 9(5).
               03 HistoryCheckDate PIC 9(8).
               03 HistorySource PIC X.
                   88 HistoryFromRegister VALUE 'R'.
                   88 HistoryFromFinalPay VALUE 'F'.
           02 HistoryRunKey.
               03 HistoryRunCheckDate PIC 9(8).
               03 HistoryRunSource PIC X.
           02 HistoryPeriodNumber PIC 9(6).
           02 HistoryFirstName PIC X(15).
           02 HistoryLastName PIC X(15).
           02 HistoryDepartment PIC X(4).
           02 HistoryPayType PIC X.
           02 HistoryGross PIC 9(7)V99.
           02 HistoryDeduction PIC 9(7)V99 OCCURS 5 TIMES.
           02 HistoryNetPay PIC 9(7)V99.
           02 HistoryPostedTimestamp PIC 9(14).
