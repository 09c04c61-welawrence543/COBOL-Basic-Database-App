      * YTDUpdateData.cpy) to that employee's YTDFile record, creating
      * the record on first pay of the year and re-zeroing it if a
      * record from a prior year is still on file because the year-end
      * run has not happened yet. The year is the year of the check
      * date in YTDPostingDate. A record already posted for the same
      * pay period by the same source is REPLACED, not added to: the
      * previous posting (kept in the YTDLast* fields) is backed out
      * first, so re-running a register after fixing a variance does
      * not double the year-to-date figures. Caller must declare
      * YTDFile with COPY YTDRecord, have it open I-O, have
      * EmployeeData current, set YTDPostingDate, YTDPostingPeriod and
      * YTDPostingSource, and COPY DeductionTableData for
      * DeductionIdx/DeductionCount.
      ******************************************************************
       UpdateYTDRecord.
           MOVE YTDPostingDate(1:4) TO YTDRunYear.
           MOVE 'Y' TO YTDFound.
           MOVE EmployeeID TO YTDEmployeeID.
               MOVE ZERO TO YTDGross
               MOVE ZERO TO YTDNetPay
               MOVE ZERO TO YTDLastPostedDate
               MOVE ZERO TO YTDLastPostedPeriod
               MOVE SPACE TO YTDLastPostedSource
               MOVE ZERO TO YTDLastGross
               MOVE ZERO TO YTDLastNetPay
               MOVE 1 TO DeductionIdx
                   ADD 1 TO DeductionIdx
               END-PERFORM
           END-IF.
           IF YTDLastPostedPeriod = YTDPostingPeriod
                   AND YTDLastPostedSource = YTDPostingSource
               SUBTRACT YTDLastGross FROM YTDGross
               SUBTRACT YTDLastNetPay FROM YTDNetPay
               MOVE 1 TO DeductionIdx
           MOVE YTDAddGross TO YTDLastGross.
           MOVE YTDAddNetPay TO YTDLastNetPay.
           MOVE YTDPostingDate TO YTDLastPostedDate.
           MOVE YTDPostingPeriod TO YTDLastPostedPeriod.
           MOVE YTDPostingSource TO YTDLastPostedSource.
           MOVE 1 TO DeductionIdx.
           PERFORM UNTIL DeductionIdx > DeductionCount
               ADD YTDAddDeduction(DeductionIdx)
