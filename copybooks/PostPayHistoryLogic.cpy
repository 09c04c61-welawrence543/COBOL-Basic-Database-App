      ******************************************************************
      * PostPayHistoryLogic.cpy
      * Adds one employee's pay to the permanent pay history and to
      * the control totals of the run. PostPayHistory takes the
      * amounts, check date, period and source from the same
      * YTDUpdateData.cpy fields UpdateYTDRecord posts from, so the
      * history always agrees with the YTD posting. A record already
      * on file for the employee, check date and source is REPLACED,
      * and its old amounts are backed out of the run totals first.
      * PurgeRunHistory deletes every history record and the run
      * totals for one check date and source, so a register re-run
      * rebuilds its run from scratch instead of leaving employees it
      * no longer pays; each purged record's amounts are backed out
      * of the employee's year-to-date figures as well. Caller must
      * declare PayHistoryFile (COPY PayHistoryRecord, indexed,
      * ACCESS DYNAMIC, RECORD KEY HistoryKey, ALTERNATE RECORD KEY
      * HistoryRunKey WITH DUPLICATES), PayRunTotalsFile (COPY
      * PayRunTotalsRecord, indexed, RECORD KEY RunTotalsKey) and
      * YTDFile (COPY YTDRecord), have all three open I-O, have
      * EmployeeData current, and COPY YTDUpdateData,
      * DeductionTableData and PostPayHistoryData.
      ******************************************************************
       PostPayHistory.
           MOVE 'Y' TO HistoryFound.
           MOVE EmployeeID TO HistoryEmployeeID.
           MOVE YTDPostingDate TO HistoryCheckDate.
           MOVE YTDPostingSource TO HistorySource.
           READ PayHistoryFile
               INVALID KEY MOVE 'N' TO HistoryFound
           END-READ.
           PERFORM ReadRunTotals.
           IF HistoryFound = 'Y'
               SUBTRACT HistoryGross FROM RunTotalsGross
               SUBTRACT HistoryNetPay FROM RunTotalsNetPay
               MOVE 1 TO DeductionIdx
               PERFORM UNTIL DeductionIdx > DeductionCount
                   SUBTRACT HistoryDeduction(DeductionIdx)
                       FROM RunTotalsDeduction(DeductionIdx)
                   ADD 1 TO DeductionIdx
               END-PERFORM
           ELSE
               ADD 1 TO RunTotalsEmployeeCount
           END-IF.
           MOVE EmployeeID TO HistoryEmployeeID.
           MOVE YTDPostingDate TO HistoryCheckDate.
           MOVE YTDPostingSource TO HistorySource.
           MOVE YTDPostingDate TO HistoryRunCheckDate.
           MOVE YTDPostingSource TO HistoryRunSource.
           MOVE YTDPostingPeriod TO HistoryPeriodNumber.
           MOVE FirstName TO HistoryFirstName.
           MOVE LastName TO HistoryLastName.
           MOVE Department TO HistoryDepartment.
           MOVE PayType TO HistoryPayType.
           MOVE YTDAddGross TO HistoryGross.
           MOVE YTDAddNetPay TO HistoryNetPay.
           MOVE 1 TO DeductionIdx.
           PERFORM UNTIL DeductionIdx > DeductionCount
               MOVE YTDAddDeduction(DeductionIdx)
                   TO HistoryDeduction(DeductionIdx)
               ADD YTDAddDeduction(DeductionIdx)
                   TO RunTotalsDeduction(DeductionIdx)
               ADD 1 TO DeductionIdx
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HistoryPostedTimestamp.
           ADD YTDAddGross TO RunTotalsGross.
           ADD YTDAddNetPay TO RunTotalsNetPay.
           MOVE YTDPostingPeriod TO RunTotalsPeriodNumber.
           MOVE HistoryPostedTimestamp TO RunTotalsTimestamp.
           IF HistoryFound = 'Y'
               REWRITE PayHistoryData
                   INVALID KEY DISPLAY "Could not update pay history "
                       "for " HistoryEmployeeID
               END-REWRITE
           ELSE
               WRITE PayHistoryData
                   INVALID KEY DISPLAY "Could not write pay history "
                       "for " HistoryEmployeeID
               END-WRITE
           END-IF.
           IF RunTotalsFound = 'Y'
               REWRITE PayRunTotalsData
                   INVALID KEY DISPLAY "Could not update run totals "
                       "for " RunTotalsCheckDate
               END-REWRITE
           ELSE
               WRITE PayRunTotalsData
                   INVALID KEY DISPLAY "Could not write run totals "
                       "for " RunTotalsCheckDate
               END-WRITE
           END-IF.
           ADD 1 TO HistoryPostCount.

       ReadRunTotals.
           MOVE 'Y' TO RunTotalsFound.
           MOVE YTDPostingDate TO RunTotalsCheckDate.
           MOVE YTDPostingSource TO RunTotalsSource.
           READ PayRunTotalsFile
               INVALID KEY MOVE 'N' TO RunTotalsFound
           END-READ.
           IF RunTotalsFound = 'N'
               MOVE YTDPostingDate TO RunTotalsCheckDate
               MOVE YTDPostingSource TO RunTotalsSource
               MOVE ZERO TO RunTotalsEmployeeCount
               MOVE ZERO TO RunTotalsGross
               MOVE ZERO TO RunTotalsNetPay
               MOVE 1 TO DeductionIdx
               PERFORM UNTIL DeductionIdx > DeductionCount
                   MOVE ZERO TO RunTotalsDeduction(DeductionIdx)
                   ADD 1 TO DeductionIdx
               END-PERFORM
           END-IF.

       PurgeRunHistory.
           MOVE 'N' TO HistoryPurgeSwitch.
           MOVE HistoryPurgeCheckDate TO HistoryRunCheckDate.
           MOVE HistoryPurgeSource TO HistoryRunSource.
           START PayHistoryFile KEY IS EQUAL TO HistoryRunKey
               INVALID KEY MOVE 'Y' TO HistoryPurgeSwitch
           END-START.
           PERFORM UNTIL EndOfHistoryPurge
               READ PayHistoryFile NEXT RECORD
                   AT END MOVE 'Y' TO HistoryPurgeSwitch
               END-READ
               IF NOT EndOfHistoryPurge
                   IF HistoryRunCheckDate = HistoryPurgeCheckDate
                           AND HistoryRunSource = HistoryPurgeSource
                       PERFORM BackOutHistoryFromYTD
                       DELETE PayHistoryFile RECORD
                           INVALID KEY DISPLAY "Could not remove pay "
                               "history for " HistoryEmployeeID
                           NOT INVALID KEY ADD 1 TO HistoryPurgeCount
                       END-DELETE
                   ELSE
                       MOVE 'Y' TO HistoryPurgeSwitch
                   END-IF
               END-IF
           END-PERFORM.
           MOVE HistoryPurgeCheckDate TO RunTotalsCheckDate.
           MOVE HistoryPurgeSource TO RunTotalsSource.
           DELETE PayRunTotalsFile RECORD
               INVALID KEY CONTINUE
           END-DELETE.

      * Backs the history record in PayHistoryData out of the
      * employee's YTD totals, so YTD stays the sum of the history on
      * file. If it is also the last posting on the YTD record, the
      * last posting is cleared so the next run adds rather than
      * replaces; a later posting (a final-pay voucher for the same
      * period) is left as the last posting.
       BackOutHistoryFromYTD.
           MOVE 'Y' TO YTDFound.
           MOVE HistoryEmployeeID TO YTDEmployeeID.
           READ YTDFile
               INVALID KEY MOVE 'N' TO YTDFound
           END-READ.
           MOVE HistoryCheckDate(1:4) TO YTDRunYear.
           IF YTDFound = 'Y' AND YTDYear = YTDRunYear
               SUBTRACT HistoryGross FROM YTDGross
               SUBTRACT HistoryNetPay FROM YTDNetPay
               MOVE 1 TO DeductionIdx
               PERFORM UNTIL DeductionIdx > DeductionCount
                   SUBTRACT HistoryDeduction(DeductionIdx)
                       FROM YTDDeduction(DeductionIdx)
                   ADD 1 TO DeductionIdx
               END-PERFORM
               IF YTDLastPostedPeriod = HistoryPeriodNumber
                       AND YTDLastPostedSource = HistorySource
                   MOVE ZERO TO YTDLastGross
                   MOVE ZERO TO YTDLastNetPay
                   MOVE 1 TO DeductionIdx
                   PERFORM UNTIL DeductionIdx > DeductionCount
                       MOVE ZERO TO YTDLastDeduction(DeductionIdx)
                       ADD 1 TO DeductionIdx
                   END-PERFORM
                   MOVE ZERO TO YTDLastPostedDate
                   MOVE ZERO TO YTDLastPostedPeriod
                   MOVE SPACE TO YTDLastPostedSource
               END-IF
               REWRITE YTDData
                   INVALID KEY DISPLAY "Could not update YTD record "
                       "for " YTDEmployeeID
               END-REWRITE
           END-IF.
