      ******************************************************************
      * Author:
      * Date:
      * Purpose: Read-only pay history inquiry. For an employee ID and
      *          a range of check dates, lists every pay run on the
      *          permanent pay history file - check date, source
      *          (register or final pay), pay period, gross, each
      *          deduction bucket and net - with totals for the range.
      *          PayHistoryFile is opened INPUT only, and only for the
      *          moment each inquiry runs, so this never blocks the
      *          pay runs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayHistoryInquiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PayHistoryFile
               ASSIGN TO "C:\Users\welaw\payhistory.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HistoryKey
               ALTERNATE RECORD KEY IS HistoryRunKey WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD PayHistoryFile.
       COPY PayHistoryRecord.

       WORKING-STORAGE SECTION.
       01 StayOpen PIC X VALUE 'Y'.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       COPY DeductionTableData.
       01 InquiryEmployeeID PIC 9(5).
       01 FromCheckDate PIC 9(8).
       01 ToCheckDate PIC 9(8).
       01 HistoryCount PIC 9(4).
       01 RangeGross PIC 9(9)V99.
       01 RangeNetPay PIC 9(9)V99.
       01 SourceText PIC X(9).
       01 AmountPrint PIC ZZZ,ZZZ,ZZ9.99.
       01 NamePrinted PIC X.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM LoadDeductionTable.
           PERFORM UNTIL StayOpen='N'
               PERFORM ShowPayHistory
               DISPLAY " "
               DISPLAY "Another pay history inquiry? (Y/N) "
               ACCEPT StayOpen
           END-PERFORM.
           STOP RUN.

       ShowPayHistory.
           DISPLAY " ".
           DISPLAY "Enter employee ID ".
           ACCEPT InquiryEmployeeID.
           DISPLAY "Enter first check date (YYYYMMDD) ".
           ACCEPT FromCheckDate.
           DISPLAY "Enter last check date (YYYYMMDD) ".
           ACCEPT ToCheckDate.
           PERFORM UNTIL ToCheckDate >= FromCheckDate
               DISPLAY "Last check date cannot be before the first"
               DISPLAY "Enter last check date (YYYYMMDD) "
               ACCEPT ToCheckDate
           END-PERFORM.
           MOVE ZERO TO HistoryCount.
           MOVE ZERO TO RangeGross.
           MOVE ZERO TO RangeNetPay.
           MOVE 'N' TO NamePrinted.
           MOVE 1 TO DeductionIdx.
           PERFORM UNTIL DeductionIdx > DeductionCount
               MOVE ZERO TO DeductionTotal(DeductionIdx)
               ADD 1 TO DeductionIdx
           END-PERFORM.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT PayHistoryFile.
           MOVE InquiryEmployeeID TO HistoryEmployeeID.
           MOVE FromCheckDate TO HistoryCheckDate.
           MOVE LOW-VALUES TO HistorySource.
           START PayHistoryFile KEY IS GREATER THAN OR EQUAL HistoryKey
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ PayHistoryFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   IF HistoryEmployeeID NOT = InquiryEmployeeID
                           OR HistoryCheckDate > ToCheckDate
                       MOVE 'Y' TO EndOfFileSwitch
                   ELSE
                       PERFORM ShowOneHistoryRecord
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PayHistoryFile.
           IF HistoryCount = ZERO
               DISPLAY "No pay history for employee "
                   InquiryEmployeeID " in that date range"
           ELSE
               PERFORM ShowRangeTotals
           END-IF.

       ShowOneHistoryRecord.
           IF NamePrinted = 'N'
               DISPLAY " "
               DISPLAY "Pay history for " HistoryEmployeeID " "
                   HistoryFirstName " " HistoryLastName
               MOVE 'Y' TO NamePrinted
           END-IF.
           IF HistoryFromFinalPay
               MOVE "FINAL PAY" TO SourceText
           ELSE
               MOVE "REGISTER" TO SourceText
           END-IF.
           DISPLAY " ".
           DISPLAY "Check date " HistoryCheckDate "  " SourceText
               "  Period " HistoryPeriodNumber "  Dept "
               HistoryDepartment "  Pay type " HistoryPayType.
           MOVE HistoryGross TO AmountPrint.
           DISPLAY "  Gross pay     " AmountPrint.
           MOVE 1 TO DeductionIdx.
           PERFORM UNTIL DeductionIdx > DeductionCount
               MOVE HistoryDeduction(DeductionIdx) TO AmountPrint
               DISPLAY "  " DeductionName(DeductionIdx) "  "
                   AmountPrint
               ADD HistoryDeduction(DeductionIdx)
                   TO DeductionTotal(DeductionIdx)
               ADD 1 TO DeductionIdx
           END-PERFORM.
           MOVE HistoryNetPay TO AmountPrint.
           DISPLAY "  Net pay       " AmountPrint.
           ADD HistoryGross TO RangeGross.
           ADD HistoryNetPay TO RangeNetPay.
           ADD 1 TO HistoryCount.

       ShowRangeTotals.
           DISPLAY " ".
           DISPLAY "Totals for " HistoryCount " pay run(s) from "
               FromCheckDate " to " ToCheckDate.
           MOVE RangeGross TO AmountPrint.
           DISPLAY "  Gross pay     " AmountPrint.
           MOVE 1 TO DeductionIdx.
           PERFORM UNTIL DeductionIdx > DeductionCount
               MOVE DeductionTotal(DeductionIdx) TO AmountPrint
               DISPLAY "  " DeductionName(DeductionIdx) "  "
                   AmountPrint
               ADD 1 TO DeductionIdx
           END-PERFORM.
           MOVE RangeNetPay TO AmountPrint.
           DISPLAY "  Net pay       " AmountPrint.

       COPY LoadDeductionTableLogic.
