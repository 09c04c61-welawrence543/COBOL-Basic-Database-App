      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly wage and tax report for the quarterly
      *          filings. For a year and quarter the operator keys,
      *          reads every pay run on the permanent pay history file
      *          with a check date in the quarter and prints, by
      *          employee and in total, taxable wages (gross pay - the
      *          standard deductions are all taken from gross) and the
      *          federal tax, state tax, Social Security and Medicare
      *          withheld. The history totals are then balanced
      *          against the control totals on the pay run totals
      *          file for the same check dates, and the report says
      *          in so many words whether the quarter is in balance,
      *          so nobody files from a report that does not agree
      *          with what was actually paid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuarterlyWageReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PayHistoryFile
               ASSIGN TO "C:\Users\welaw\payhistory.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HistoryKey
               ALTERNATE RECORD KEY IS HistoryRunKey WITH DUPLICATES.
           SELECT OPTIONAL PayRunTotalsFile
               ASSIGN TO "C:\Users\welaw\payruntotals.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RunTotalsKey.
           SELECT QuarterReportFile
               ASSIGN TO "C:\Users\welaw\quarterlywages.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PayHistoryFile.
       COPY PayHistoryRecord.

       FD PayRunTotalsFile.
       COPY PayRunTotalsRecord.

       FD QuarterReportFile.
       01 QuarterPrintRecord PIC X(90).

       WORKING-STORAGE SECTION.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 ReportYear PIC 9(4).
       01 ReportQuarter PIC 9.
       01 QuarterStartDate PIC 9(8).
       01 QuarterEndDate PIC 9(8).
       01 TaxIdx PIC 9.
       01 CurrentEmployeeID PIC 9(5) VALUE ZERO.
       01 CurrentFirstName PIC X(15).
       01 CurrentLastName PIC X(15).
       01 EmployeeWages PIC 9(9)V99.
       01 EmployeeTaxes.
           02 EmployeeTax PIC 9(9)V99 OCCURS 4 TIMES.
       01 HistoryWages PIC 9(9)V99 VALUE ZERO.
       01 HistoryTaxes.
           02 HistoryTax PIC 9(9)V99 OCCURS 4 TIMES.
       01 RunWages PIC 9(9)V99 VALUE ZERO.
       01 RunTaxes.
           02 RunTax PIC 9(9)V99 OCCURS 4 TIMES.
       01 DifferenceAmount PIC S9(9)V99.
       01 OutOfBalanceSwitch PIC X VALUE 'N'.
           88 QuarterOutOfBalance VALUE 'Y'.
       01 EmployeeCount PIC 9(5) VALUE ZERO.
       01 HistoryRecordCount PIC 9(6) VALUE ZERO.
       01 RunCount PIC 9(4) VALUE ZERO.
       01 RunEmployeeCount PIC 9(6) VALUE ZERO.
       01 QuarterHeadingLine.
           02 FILLER PIC X(30)
               VALUE "Quarterly wage and tax report ".
           02 HeadingYear PIC 9(4).
           02 FILLER PIC X(2) VALUE " Q".
           02 HeadingQuarter PIC 9.
           02 FILLER PIC X(16) VALUE "   Check dates ".
           02 HeadingStartDate PIC 9(8).
           02 FILLER PIC X(4) VALUE " to ".
           02 HeadingEndDate PIC 9(8).
       01 QuarterColumnLine.
           02 FILLER PIC X(20) VALUE "ID    Name".
           02 FILLER PIC X(28)
               VALUE " Taxable wages   Federal tax".
           02 FILLER PIC X(42)
               VALUE "     State tax  Soc Security      Medicare".
       01 QuarterDetailLine.
           02 QdEmployeeID PIC 9(5).
           02 FILLER PIC X VALUE SPACES.
           02 QdFirstInitial PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 QdLastName PIC X(12).
           02 QdWages PIC ZZZ,ZZZ,ZZ9.99.
           02 QdTax PIC ZZZ,ZZZ,ZZ9.99 OCCURS 4 TIMES.
       01 QuarterTotalLine.
           02 QtLabel PIC X(20).
           02 QtWages PIC ZZZ,ZZZ,ZZ9.99.
           02 QtTax PIC ZZZ,ZZZ,ZZ9.99 OCCURS 4 TIMES.
       01 QuarterDifferenceLine.
           02 QxLabel PIC X(20) VALUE "Difference".
           02 QxWages PIC -ZZ,ZZZ,ZZ9.99.
           02 QxTax PIC -ZZ,ZZZ,ZZ9.99 OCCURS 4 TIMES.
       01 QuarterCountLine.
           02 QcLabel PIC X(20).
           02 QcCount PIC ZZZ,ZZ9.
           02 FILLER PIC X(14) VALUE " employee pays".
       01 QuarterResultLine PIC X(90).
       01 BlankPrintLine PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " ".
           DISPLAY "Quarterly wage and tax report".
           DISPLAY "Enter year (YYYY) ".
           ACCEPT ReportYear.
           PERFORM UNTIL ReportYear > 1900
               DISPLAY "Year must be four digits"
               DISPLAY "Enter year (YYYY) "
               ACCEPT ReportYear
           END-PERFORM.
           DISPLAY "Enter quarter (1-4) ".
           ACCEPT ReportQuarter.
           PERFORM UNTIL ReportQuarter >= 1 AND ReportQuarter <= 4
               DISPLAY "Quarter must be 1, 2, 3 or 4"
               DISPLAY "Enter quarter (1-4) "
               ACCEPT ReportQuarter
           END-PERFORM.
           COMPUTE QuarterStartDate = ReportYear * 10000
               + ((ReportQuarter - 1) * 3 + 1) * 100 + 1.
           COMPUTE QuarterEndDate = ReportYear * 10000
               + ReportQuarter * 3 * 100 + 31.
           MOVE ZERO TO HistoryTaxes.
           MOVE ZERO TO RunTaxes.
           OPEN OUTPUT QuarterReportFile.
           MOVE ReportYear TO HeadingYear.
           MOVE ReportQuarter TO HeadingQuarter.
           MOVE QuarterStartDate TO HeadingStartDate.
           MOVE QuarterEndDate TO HeadingEndDate.
           WRITE QuarterPrintRecord FROM QuarterHeadingLine.
           WRITE QuarterPrintRecord FROM BlankPrintLine.
           WRITE QuarterPrintRecord FROM QuarterColumnLine.
           PERFORM ReportHistory.
           PERFORM AddUpRunTotals.
           PERFORM WriteBalanceSection.
           CLOSE QuarterReportFile.
           DISPLAY " ".
           DISPLAY "Quarterly wage report complete.".
           DISPLAY EmployeeCount " employee(s) on the report.".
           DISPLAY RunCount " pay run(s) in the quarter.".
           IF QuarterOutOfBalance
               DISPLAY "*** History does NOT balance to the run totals"
                   " - see quarterlywages.txt before filing ***"
           ELSE
               DISPLAY "History balances to the run totals."
           END-IF.
           STOP RUN.

       ReportHistory.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT PayHistoryFile.
           MOVE LOW-VALUES TO HistoryKey.
           START PayHistoryFile KEY IS GREATER THAN OR EQUAL HistoryKey
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ PayHistoryFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   AND HistoryCheckDate >= QuarterStartDate
                   AND HistoryCheckDate <= QuarterEndDate
                   PERFORM AddOneHistoryRecord
               END-IF
           END-PERFORM.
           CLOSE PayHistoryFile.
           IF CurrentEmployeeID NOT = ZERO
               PERFORM WriteEmployeeLine
           END-IF.
           WRITE QuarterPrintRecord FROM BlankPrintLine.
           MOVE "Quarter totals" TO QtLabel.
           MOVE HistoryWages TO QtWages.
           MOVE 1 TO TaxIdx.
           PERFORM UNTIL TaxIdx > 4
               MOVE HistoryTax(TaxIdx) TO QtTax(TaxIdx)
               ADD 1 TO TaxIdx
           END-PERFORM.
           WRITE QuarterPrintRecord FROM QuarterTotalLine.

       AddOneHistoryRecord.
           IF HistoryEmployeeID NOT = CurrentEmployeeID
               IF CurrentEmployeeID NOT = ZERO
                   PERFORM WriteEmployeeLine
               END-IF
               MOVE HistoryEmployeeID TO CurrentEmployeeID
               MOVE HistoryFirstName TO CurrentFirstName
               MOVE HistoryLastName TO CurrentLastName
               MOVE ZERO TO EmployeeWages
               MOVE ZERO TO EmployeeTaxes
           END-IF.
           ADD HistoryGross TO EmployeeWages.
           ADD HistoryGross TO HistoryWages.
           MOVE 1 TO TaxIdx.
           PERFORM UNTIL TaxIdx > 4
               ADD HistoryDeduction(TaxIdx) TO EmployeeTax(TaxIdx)
               ADD HistoryDeduction(TaxIdx) TO HistoryTax(TaxIdx)
               ADD 1 TO TaxIdx
           END-PERFORM.
           ADD 1 TO HistoryRecordCount.

       WriteEmployeeLine.
           MOVE CurrentEmployeeID TO QdEmployeeID.
           MOVE CurrentFirstName TO QdFirstInitial.
           MOVE CurrentLastName TO QdLastName.
           MOVE EmployeeWages TO QdWages.
           MOVE 1 TO TaxIdx.
           PERFORM UNTIL TaxIdx > 4
               MOVE EmployeeTax(TaxIdx) TO QdTax(TaxIdx)
               ADD 1 TO TaxIdx
           END-PERFORM.
           WRITE QuarterPrintRecord FROM QuarterDetailLine.
           ADD 1 TO EmployeeCount.

       AddUpRunTotals.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT PayRunTotalsFile.
           MOVE QuarterStartDate TO RunTotalsCheckDate.
           MOVE LOW-VALUES TO RunTotalsSource.
           START PayRunTotalsFile KEY IS GREATER THAN OR EQUAL
                   RunTotalsKey
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ PayRunTotalsFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   IF RunTotalsCheckDate > QuarterEndDate
                       MOVE 'Y' TO EndOfFileSwitch
                   ELSE
                       PERFORM AddOneRunTotal
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PayRunTotalsFile.

       AddOneRunTotal.
           ADD RunTotalsGross TO RunWages.
           MOVE 1 TO TaxIdx.
           PERFORM UNTIL TaxIdx > 4
               ADD RunTotalsDeduction(TaxIdx) TO RunTax(TaxIdx)
               ADD 1 TO TaxIdx
           END-PERFORM.
           ADD RunTotalsEmployeeCount TO RunEmployeeCount.
           ADD 1 TO RunCount.

       WriteBalanceSection.
           WRITE QuarterPrintRecord FROM BlankPrintLine.
           MOVE "Balance to run totals" TO QuarterResultLine.
           WRITE QuarterPrintRecord FROM QuarterResultLine.
           MOVE "Pay history" TO QtLabel.
           MOVE HistoryWages TO QtWages.
           MOVE 1 TO TaxIdx.
           PERFORM UNTIL TaxIdx > 4
               MOVE HistoryTax(TaxIdx) TO QtTax(TaxIdx)
               ADD 1 TO TaxIdx
           END-PERFORM.
           WRITE QuarterPrintRecord FROM QuarterTotalLine.
           MOVE "Run totals" TO QtLabel.
           MOVE RunWages TO QtWages.
           MOVE 1 TO TaxIdx.
           PERFORM UNTIL TaxIdx > 4
               MOVE RunTax(TaxIdx) TO QtTax(TaxIdx)
               ADD 1 TO TaxIdx
           END-PERFORM.
           WRITE QuarterPrintRecord FROM QuarterTotalLine.
           COMPUTE DifferenceAmount = HistoryWages - RunWages.
           IF DifferenceAmount NOT = ZERO
               MOVE 'Y' TO OutOfBalanceSwitch
           END-IF.
           MOVE DifferenceAmount TO QxWages.
           MOVE 1 TO TaxIdx.
           PERFORM UNTIL TaxIdx > 4
               COMPUTE DifferenceAmount =
                   HistoryTax(TaxIdx) - RunTax(TaxIdx)
               IF DifferenceAmount NOT = ZERO
                   MOVE 'Y' TO OutOfBalanceSwitch
               END-IF
               MOVE DifferenceAmount TO QxTax(TaxIdx)
               ADD 1 TO TaxIdx
           END-PERFORM.
           WRITE QuarterPrintRecord FROM QuarterDifferenceLine.
           IF HistoryRecordCount NOT = RunEmployeeCount
               MOVE 'Y' TO OutOfBalanceSwitch
           END-IF.
           MOVE "Pay history" TO QcLabel.
           MOVE HistoryRecordCount TO QcCount.
           WRITE QuarterPrintRecord FROM QuarterCountLine.
           MOVE "Run totals" TO QcLabel.
           MOVE RunEmployeeCount TO QcCount.
           WRITE QuarterPrintRecord FROM QuarterCountLine.
           WRITE QuarterPrintRecord FROM BlankPrintLine.
           IF QuarterOutOfBalance
               MOVE "*** OUT OF BALANCE - DO NOT FILE ***"
                   TO QuarterResultLine
           ELSE
               MOVE "IN BALANCE" TO QuarterResultLine
           END-IF.
           WRITE QuarterPrintRecord FROM QuarterResultLine.
