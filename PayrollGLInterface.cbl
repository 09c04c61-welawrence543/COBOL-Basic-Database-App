      ******************************************************************
      * Author:
      * Date:
      * Purpose: General ledger journal interface, run after each
      *          PayPeriodRegister or TerminationFinalPay run so
      *          accounting no longer re-keys paysummary.txt. For the
      *          pay run the operator picks (source and check date, or
      *          the latest run of that source) it adds up the run
      *          from the permanent pay history file and writes a
      *          balanced journal entry file - a salary expense debit
      *          for each department, a liability credit for each
      *          deduction in the standard deduction table and a cash
      *          credit for net pay - through the accounts on
      *          GLAccountFile. The run stops and lists the problems,
      *          writing nothing, if a department or deduction has no
      *          account mapped, if the history does not agree with
      *          the run's control totals, or if debits do not equal
      *          credits. The journal file is named for the run
      *          (gljournal_YYYYMMDD_S.txt) so running it again for
      *          the same run replaces it rather than adding a second
      *          entry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollGLInterface.
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
           SELECT OPTIONAL GLAccountFile
               ASSIGN TO "C:\Users\welaw\glaccount.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLMapKey.
           SELECT JournalFile ASSIGN TO DYNAMIC JournalFileName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PayHistoryFile.
       COPY PayHistoryRecord.

       FD PayRunTotalsFile.
       COPY PayRunTotalsRecord.

       FD GLAccountFile.
       COPY GLAccountRecord.

       FD JournalFile.
       01 JournalRecord.
           02 JournalCheckDate PIC 9(8).
           02 JournalSource PIC X.
           02 JournalLineNumber PIC 9(4).
           02 JournalAccount PIC X(10).
           02 JournalDebitCredit PIC X.
           02 JournalAmount PIC 9(9)V99.
           02 JournalReference PIC X(12).
           02 JournalDescription PIC X(30).

       WORKING-STORAGE SECTION.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 JournalFileName PIC X(60).
       COPY DeductionTableData.
       01 RunSource PIC X.
       01 RunCheckDate PIC 9(8).
       01 RunFound PIC X.
       01 ProblemCount PIC 9(4) VALUE ZERO.
       01 JournalLineCount PIC 9(4) VALUE ZERO.
       01 DeptCount PIC 9(4) VALUE ZERO.
       01 DeptIdx PIC 9(4).
       01 DeptFoundIdx PIC 9(4).
       01 DeptTable.
           02 DeptEntry OCCURS 200 TIMES.
               03 DeptTableCode PIC X(4).
               03 DeptTableGross PIC 9(9)V99.
               03 DeptTableAccount PIC X(10).
       01 DeductionAccounts.
           02 DeductionAccount PIC X(10) OCCURS 5 TIMES.
       01 CashAccount PIC X(10).
       01 HistoryCount PIC 9(5) VALUE ZERO.
       01 HistoryGrossTotal PIC 9(9)V99 VALUE ZERO.
       01 HistoryNetTotal PIC 9(9)V99 VALUE ZERO.
       01 TotalDebits PIC 9(9)V99 VALUE ZERO.
       01 TotalCredits PIC 9(9)V99 VALUE ZERO.
       01 AmountPrint PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       StartPara.
           PERFORM LoadDeductionTable.
           DISPLAY " ".
           DISPLAY "Payroll GL journal interface".
           DISPLAY "Enter run source (R register, F final pay) ".
           ACCEPT RunSource.
           PERFORM UNTIL RunSource = 'R' OR RunSource = 'F'
               DISPLAY "Run source must be R or F"
               DISPLAY "Enter run source (R register, F final pay) "
               ACCEPT RunSource
           END-PERFORM.
           DISPLAY "Enter check date (YYYYMMDD, zeros for the latest"
               " run) ".
           ACCEPT RunCheckDate.
           PERFORM FindPayRun.
           IF RunFound = 'N'
               DISPLAY "No pay run on file for that check date and"
                   " source, no journal written"
               STOP RUN
           END-IF.
           DISPLAY "Journalling run " RunTotalsCheckDate " "
               RunTotalsSource " for pay period "
               RunTotalsPeriodNumber.
           PERFORM AddUpPayHistory.
           PERFORM LookUpAccounts.
           PERFORM CheckJournalBalances.
           IF ProblemCount > ZERO
               DISPLAY " "
               DISPLAY ProblemCount " problem(s) found - journal NOT"
                   " written. Fix them and run the interface again."
               STOP RUN
           END-IF.
           PERFORM WriteJournal.
           DISPLAY " ".
           DISPLAY "GL journal written to " JournalFileName.
           DISPLAY JournalLineCount " journal line(s).".
           MOVE TotalDebits TO AmountPrint.
           DISPLAY "Total debits  " AmountPrint.
           MOVE TotalCredits TO AmountPrint.
           DISPLAY "Total credits " AmountPrint.
           STOP RUN.

       FindPayRun.
           MOVE 'N' TO RunFound.
           OPEN INPUT PayRunTotalsFile.
           IF RunCheckDate NOT = ZERO
               MOVE RunCheckDate TO RunTotalsCheckDate
               MOVE RunSource TO RunTotalsSource
               MOVE 'Y' TO RunFound
               READ PayRunTotalsFile
                   INVALID KEY MOVE 'N' TO RunFound
               END-READ
           ELSE
               PERFORM FindLatestPayRun
           END-IF.
           CLOSE PayRunTotalsFile.

       FindLatestPayRun.
           MOVE 'N' TO EndOfFileSwitch.
           MOVE LOW-VALUES TO RunTotalsKey.
           START PayRunTotalsFile KEY IS GREATER THAN OR EQUAL
                   RunTotalsKey
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ PayRunTotalsFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile AND RunTotalsSource = RunSource
                   MOVE RunTotalsCheckDate TO RunCheckDate
                   MOVE 'Y' TO RunFound
               END-IF
           END-PERFORM.
           IF RunFound = 'Y'
               MOVE RunCheckDate TO RunTotalsCheckDate
               MOVE RunSource TO RunTotalsSource
               READ PayRunTotalsFile
                   INVALID KEY MOVE 'N' TO RunFound
               END-READ
           END-IF.

       AddUpPayHistory.
           MOVE 1 TO DeductionIdx.
           PERFORM UNTIL DeductionIdx > DeductionCount
               MOVE ZERO TO DeductionTotal(DeductionIdx)
               ADD 1 TO DeductionIdx
           END-PERFORM.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT PayHistoryFile.
           MOVE RunTotalsCheckDate TO HistoryRunCheckDate.
           MOVE RunTotalsSource TO HistoryRunSource.
           START PayHistoryFile KEY IS EQUAL TO HistoryRunKey
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ PayHistoryFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   IF HistoryRunCheckDate NOT = RunTotalsCheckDate
                           OR HistoryRunSource NOT = RunTotalsSource
                       MOVE 'Y' TO EndOfFileSwitch
                   ELSE
                       PERFORM AddOneHistoryRecord
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PayHistoryFile.

       AddOneHistoryRecord.
           MOVE ZERO TO DeptFoundIdx.
           MOVE 1 TO DeptIdx.
           PERFORM UNTIL DeptIdx > DeptCount OR DeptFoundIdx > ZERO
               IF DeptTableCode(DeptIdx) = HistoryDepartment
                   MOVE DeptIdx TO DeptFoundIdx
               END-IF
               ADD 1 TO DeptIdx
           END-PERFORM.
           IF DeptFoundIdx = ZERO
               IF DeptCount >= 200
                   DISPLAY "Department table full at "
                       HistoryDepartment
                   ADD 1 TO ProblemCount
               ELSE
                   ADD 1 TO DeptCount
                   MOVE DeptCount TO DeptFoundIdx
                   MOVE HistoryDepartment TO DeptTableCode(DeptCount)
                   MOVE ZERO TO DeptTableGross(DeptCount)
                   MOVE SPACES TO DeptTableAccount(DeptCount)
               END-IF
           END-IF.
           IF DeptFoundIdx > ZERO
               ADD HistoryGross TO DeptTableGross(DeptFoundIdx)
           END-IF.
           MOVE 1 TO DeductionIdx.
           PERFORM UNTIL DeductionIdx > DeductionCount
               ADD HistoryDeduction(DeductionIdx)
                   TO DeductionTotal(DeductionIdx)
               ADD 1 TO DeductionIdx
           END-PERFORM.
           ADD HistoryGross TO HistoryGrossTotal.
           ADD HistoryNetPay TO HistoryNetTotal.
           ADD 1 TO HistoryCount.

       LookUpAccounts.
           OPEN INPUT GLAccountFile.
           MOVE 1 TO DeptIdx.
           PERFORM UNTIL DeptIdx > DeptCount
               MOVE SPACES TO GLMapKey
               MOVE 'D' TO GLMapType
               MOVE DeptTableCode(DeptIdx) TO GLMapCode
               READ GLAccountFile
                   INVALID KEY
                       DISPLAY "Department " DeptTableCode(DeptIdx)
                           " has no salary expense account mapped"
                       ADD 1 TO ProblemCount
                   NOT INVALID KEY
                       MOVE GLAccountNumber TO DeptTableAccount(DeptIdx)
               END-READ
               ADD 1 TO DeptIdx
           END-PERFORM.
           MOVE 1 TO DeductionIdx.
           PERFORM UNTIL DeductionIdx > DeductionCount
               MOVE SPACES TO GLMapKey
               MOVE 'W' TO GLMapType
               MOVE DeductionName(DeductionIdx) TO GLMapCode
               READ GLAccountFile
                   INVALID KEY
                       DISPLAY "Deduction " DeductionName(DeductionIdx)
                           " has no liability account mapped"
                       ADD 1 TO ProblemCount
                   NOT INVALID KEY
                       MOVE GLAccountNumber
                           TO DeductionAccount(DeductionIdx)
               END-READ
               ADD 1 TO DeductionIdx
           END-PERFORM.
           MOVE SPACES TO GLMapKey.
           MOVE 'C' TO GLMapType.
           MOVE "NET PAY" TO GLMapCode.
           READ GLAccountFile
               INVALID KEY
                   DISPLAY "Net pay has no cash account mapped"
                   ADD 1 TO ProblemCount
               NOT INVALID KEY
                   MOVE GLAccountNumber TO CashAccount
           END-READ.
           CLOSE GLAccountFile.

       CheckJournalBalances.
           IF HistoryCount NOT = RunTotalsEmployeeCount
                   OR HistoryGrossTotal NOT = RunTotalsGross
                   OR HistoryNetTotal NOT = RunTotalsNetPay
               DISPLAY "Pay history (" HistoryCount " employees) does"
                   " not agree with the run totals ("
                   RunTotalsEmployeeCount " employees)"
               ADD 1 TO ProblemCount
           END-IF.
           MOVE ZERO TO TotalDebits.
           MOVE 1 TO DeptIdx.
           PERFORM UNTIL DeptIdx > DeptCount
               ADD DeptTableGross(DeptIdx) TO TotalDebits
               ADD 1 TO DeptIdx
           END-PERFORM.
           MOVE HistoryNetTotal TO TotalCredits.
           MOVE 1 TO DeductionIdx.
           PERFORM UNTIL DeductionIdx > DeductionCount
               ADD DeductionTotal(DeductionIdx) TO TotalCredits
               IF DeductionTotal(DeductionIdx)
                       NOT = RunTotalsDeduction(DeductionIdx)
                   DISPLAY "Pay history " DeductionName(DeductionIdx)
                       " does not agree with the run totals"
                   ADD 1 TO ProblemCount
               END-IF
               ADD 1 TO DeductionIdx
           END-PERFORM.
           IF TotalDebits NOT = TotalCredits
               MOVE TotalDebits TO AmountPrint
               DISPLAY "Debits  " AmountPrint
               MOVE TotalCredits TO AmountPrint
               DISPLAY "Credits " AmountPrint
               DISPLAY "Debits do not equal credits"
               ADD 1 TO ProblemCount
           END-IF.

       WriteJournal.
           STRING "C:\Users\welaw\gljournal_" DELIMITED BY SIZE
                   RunTotalsCheckDate DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   RunTotalsSource DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO JournalFileName.
           OPEN OUTPUT JournalFile.
           MOVE 1 TO DeptIdx.
           PERFORM UNTIL DeptIdx > DeptCount
               IF DeptTableGross(DeptIdx) > ZERO
                   MOVE DeptTableAccount(DeptIdx) TO JournalAccount
                   MOVE 'D' TO JournalDebitCredit
                   MOVE DeptTableGross(DeptIdx) TO JournalAmount
                   MOVE DeptTableCode(DeptIdx) TO JournalReference
                   MOVE "SALARY EXPENSE" TO JournalDescription
                   PERFORM WriteJournalLine
               END-IF
               ADD 1 TO DeptIdx
           END-PERFORM.
           MOVE 1 TO DeductionIdx.
           PERFORM UNTIL DeductionIdx > DeductionCount
               IF DeductionTotal(DeductionIdx) > ZERO
                   MOVE DeductionAccount(DeductionIdx) TO JournalAccount
                   MOVE 'C' TO JournalDebitCredit
                   MOVE DeductionTotal(DeductionIdx) TO JournalAmount
                   MOVE DeductionName(DeductionIdx) TO JournalReference
                   MOVE "WITHHOLDING LIABILITY" TO JournalDescription
                   PERFORM WriteJournalLine
               END-IF
               ADD 1 TO DeductionIdx
           END-PERFORM.
           IF HistoryNetTotal > ZERO
               MOVE CashAccount TO JournalAccount
               MOVE 'C' TO JournalDebitCredit
               MOVE HistoryNetTotal TO JournalAmount
               MOVE "NET PAY" TO JournalReference
               MOVE "NET PAY CASH" TO JournalDescription
               PERFORM WriteJournalLine
           END-IF.
           CLOSE JournalFile.

       WriteJournalLine.
           ADD 1 TO JournalLineCount.
           MOVE RunTotalsCheckDate TO JournalCheckDate.
           MOVE RunTotalsSource TO JournalSource.
           MOVE JournalLineCount TO JournalLineNumber.
           WRITE JournalRecord.

       COPY LoadDeductionTableLogic.
