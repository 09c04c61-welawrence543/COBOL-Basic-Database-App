      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the GLAccountFile mapping that
      *          PayrollGLInterface journals each pay run through:
      *          a salary expense account for each department code
      *          (checked against DepartmentFile), a withholding
      *          liability account for each deduction in the standard
      *          deduction table, and the cash account net pay is
      *          paid from. Adding a mapping that already exists
      *          changes its account. A check option lists every
      *          department and deduction that still has no account,
      *          so gaps can be filled before payday instead of
      *          stopping the journal run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintainGLAccountFile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLAccountFile
               ASSIGN TO "C:\Users\welaw\glaccount.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLMapKey.
           SELECT DepartmentFile ASSIGN TO "C:\Users\welaw\dept.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DepartmentCode.
           SELECT OperatorFile ASSIGN TO "C:\Users\welaw\opmaster.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OperatorID.
           SELECT OPTIONAL SecurityLogFile
               ASSIGN TO "C:\Users\welaw\securitylog.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GLAccountFile.
       COPY GLAccountRecord.

       FD DepartmentFile.
       COPY DepartmentRecord.

       FD OperatorFile.
       COPY OperatorRecord.

       FD SecurityLogFile.
       COPY SecurityLogRecord.

       WORKING-STORAGE SECTION.
       01 UserInput PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 MappingExists PIC X.
       01 MappingValid PIC X.
       01 DeductionChoice PIC 9.
       01 NewAccountNumber PIC X(10).
       01 NewAccountDescription PIC X(30).
       01 UnmappedCount PIC 9(4).
       COPY DeductionTableData.
       COPY OperatorSignOnData.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "MaintainGLAccountFile" TO SignOnProgramName.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN
           END-IF.
           PERFORM LoadDeductionTable.
           OPEN I-O GLAccountFile.
           PERFORM UNTIL StayOpen='N'
               DISPLAY " "
               DISPLAY "GL Account Mapping Maintenance"
               DISPLAY "1 to map a department to a salary expense"
                   " account"
               DISPLAY "2 to map a deduction to a liability account"
               DISPLAY "3 to map the net pay cash account"
               DISPLAY "4 to list mappings"
               DISPLAY "5 to check for unmapped departments and"
                   " deductions"
               DISPLAY "0 to exit program"
               DISPLAY " "
               ACCEPT UserInput
               EVALUATE UserInput
                   WHEN 1 PERFORM MapDepartment
                   WHEN 2 PERFORM MapDeduction
                   WHEN 3 PERFORM MapCashAccount
                   WHEN 4 PERFORM ListMappings
                   WHEN 5 PERFORM CheckUnmapped
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE GLAccountFile.
           STOP RUN.

       MapDepartment.
           MOVE 'Y' TO MappingValid.
           DISPLAY " ".
           DISPLAY "Enter department code ".
           MOVE SPACES TO DepartmentCode.
           ACCEPT DepartmentCode.
           OPEN INPUT DepartmentFile.
           READ DepartmentFile
               INVALID KEY MOVE 'N' TO MappingValid
           END-READ.
           CLOSE DepartmentFile.
           IF MappingValid = 'N'
               DISPLAY "Department code not on the department file"
           ELSE
               MOVE SPACES TO GLMapKey
               MOVE 'D' TO GLMapType
               MOVE DepartmentCode TO GLMapCode
               PERFORM SaveMapping
           END-IF.

       MapDeduction.
           DISPLAY " ".
           MOVE 1 TO DeductionIdx.
           PERFORM UNTIL DeductionIdx > DeductionCount
               DISPLAY DeductionIdx(4:1) " " DeductionName(DeductionIdx)
               ADD 1 TO DeductionIdx
           END-PERFORM.
           DISPLAY "Enter deduction number ".
           ACCEPT DeductionChoice.
           IF DeductionChoice < 1 OR DeductionChoice > DeductionCount
               DISPLAY "Deduction number must be 1 to " DeductionCount
           ELSE
               MOVE SPACES TO GLMapKey
               MOVE 'W' TO GLMapType
               MOVE DeductionName(DeductionChoice) TO GLMapCode
               PERFORM SaveMapping
           END-IF.

       MapCashAccount.
           DISPLAY " ".
           MOVE SPACES TO GLMapKey.
           MOVE 'C' TO GLMapType.
           MOVE "NET PAY" TO GLMapCode.
           PERFORM SaveMapping.

       SaveMapping.
           MOVE 'Y' TO MappingExists.
           READ GLAccountFile
               INVALID KEY MOVE 'N' TO MappingExists
           END-READ.
           IF MappingExists = 'Y'
               DISPLAY "Currently mapped to " GLAccountNumber " "
                   GLAccountDescription
           END-IF.
           DISPLAY "Enter GL account number ".
           MOVE SPACES TO NewAccountNumber.
           ACCEPT NewAccountNumber.
           PERFORM UNTIL NewAccountNumber NOT = SPACES
               DISPLAY "GL account number cannot be blank"
               DISPLAY "Enter GL account number "
               ACCEPT NewAccountNumber
           END-PERFORM.
           DISPLAY "Enter account description ".
           MOVE SPACES TO NewAccountDescription.
           ACCEPT NewAccountDescription.
           MOVE NewAccountNumber TO GLAccountNumber.
           MOVE NewAccountDescription TO GLAccountDescription.
           IF MappingExists = 'Y'
               REWRITE GLAccountData
                   INVALID KEY DISPLAY "Mapping not changed"
                   NOT INVALID KEY DISPLAY "Mapping changed"
               END-REWRITE
           ELSE
               WRITE GLAccountData
                   INVALID KEY DISPLAY "Mapping not added"
                   NOT INVALID KEY DISPLAY "Mapping added"
               END-WRITE
           END-IF.

       ListMappings.
           MOVE 'N' TO EndOfFileSwitch.
           MOVE LOW-VALUES TO GLMapKey.
           DISPLAY " ".
           DISPLAY "Type  Code          Account     Description".
           START GLAccountFile KEY IS GREATER THAN OR EQUAL GLMapKey
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ GLAccountFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   DISPLAY GLMapType "     " GLMapCode "  "
                       GLAccountNumber "  " GLAccountDescription
               END-IF
           END-PERFORM.

       CheckUnmapped.
           MOVE ZERO TO UnmappedCount.
           DISPLAY " ".
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT DepartmentFile.
           MOVE LOW-VALUES TO DepartmentCode.
           START DepartmentFile KEY IS GREATER THAN OR EQUAL
                   DepartmentCode
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ DepartmentFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   MOVE SPACES TO GLMapKey
                   MOVE 'D' TO GLMapType
                   MOVE DepartmentCode TO GLMapCode
                   READ GLAccountFile
                       INVALID KEY
                           DISPLAY "Department " DepartmentCode " "
                               DepartmentName " has no expense account"
                           ADD 1 TO UnmappedCount
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE DepartmentFile.
           MOVE 1 TO DeductionIdx.
           PERFORM UNTIL DeductionIdx > DeductionCount
               MOVE SPACES TO GLMapKey
               MOVE 'W' TO GLMapType
               MOVE DeductionName(DeductionIdx) TO GLMapCode
               READ GLAccountFile
                   INVALID KEY
                       DISPLAY "Deduction " DeductionName(DeductionIdx)
                           " has no liability account"
                       ADD 1 TO UnmappedCount
               END-READ
               ADD 1 TO DeductionIdx
           END-PERFORM.
           MOVE SPACES TO GLMapKey.
           MOVE 'C' TO GLMapType.
           MOVE "NET PAY" TO GLMapCode.
           READ GLAccountFile
               INVALID KEY
                   DISPLAY "Net pay has no cash account"
                   ADD 1 TO UnmappedCount
           END-READ.
           IF UnmappedCount = ZERO
               DISPLAY "Every department and deduction is mapped"
           ELSE
               DISPLAY UnmappedCount " mapping(s) missing"
           END-IF.

       COPY LoadDeductionTableLogic.

       COPY OperatorSignOnLogic.
