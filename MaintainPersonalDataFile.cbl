      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the PersonalDataFile master (add/change/view
      *          /list SSN, date of birth and mailing address per
      *          employee) that NewHireStateReport reads to build the
      *          state new-hire reporting file. The employee must be on
      *          EmployeeFile. The SSN is never shown in full - only
      *          the last four digits. Anything not known yet can be
      *          left zero or blank and is listed by the new-hire run
      *          until it is supplied, but a value that is keyed must
      *          pass the same checks the new-hire run applies before
      *          it is saved. Operators sign on, every write is
      *          stamped, and a change is refused (and logged on the
      *          conflict log) if the new-hire run or another session
      *          changed the record since it was read, so the operator
      *          can start over. PersonalDataFile is indexed, so this
      *          is the only way to seed or grow it - there is no way
      *          to hand-edit it outside a COBOL program.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintainPersonalDataFile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PersonalDataFile
               ASSIGN TO "C:\Users\welaw\personal.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PersonalEmployeeID.
           SELECT EmployeeFile ASSIGN TO "C:\Users\welaw\employee.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EmployeeID
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
           SELECT OperatorFile ASSIGN TO "C:\Users\welaw\opmaster.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OperatorID.
           SELECT OPTIONAL SecurityLogFile
               ASSIGN TO "C:\Users\welaw\securitylog.txt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ConflictLogFile
               ASSIGN TO "C:\Users\welaw\conflict.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PersonalDataFile.
       COPY PersonalDataRecord.

       FD EmployeeFile.
       COPY EmployeeRecord.

       FD OperatorFile.
       COPY OperatorRecord.

       FD SecurityLogFile.
       COPY SecurityLogRecord.

       FD ConflictLogFile.
       COPY ConflictLogRecord.

       WORKING-STORAGE SECTION.
       01 UserInput PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 DetailsExist PIC X.
       01 EmployeeExists PIC X.
       01 ChangeEmployeeID PIC 9(5).
       01 KeyedSSN PIC 9(9).
       01 StartOver PIC X.
       01 PersonalAsRead PIC X(175).
       01 PersonalIntended PIC X(175).
       01 PersonalWriteSwitch PIC X.
           88 PersonalWriteOK VALUE 'Y'.
           88 PersonalWriteConflict VALUE 'C'.
           88 PersonalWriteFailed VALUE 'N'.
       COPY OperatorSignOnData.
       COPY ChangeStampData.
       COPY PersonalDataData.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "MaintainPersonalDataFile" TO StampProgramName.
           MOVE "MaintainPersonalDataFile" TO SignOnProgramName.
           PERFORM OperatorSignOn.
           IF NOT OperatorSignedOn
               STOP RUN
           END-IF.
           OPEN INPUT EmployeeFile.
           OPEN I-O PersonalDataFile.
           PERFORM UNTIL StayOpen='N'
               DISPLAY " "
               DISPLAY "Personal Data File Maintenance"
               DISPLAY "1 to add personal data"
               DISPLAY "2 to change personal data"
               DISPLAY "3 to view personal data"
               DISPLAY "4 to list personal data"
               DISPLAY "0 to exit program"
               DISPLAY " "
               ACCEPT UserInput
               EVALUATE UserInput
                   WHEN 1 PERFORM AddPersonalData
                   WHEN 2 PERFORM ChangePersonalData
                   WHEN 3 PERFORM ViewPersonalData
                   WHEN 4 PERFORM ListPersonalData
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE PersonalDataFile.
           CLOSE EmployeeFile.
           STOP RUN.

       AddPersonalData.
           DISPLAY " "
           DISPLAY "Enter employee ID ".
           ACCEPT PersonalEmployeeID.
           PERFORM FindEmployee.
           IF EmployeeExists='N'
               DISPLAY "Employee not on file"
           ELSE
               MOVE 'Y' TO DetailsExist
               READ PersonalDataFile
                   INVALID KEY MOVE 'N' TO DetailsExist
               END-READ
               IF DetailsExist='Y'
                   DISPLAY "Personal data already on file for that"
                       " employee, use change"
               ELSE
                   DISPLAY "Employee " FirstName " " LastName
                   MOVE EmployeeID TO PersonalEmployeeID
                   MOVE ZERO TO PersonalSSN
                   MOVE ZERO TO PersonalBirthDate
                   MOVE SPACES TO PersonalAddressLine1
                   MOVE SPACES TO PersonalAddressLine2
                   MOVE SPACES TO PersonalCity
                   MOVE SPACES TO PersonalState
                   MOVE SPACES TO PersonalZipCode
                   MOVE SPACES TO PersonalZipExtension
                   MOVE ZERO TO PersonalReportedHireDate
                   MOVE ZERO TO PersonalReportedDate
                   PERFORM AcceptCheckedPersonalFields
                   PERFORM StampPersonalRecord
                   WRITE PersonalData
                       INVALID KEY
                           DISPLAY "Personal data not added"
                       NOT INVALID KEY
                           DISPLAY "Personal data added"
                   END-WRITE
               END-IF
           END-IF.

       ChangePersonalData.
           DISPLAY " "
           DISPLAY "Enter employee ID ".
           ACCEPT ChangeEmployeeID.
           MOVE 'Y' TO StartOver.
           PERFORM UNTIL StartOver NOT = 'Y'
               MOVE 'N' TO StartOver
               PERFORM ChangePersonalDataOnce
           END-PERFORM.

       ChangePersonalDataOnce.
           MOVE 'Y' TO DetailsExist.
           MOVE ChangeEmployeeID TO PersonalEmployeeID.
           READ PersonalDataFile
               INVALID KEY MOVE 'N' TO DetailsExist
           END-READ.
           IF DetailsExist='N'
               DISPLAY "No personal data on file for that employee"
           ELSE
               MOVE PersonalData TO PersonalAsRead
               PERFORM FindEmployee
               PERFORM ShowPersonalData
               PERFORM AcceptCheckedPersonalFields
               PERFORM RewritePersonalChecked
               EVALUATE TRUE
                   WHEN PersonalWriteOK
                       DISPLAY "Personal data changed"
                   WHEN PersonalWriteConflict
                       DISPLAY "Personal data NOT changed - it was"
                           " changed by " PersonalLastChangedOperator
                           " in " PersonalLastChangedProgram
                       DISPLAY "since you read it."
                       DISPLAY "Start over with the record as it is"
                           " now? (Y/N) "
                       ACCEPT StartOver
                   WHEN OTHER
                       DISPLAY "Personal data not changed"
               END-EVALUATE
           END-IF.

      * Re-reads the record before rewriting it and refuses if it no
      * longer matches the copy read at the start of the change.
       RewritePersonalChecked.
           MOVE PersonalData TO PersonalIntended.
           MOVE 'Y' TO DetailsExist.
           READ PersonalDataFile
               INVALID KEY MOVE 'N' TO DetailsExist
           END-READ.
           IF DetailsExist='N'
               MOVE 'N' TO PersonalWriteSwitch
           ELSE IF PersonalData NOT = PersonalAsRead
               MOVE 'C' TO PersonalWriteSwitch
               MOVE "PERSONAL" TO ConflictFile
               MOVE PersonalEmployeeID TO ConflictEmployeeID
               MOVE PersonalLastChangedTimestamp
                   TO ConflictChangedTimestamp
               MOVE PersonalLastChangedOperator
                   TO ConflictChangedOperator
               MOVE PersonalLastChangedProgram
                   TO ConflictChangedProgram
               PERFORM WriteConflictLog
           ELSE
               MOVE PersonalIntended TO PersonalData
               PERFORM StampPersonalRecord
               REWRITE PersonalData
                   INVALID KEY MOVE 'N' TO PersonalWriteSwitch
                   NOT INVALID KEY MOVE 'Y' TO PersonalWriteSwitch
               END-REWRITE.

       ViewPersonalData.
           MOVE 'Y' TO DetailsExist.
           DISPLAY " "
           DISPLAY "Enter employee ID ".
           ACCEPT PersonalEmployeeID.
           READ PersonalDataFile
               INVALID KEY MOVE 'N' TO DetailsExist
           END-READ.
           IF DetailsExist='N'
               DISPLAY "No personal data on file for that employee"
           ELSE
               PERFORM FindEmployee
               PERFORM ShowPersonalData
           END-IF.

       FindEmployee.
           MOVE 'Y' TO EmployeeExists.
           MOVE PersonalEmployeeID TO EmployeeID.
           READ EmployeeFile
               INVALID KEY MOVE 'N' TO EmployeeExists
           END-READ.
           IF EmployeeExists='N'
               MOVE SPACES TO FirstName
               MOVE "(not on EmployeeFile)" TO LastName
               MOVE ZERO TO HireDate
               MOVE ZERO TO RehireDate
           END-IF.

       ShowPersonalData.
           PERFORM MaskPersonalSSN.
           DISPLAY " ".
           DISPLAY "Employee      " PersonalEmployeeID " " FirstName
               " " LastName.
           DISPLAY "SSN           " MaskedSSN.
           DISPLAY "Date of birth " PersonalBirthDate.
           DISPLAY "Address       " PersonalAddressLine1.
           DISPLAY "              " PersonalAddressLine2.
           DISPLAY "              " PersonalCity " " PersonalState
               " " PersonalZipCode " " PersonalZipExtension.
           IF PersonalReportedDate = ZERO
               DISPLAY "Not yet reported to the state"
           ELSE
               DISPLAY "Hire of " PersonalReportedHireDate
                   " reported to the state on " PersonalReportedDate
           END-IF.

      * Keyed values must pass the new-hire checks; items not known
      * yet may be left zero or blank.
       AcceptCheckedPersonalFields.
           IF RehireDate > ZERO
               MOVE RehireDate TO PersonalCheckHireDate
           ELSE
               MOVE HireDate TO PersonalCheckHireDate
           END-IF.
           PERFORM AcceptPersonalFields.
           PERFORM CheckPersonalData.
           PERFORM UNTIL PersonalInvalidCount = ZERO
               DISPLAY " "
               PERFORM ShowPersonalProblems
               DISPLAY "Please correct and re-enter"
               PERFORM AcceptPersonalFields
               PERFORM CheckPersonalData
           END-PERFORM.
           IF PersonalMissingCount > ZERO
               DISPLAY " "
               DISPLAY "Still to be supplied before the employee can"
                   " be reported to the state:"
               PERFORM ShowPersonalProblems
           END-IF.

       ShowPersonalProblems.
           MOVE 1 TO PersonalProblemIdx.
           PERFORM UNTIL PersonalProblemIdx > PersonalProblemCount
                   OR PersonalProblemIdx > 9
               DISPLAY "  " PersonalProblemText(PersonalProblemIdx)
               ADD 1 TO PersonalProblemIdx
           END-PERFORM.

       AcceptPersonalFields.
           PERFORM MaskPersonalSSN.
           DISPLAY "SSN on file " MaskedSSN.
           DISPLAY "Enter SSN (9 digits, no dashes, 0 to leave as is) ".
           ACCEPT KeyedSSN.
           IF KeyedSSN NOT = ZERO
               MOVE KeyedSSN TO PersonalSSN
           END-IF.
           MOVE ZERO TO KeyedSSN.
           DISPLAY "Enter date of birth (YYYYMMDD, 0 if not known) ".
           ACCEPT PersonalBirthDate.
           DISPLAY "Enter street address ".
           ACCEPT PersonalAddressLine1.
           DISPLAY "Enter second address line (may be blank) ".
           ACCEPT PersonalAddressLine2.
           DISPLAY "Enter city ".
           ACCEPT PersonalCity.
           DISPLAY "Enter state (2-letter code) ".
           ACCEPT PersonalState.
           MOVE FUNCTION UPPER-CASE(PersonalState) TO PersonalState.
           DISPLAY "Enter ZIP code (5 digits) ".
           ACCEPT PersonalZipCode.
           DISPLAY "Enter ZIP+4 extension (4 digits, may be blank) ".
           ACCEPT PersonalZipExtension.

       ListPersonalData.
           MOVE 'N' TO EndOfFileSwitch.
           MOVE LOW-VALUES TO PersonalEmployeeID.
           DISPLAY " ".
           DISPLAY "EmployeeID  SSN          City                 St"
               " Reported".
           START PersonalDataFile KEY IS GREATER THAN OR EQUAL
                   PersonalEmployeeID
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ PersonalDataFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   PERFORM MaskPersonalSSN
                   DISPLAY PersonalEmployeeID "       " MaskedSSN
                       "  " PersonalCity " " PersonalState " "
                       PersonalReportedDate
               END-IF
           END-PERFORM.

       COPY OperatorSignOnLogic.
       COPY ChangeStampLogic.
       COPY PersonalDataLogic.
