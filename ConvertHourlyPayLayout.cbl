      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion run for the record layout
      *          expansion that added the pay type and hourly rate to
      *          EmployeeFile (90 to 97 bytes). Rebuilds the file in
      *          the widened layout, carrying every field forward
      *          unchanged and marking every existing employee as
      *          salaried (pay type S) with a zero hourly rate; hourly
      *          staff are then switched over through the maintenance
      *          menu. The old-layout data is copied to a work file
      *          (employee_hourly_work.txt) which is left on disk as a
      *          fallback. Run once, with no other program open
      *          against the file, then take a fresh backup - backups
      *          written before the conversion are in the old layout
      *          and cannot be restored by RestoreEmployeeFile. The
      *          file is written in the 97-byte layout of this step,
      *          not the current EmployeeRecord; run ConvertRehireLayout
      *          and then ConvertChangeStampLayout after it to bring it
      *          up to date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertHourlyPayLayout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldEmployeeFile
               ASSIGN TO "C:\Users\welaw\employee.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldEmployeeID
               ALTERNATE RECORD KEY IS OldLastName WITH DUPLICATES.
           SELECT EmployeeFile ASSIGN TO "C:\Users\welaw\employee.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ConvertedEmployeeID
               ALTERNATE RECORD KEY IS ConvertedLastName
                   WITH DUPLICATES.
           SELECT EmployeeWorkFile
               ASSIGN TO "C:\Users\welaw\employee_hourly_work.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OldEmployeeFile.
       01 OldEmployeeData.
           02 OldEmployeeID PIC 9(5).
           02 OldFirstName PIC X(15).
           02 OldLastName PIC X(15).
           02 OldDepartment PIC X(4).
           02 OldJob PIC X(4).
           02 OldJobTitle PIC X(20).
           02 OldSalary PIC 9(7)V99.
           02 OldHireDate PIC 9(8).
           02 OldEmployeeStatus PIC X.
           02 OldTerminationDate PIC 9(8).
           02 OldTerminationReason PIC X.

       FD EmployeeFile.
       01 ConvertedEmployeeData.
           02 ConvertedEmployeeID PIC 9(5).
           02 FILLER PIC X(15).
           02 ConvertedLastName PIC X(15).
           02 FILLER PIC X(62).

       FD EmployeeWorkFile.
       01 EmployeeWorkRecord PIC X(97).

       WORKING-STORAGE SECTION.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 NewEmployeeData.
           02 NewEmployeeID PIC 9(5).
           02 NewFirstName PIC X(15).
           02 NewLastName PIC X(15).
           02 NewDepartment PIC X(4).
           02 NewJob PIC X(4).
           02 NewJobTitle PIC X(20).
           02 NewSalary PIC 9(7)V99.
           02 NewHireDate PIC 9(8).
           02 NewEmployeeStatus PIC X.
           02 NewTerminationDate PIC 9(8).
           02 NewTerminationReason PIC X.
           02 NewPayType PIC X.
           02 NewHourlyRate PIC 9(4)V99.
       01 EmployeeReadCount PIC 9(4) VALUE ZERO.
       01 EmployeeWriteCount PIC 9(4) VALUE ZERO.
       01 EmployeeErrorCount PIC 9(4) VALUE ZERO.
       01 ConfirmConvert PIC X.

       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " ".
           DISPLAY "Hourly pay layout conversion run".
           DISPLAY "EmployeeFile will be rebuilt with the pay type and".
           DISPLAY "hourly rate, every employee starting as salaried.".
           DISPLAY "Run this once only, with no other program open".
           DISPLAY "against the file, and take a fresh backup".
           DISPLAY "afterwards.".
           DISPLAY "Proceed? (Y/N) ".
           ACCEPT ConfirmConvert.
           IF ConfirmConvert NOT = 'Y'
               DISPLAY "Conversion cancelled, file unchanged."
           ELSE
               PERFORM CopyEmployeesToWork
               PERFORM RebuildEmployeeFile
               DISPLAY " "
               DISPLAY "Conversion complete."
               DISPLAY EmployeeReadCount " employee(s) read."
               DISPLAY EmployeeWriteCount " employee(s) rebuilt."
               IF EmployeeErrorCount > ZERO
                   DISPLAY EmployeeErrorCount
                       " employee(s) could not be written."
               END-IF
           END-IF.
           STOP RUN.

       CopyEmployeesToWork.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT OldEmployeeFile.
           OPEN OUTPUT EmployeeWorkFile.
           MOVE LOW-VALUES TO OldEmployeeID.
           START OldEmployeeFile KEY IS GREATER THAN OR EQUAL
                   OldEmployeeID
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ OldEmployeeFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   MOVE OldEmployeeID TO NewEmployeeID
                   MOVE OldFirstName TO NewFirstName
                   MOVE OldLastName TO NewLastName
                   MOVE OldDepartment TO NewDepartment
                   MOVE OldJob TO NewJob
                   MOVE OldJobTitle TO NewJobTitle
                   MOVE OldSalary TO NewSalary
                   MOVE OldHireDate TO NewHireDate
                   MOVE OldEmployeeStatus TO NewEmployeeStatus
                   MOVE OldTerminationDate TO NewTerminationDate
                   MOVE OldTerminationReason TO NewTerminationReason
                   MOVE 'S' TO NewPayType
                   MOVE ZERO TO NewHourlyRate
                   MOVE NewEmployeeData TO EmployeeWorkRecord
                   WRITE EmployeeWorkRecord
                   ADD 1 TO EmployeeReadCount
               END-IF
           END-PERFORM.
           CLOSE OldEmployeeFile.
           CLOSE EmployeeWorkFile.

       RebuildEmployeeFile.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT EmployeeWorkFile.
           OPEN OUTPUT EmployeeFile.
           PERFORM UNTIL EndOfFile
               READ EmployeeWorkFile
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   MOVE EmployeeWorkRecord TO ConvertedEmployeeData
                   WRITE ConvertedEmployeeData
                       INVALID KEY ADD 1 TO EmployeeErrorCount
                       NOT INVALID KEY ADD 1 TO EmployeeWriteCount
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE EmployeeWorkFile.
           CLOSE EmployeeFile.
