      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion run for the record layout
      *          expansion that added the adjusted service date, the
      *          rehire date and the prior termination date and
      *          reason to EmployeeFile (97 to 122 bytes) for rehire
      *          processing. Rebuilds the file in the widened layout,
      *          carrying every field forward unchanged with service
      *          counted from HireDate and no rehire history. The
      *          old-layout data is copied to a work file
      *          (employee_rehire_work.txt) which is left on disk as a
      *          fallback. Run once, with no other program open
      *          against the file, then take a fresh backup - backups
      *          written before the conversion are in the old layout
      *          and cannot be restored by RestoreEmployeeFile. The
      *          file is written in the 122-byte layout of this step,
      *          not the current EmployeeRecord; run it after
      *          ConvertHourlyPayLayout and before
      *          ConvertChangeStampLayout.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertRehireLayout.
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
               ASSIGN TO "C:\Users\welaw\employee_rehire_work.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OldEmployeeFile.
       01 OldEmployeeData.
           02 OldEmployeeID PIC 9(5).
           02 OldFirstName PIC X(15).
           02 OldLastName PIC X(15).
           02 FILLER PIC X(37).
           02 OldHireDate PIC 9(8).
           02 FILLER PIC X(17).

       FD EmployeeFile.
       01 ConvertedEmployeeData.
           02 ConvertedEmployeeID PIC 9(5).
           02 FILLER PIC X(15).
           02 ConvertedLastName PIC X(15).
           02 FILLER PIC X(87).

       FD EmployeeWorkFile.
       01 EmployeeWorkRecord PIC X(122).

       WORKING-STORAGE SECTION.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 NewEmployeeData.
           02 NewOldPart PIC X(97).
           02 NewAdjustedServiceDate PIC 9(8).
           02 NewRehireDate PIC 9(8).
           02 NewPriorTerminationDate PIC 9(8).
           02 NewPriorTerminationReason PIC X.
       01 EmployeeReadCount PIC 9(4) VALUE ZERO.
       01 EmployeeWriteCount PIC 9(4) VALUE ZERO.
       01 EmployeeErrorCount PIC 9(4) VALUE ZERO.
       01 ConfirmConvert PIC X.

       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " ".
           DISPLAY "Rehire layout conversion run".
           DISPLAY "EmployeeFile will be rebuilt with the adjusted".
           DISPLAY "service date and rehire fields, service counting".
           DISPLAY "from the hire date. Run this once only, with no".
           DISPLAY "other program open against the file, and take a".
           DISPLAY "fresh backup afterwards.".
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
                   MOVE OldEmployeeData TO NewOldPart
                   MOVE OldHireDate TO NewAdjustedServiceDate
                   MOVE ZERO TO NewRehireDate
                   MOVE ZERO TO NewPriorTerminationDate
                   MOVE SPACE TO NewPriorTerminationReason
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
