      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion run for the record layout
      *          expansion that added the last-changed stamp
      *          (timestamp, operator and program) to EmployeeFile
      *          (122 to 168 bytes) and LeaveFile (31 to 77 bytes) for
      *          the lost-update check. Rebuilds both files in the
      *          widened layout, carrying every field forward
      *          unchanged and stamping each record as last changed by
      *          this run at the time it ran, with no operator. The
      *          old-layout data is copied to work files
      *          (employee_stamp_work.txt and leave_stamp_work.txt)
      *          which are left on disk as a fallback. Run once, with
      *          no other program open against either file, then take
      *          a fresh backup - backups written before the
      *          conversion are in the old layout and cannot be
      *          restored by RestoreEmployeeFile.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertChangeStampLayout.
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
               RECORD KEY IS EmployeeID
               ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
           SELECT EmployeeWorkFile
               ASSIGN TO "C:\Users\welaw\employee_stamp_work.txt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OldLeaveFile
               ASSIGN TO "C:\Users\welaw\leave.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldLeaveEmployeeID.
           SELECT OPTIONAL LeaveFile
               ASSIGN TO "C:\Users\welaw\leave.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LeaveEmployeeID.
           SELECT LeaveWorkFile
               ASSIGN TO "C:\Users\welaw\leave_stamp_work.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OldEmployeeFile.
       01 OldEmployeeData.
           02 OldEmployeeID PIC 9(5).
           02 OldFirstName PIC X(15).
           02 OldLastName PIC X(15).
           02 FILLER PIC X(87).

       FD EmployeeFile.
       COPY EmployeeRecord.

       FD EmployeeWorkFile.
       01 EmployeeWorkRecord PIC X(168).

       FD OldLeaveFile.
       01 OldLeaveData.
           02 OldLeaveEmployeeID PIC 9(5).
           02 FILLER PIC X(26).

       FD LeaveFile.
       COPY LeaveRecord.

       FD LeaveWorkFile.
       01 LeaveWorkRecord PIC X(77).

       WORKING-STORAGE SECTION.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 ConvertTimestamp PIC 9(14).
       01 NewEmployeeData.
           02 NewOldPart PIC X(122).
           02 NewLastChangedTimestamp PIC 9(14).
           02 NewLastChangedOperator PIC X(8).
           02 NewLastChangedProgram PIC X(24).
       01 NewLeaveData.
           02 NewLeaveOldPart PIC X(31).
           02 NewLeaveChangedTimestamp PIC 9(14).
           02 NewLeaveChangedOperator PIC X(8).
           02 NewLeaveChangedProgram PIC X(24).
       01 EmployeeReadCount PIC 9(4) VALUE ZERO.
       01 EmployeeWriteCount PIC 9(4) VALUE ZERO.
       01 EmployeeErrorCount PIC 9(4) VALUE ZERO.
       01 LeaveReadCount PIC 9(4) VALUE ZERO.
       01 LeaveWriteCount PIC 9(4) VALUE ZERO.
       01 LeaveErrorCount PIC 9(4) VALUE ZERO.
       01 ConfirmConvert PIC X.

       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " ".
           DISPLAY "Last-changed stamp layout conversion run".
           DISPLAY "EmployeeFile and LeaveFile will be rebuilt with".
           DISPLAY "the last-changed stamp on every record. Run this".
           DISPLAY "once only, with no other program open against".
           DISPLAY "either file, and take a fresh backup afterwards.".
           DISPLAY "Proceed? (Y/N) ".
           ACCEPT ConfirmConvert.
           IF ConfirmConvert NOT = 'Y'
               DISPLAY "Conversion cancelled, files unchanged."
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO ConvertTimestamp
               PERFORM CopyEmployeesToWork
               PERFORM RebuildEmployeeFile
               PERFORM CopyLeaveToWork
               PERFORM RebuildLeaveFile
               DISPLAY " "
               DISPLAY "Conversion complete."
               DISPLAY EmployeeReadCount " employee(s) read."
               DISPLAY EmployeeWriteCount " employee(s) rebuilt."
               IF EmployeeErrorCount > ZERO
                   DISPLAY EmployeeErrorCount
                       " employee(s) could not be written."
               END-IF
               DISPLAY LeaveReadCount " leave balance(s) read."
               DISPLAY LeaveWriteCount " leave balance(s) rebuilt."
               IF LeaveErrorCount > ZERO
                   DISPLAY LeaveErrorCount
                       " leave balance(s) could not be written."
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
                   MOVE ConvertTimestamp TO NewLastChangedTimestamp
                   MOVE SPACES TO NewLastChangedOperator
                   MOVE "ConvertChangeStampLayout"
                       TO NewLastChangedProgram
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
                   MOVE EmployeeWorkRecord TO EmployeeData
                   WRITE EmployeeData
                       INVALID KEY ADD 1 TO EmployeeErrorCount
                       NOT INVALID KEY ADD 1 TO EmployeeWriteCount
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE EmployeeWorkFile.
           CLOSE EmployeeFile.

       CopyLeaveToWork.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT OldLeaveFile.
           OPEN OUTPUT LeaveWorkFile.
           MOVE LOW-VALUES TO OldLeaveEmployeeID.
           START OldLeaveFile KEY IS GREATER THAN OR EQUAL
                   OldLeaveEmployeeID
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ OldLeaveFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   MOVE OldLeaveData TO NewLeaveOldPart
                   MOVE ConvertTimestamp TO NewLeaveChangedTimestamp
                   MOVE SPACES TO NewLeaveChangedOperator
                   MOVE "ConvertChangeStampLayout"
                       TO NewLeaveChangedProgram
                   MOVE NewLeaveData TO LeaveWorkRecord
                   WRITE LeaveWorkRecord
                   ADD 1 TO LeaveReadCount
               END-IF
           END-PERFORM.
           CLOSE OldLeaveFile.
           CLOSE LeaveWorkFile.

       RebuildLeaveFile.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT LeaveWorkFile.
           OPEN OUTPUT LeaveFile.
           PERFORM UNTIL EndOfFile
               READ LeaveWorkFile
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   MOVE LeaveWorkRecord TO LeaveData
                   WRITE LeaveData
                       INVALID KEY ADD 1 TO LeaveErrorCount
                       NOT INVALID KEY ADD 1 TO LeaveWriteCount
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE LeaveWorkFile.
           CLOSE LeaveFile.
