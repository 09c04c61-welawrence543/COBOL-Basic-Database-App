      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lists the refused rewrites on the conflict log - each
      *          time a program found an employee, leave or personal
      *          data record had been changed by another session or
      *          batch run since it read it, and so did not overwrite
      *          it - for a date range the operator keys, with who was
      *          refused, who made the change in between, and counts
      *          by file and by refused program, so we can see how
      *          often sessions collide and where.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConflictLogReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ConflictLogFile
               ASSIGN TO "C:\Users\welaw\conflict.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ConflictLogFile.
       COPY ConflictLogRecord.

       WORKING-STORAGE SECTION.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 FromDate PIC 9(8).
       01 ToDate PIC 9(8).
       01 ConflictDate PIC 9(8).
       01 ConflictCount PIC 9(6) VALUE ZERO.
       01 EmployeeConflictCount PIC 9(6) VALUE ZERO.
       01 LeaveConflictCount PIC 9(6) VALUE ZERO.
       01 PersonalConflictCount PIC 9(6) VALUE ZERO.
       01 ProgramTable.
           02 ProgramEntry OCCURS 50 TIMES.
               03 TableProgram PIC X(24).
               03 TableProgramCount PIC 9(6).
       01 ProgramCount PIC 9(4) VALUE ZERO.
       01 ProgramIdx PIC 9(4).
       01 ProgramFound PIC X.

       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " ".
           DISPLAY "Update conflict report".
           DISPLAY "Enter from date (YYYYMMDD, 0 for all) ".
           ACCEPT FromDate.
           DISPLAY "Enter to date (YYYYMMDD, 0 for today) ".
           ACCEPT ToDate.
           IF ToDate = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO ToDate
           END-IF.
           DISPLAY " ".
           DISPLAY "When            File     ID    Refused program"
               "          Operator  Changed by".
           OPEN INPUT ConflictLogFile.
           PERFORM UNTIL EndOfFile
               READ ConflictLogFile
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   MOVE ConflictTimestamp(1:8) TO ConflictDate
                   IF ConflictDate >= FromDate
                           AND ConflictDate <= ToDate
                       PERFORM ListOneConflict
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ConflictLogFile.
           DISPLAY " ".
           DISPLAY ConflictCount " conflict(s) from " FromDate
               " to " ToDate.
           DISPLAY EmployeeConflictCount " on employee records.".
           DISPLAY LeaveConflictCount " on leave balances.".
           DISPLAY PersonalConflictCount " on personal data.".
           IF ProgramCount > ZERO
               DISPLAY " "
               DISPLAY "Refused program            Conflicts"
               MOVE 1 TO ProgramIdx
               PERFORM UNTIL ProgramIdx > ProgramCount
                   DISPLAY TableProgram(ProgramIdx) "   "
                       TableProgramCount(ProgramIdx)
                   ADD 1 TO ProgramIdx
               END-PERFORM
           END-IF.
           STOP RUN.

       ListOneConflict.
           DISPLAY ConflictTimestamp "  " ConflictFile " "
               ConflictEmployeeID " " ConflictProgram " "
               ConflictOperatorID "  " ConflictChangedOperator.
           DISPLAY "                         changed in "
               ConflictChangedProgram " at " ConflictChangedTimestamp.
           ADD 1 TO ConflictCount.
           EVALUATE TRUE
               WHEN ConflictOnEmployee
                   ADD 1 TO EmployeeConflictCount
               WHEN ConflictOnPersonal
                   ADD 1 TO PersonalConflictCount
               WHEN OTHER
                   ADD 1 TO LeaveConflictCount
           END-EVALUATE.
           PERFORM CountByProgram.

       CountByProgram.
           MOVE 'N' TO ProgramFound.
           MOVE 1 TO ProgramIdx.
           PERFORM UNTIL ProgramIdx > ProgramCount
                   OR ProgramFound = 'Y'
               IF TableProgram(ProgramIdx) = ConflictProgram
                   ADD 1 TO TableProgramCount(ProgramIdx)
                   MOVE 'Y' TO ProgramFound
               END-IF
               ADD 1 TO ProgramIdx
           END-PERFORM.
           IF ProgramFound = 'N' AND ProgramCount < 50
               ADD 1 TO ProgramCount
               MOVE ConflictProgram TO TableProgram(ProgramCount)
               MOVE 1 TO TableProgramCount(ProgramCount)
           END-IF.
