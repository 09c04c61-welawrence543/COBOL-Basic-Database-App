      ******************************************************************
      * EmployeeChangeStampData.cpy
      * Working-storage for EmployeeChangeStampLogic.cpy.
      * EmployeeAsRead holds the EmployeeFile record as this program
      * last read it, laid out field by field so a conflict can be
      * shown as the fields that differ; EmployeeIntended holds the
      * record the program is trying to write while the file copy is
      * re-read for the check. Must stay in step with
      * EmployeeRecord.cpy.
      ******************************************************************
       01 EmployeeAsRead.
           02 ReadEmployeeID PIC 9(5).
           02 ReadFirstName PIC X(15).
           02 ReadLastName PIC X(15).
           02 ReadDepartment PIC X(4).
           02 ReadJob PIC X(4).
           02 ReadJobTitle PIC X(20).
           02 ReadSalary PIC 9(7)V99.
           02 ReadHireDate PIC 9(8).
           02 ReadEmployeeStatus PIC X.
           02 ReadTerminationDate PIC 9(8).
           02 ReadTerminationReason PIC X.
           02 ReadPayType PIC X.
           02 ReadHourlyRate PIC 9(4)V99.
           02 ReadAdjustedServiceDate PIC 9(8).
           02 ReadRehireDate PIC 9(8).
           02 ReadPriorTerminationDate PIC 9(8).
           02 ReadPriorTerminationReason PIC X.
           02 ReadLastChangedTimestamp PIC 9(14).
           02 ReadLastChangedOperator PIC X(8).
           02 ReadLastChangedProgram PIC X(24).
       01 EmployeeIntended PIC X(168).
       01 ConflictFieldCount PIC 99 VALUE ZERO.
