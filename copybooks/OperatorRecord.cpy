      ******************************************************************
      * OperatorRecord.cpy
      * Record layout for OperatorFile, the master list of operators
      * allowed to sign on to the programs that write the employee,
      * leave, personal data and pay masters (see
      * OperatorSignOnLogic.cpy). The authorization level gates the
      * sensitive runs: level 2 (supervisor) is required to terminate
      * or rehire employees, run the merit-increase batch, roll
      * EmployeeFile forward from the change journal, and maintain
      * this file. Maintained by MaintainOperatorFile.
      * The password is never held in clear - only a hash of it
      * salted with the operator ID (see HashOperatorPassword in
      * OperatorSignOnLogic.cpy). A zero password date means the
      * password was set by a supervisor and must be changed at the
      * next sign-on. The ID is locked after repeated failed sign-ons
      * and stays locked until a supervisor unlocks it.
      ******************************************************************
       01 OperatorData.
           02 OperatorID PIC X(8).
           02 OperatorAuthLevel PIC 9.
               88 OperatorStandard VALUE 1.
               88 OperatorSupervisor VALUE 2.
           02 OperatorPasswordHash PIC 9(12).
           02 OperatorPasswordDate PIC 9(8).
           02 OperatorFailedCount PIC 9.
           02 OperatorLockSwitch PIC X.
               88 OperatorLocked VALUE 'Y'.
               88 OperatorNotLocked VALUE 'N'.
