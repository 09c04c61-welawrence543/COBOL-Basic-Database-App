      ******************************************************************
      * PendingChangeRecord.cpy
      * Record layout for PendingChangeFile, the effective-dated
      * changes to an employee's Department, Job, JobTitle and pay
      * that HR sends ahead of the day they start. Keyed by employee
      * and effective date, so an employee can have several changes
      * lined up on different dates. A new field left blank (or zero
      * for pay) means that field is not changed. For an hourly
      * employee the pay change is a new hourly rate; for salaried
      * staff it is a new annual salary. Entered, changed and
      * cancelled through PendingChangeMaintenance and applied on or
      * after the effective date by the ApplyPendingChanges step of
      * NightlyJobStream. Status goes pending to applied, cancelled
      * or rejected (with the reason); records are kept afterwards
      * as the history of what was applied and by whom.
      ******************************************************************
       01 PendingChangeData.
           02 PendingKey.
               03 PendingEmployeeID PIC 9(5).
               03 PendingEffectiveDate PIC 9(8).
           02 PendingNewDepartment PIC X(4).
           02 PendingNewJob PIC X(4).
           02 PendingNewJobTitle PIC X(20).
           02 PendingNewSalary PIC 9(7)V99.
           02 PendingNewHourlyRate PIC 9(4)V99.
           02 PendingEnteredBy PIC X(8).
           02 PendingEnteredTimestamp PIC 9(14).
           02 PendingStatus PIC X.
               88 PendingWaiting VALUE 'P'.
               88 PendingApplied VALUE 'A'.
               88 PendingCancelled VALUE 'X'.
               88 PendingRejected VALUE 'E'.
           02 PendingResultTimestamp PIC 9(14).
           02 PendingRejectReason PIC X(30).
