      ******************************************************************
      * ChangeJournalRecord.cpy
      * Record layout for ChangeJournalFile (changejournal.txt), the
      * before-and-after image journal of EmployeeFile. Every add,
      * update, termination and rehire appends one record holding the
      * whole employee record as it was before the write (spaces for
      * an add) and as written, stamped with the time, operator and
      * program of the write. RollForwardEmployeeFile restores a
      * backup and re-applies these records to bring EmployeeFile back
      * up to a chosen point. The images are EmployeeRecord.cpy
      * layouts and must be widened with it.
      ******************************************************************
       01 ChangeJournalRecord.
           02 ChangeJournalTimestamp PIC 9(14).
           02 ChangeJournalAction PIC X.
               88 ChangeJournalAdd VALUE 'A'.
               88 ChangeJournalUpdate VALUE 'U'.
               88 ChangeJournalTerminate VALUE 'D'.
               88 ChangeJournalRehire VALUE 'R'.
           02 ChangeJournalEmployeeID PIC 9(5).
           02 ChangeJournalOperatorID PIC X(8).
           02 ChangeJournalProgram PIC X(24).
           02 ChangeJournalBeforeImage PIC X(168).
           02 ChangeJournalBeforeSplit
                   REDEFINES ChangeJournalBeforeImage.
               03 FILLER PIC X(80).
               03 ChangeJournalBeforeStatus PIC X.
               03 FILLER PIC X(87).
           02 ChangeJournalAfterImage PIC X(168).
           02 ChangeJournalAfterSplit
                   REDEFINES ChangeJournalAfterImage.
               03 FILLER PIC X(80).
               03 ChangeJournalAfterStatus PIC X.
               03 FILLER PIC X(87).
