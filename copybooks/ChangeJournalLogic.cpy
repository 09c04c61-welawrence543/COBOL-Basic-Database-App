      ******************************************************************
      * ChangeJournalLogic.cpy
      * Appends one ChangeJournalRecord for a write just made to
      * EmployeeFile. Caller must have the record as it was before the
      * write already moved to ChangeJournalBeforeImage (spaces for a
      * new employee) and EmployeeData holding the record as written
      * and stamped; the action is worked out from the two images - an
      * add, a termination (active to terminated), a rehire
      * (terminated to active) or an update. Caller must declare
      * ChangeJournalFile as an OPTIONAL sequential file over
      * changejournal.txt with ChangeJournalRecord.cpy as its record,
      * and have ChangeStampData.cpy and OperatorSignOnData.cpy in
      * working-storage. The file is opened and closed here so every
      * change is on disk as soon as it is made.
      ******************************************************************
       WriteChangeJournal.
           MOVE LastChangedTimestamp TO ChangeJournalTimestamp.
           MOVE EmployeeID TO ChangeJournalEmployeeID.
           MOVE SignOnOperatorID TO ChangeJournalOperatorID.
           MOVE StampProgramName TO ChangeJournalProgram.
           MOVE EmployeeData TO ChangeJournalAfterImage.
           EVALUATE TRUE
               WHEN ChangeJournalBeforeImage = SPACES
                   MOVE 'A' TO ChangeJournalAction
               WHEN ChangeJournalBeforeStatus = 'A'
                       AND ChangeJournalAfterStatus = 'T'
                   MOVE 'D' TO ChangeJournalAction
               WHEN ChangeJournalBeforeStatus = 'T'
                       AND ChangeJournalAfterStatus = 'A'
                   MOVE 'R' TO ChangeJournalAction
               WHEN OTHER
                   MOVE 'U' TO ChangeJournalAction
           END-EVALUATE.
           OPEN EXTEND ChangeJournalFile.
           WRITE ChangeJournalRecord.
           CLOSE ChangeJournalFile.
