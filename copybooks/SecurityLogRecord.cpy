      ******************************************************************
      * SecurityLogRecord.cpy
      * Record layout for SecurityLogFile (securitylog.txt). One
      * record is appended for every failed sign-on, every lockout,
      * every sign-on attempt against a locked ID, every attempt to
      * use a supervisor-only function without supervisor rights, and
      * every unlock or password reset a supervisor makes in
      * MaintainOperatorFile. SecurityOperatorID is the operator ID
      * the event is about (as keyed, for a failed sign-on);
      * SecurityByOperator is the operator signed on at the time, and
      * is blank for sign-on events. SecurityViolationReport lists
      * and counts them for the morning review.
      ******************************************************************
       01 SecurityLogRecord.
           02 SecurityTimestamp PIC 9(14).
           02 SecurityEvent PIC X(8).
               88 SecurityBadID VALUE 'BADID'.
               88 SecurityBadPassword VALUE 'BADPASS'.
               88 SecurityLockout VALUE 'LOCKOUT'.
               88 SecurityLockedID VALUE 'LOCKEDID'.
               88 SecurityNotAuthorized VALUE 'NOTAUTH'.
               88 SecurityUnlock VALUE 'UNLOCK'.
               88 SecurityPasswordReset VALUE 'PWRESET'.
           02 SecurityOperatorID PIC X(8).
           02 SecurityByOperator PIC X(8).
           02 SecurityProgram PIC X(24).
           02 SecurityDetail PIC X(40).
