      ******************************************************************
      * PostPayHistoryData.cpy
      * Working-storage for PostPayHistoryLogic.cpy. The caller sets
      * HistoryPurgeCheckDate and HistoryPurgeSource before
      * PERFORMing PurgeRunHistory.
      ******************************************************************
       01 HistoryFound PIC X.
       01 RunTotalsFound PIC X.
       01 HistoryPurgeSwitch PIC X.
           88 EndOfHistoryPurge VALUE 'Y'.
       01 HistoryPurgeCheckDate PIC 9(8).
       01 HistoryPurgeSource PIC X.
       01 HistoryPurgeCount PIC 9(5) VALUE ZERO.
       01 HistoryPostCount PIC 9(5) VALUE ZERO.
