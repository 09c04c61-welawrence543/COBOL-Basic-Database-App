      ******************************************************************
      * NewHireEmployerData.cpy
      * Employer identity sent on every state new-hire record, and
      * the new-hire reporting rules. These must be filled in with the
      * employer's federal EIN, name and payroll address and the state
      * the new hires are reported to before NewHireStateReport will
      * run - it stops if the EIN, name or state is missing.
      * NewHireCutoverDate is the first hire or rehire date reported
      * through NewHireStateReport: NewHireDueDays before the date the
      * report was first run (20261015), so hires still inside the
      * state's deadline at go-live are picked up. Earlier hires were
      * reported by hand before the personal data file existed and
      * are never picked up. NewHireDueDays is the state's deadline,
      * counted from the date of hire.
      ******************************************************************
       01 NewHireEmployer.
           02 EmployerFEIN PIC 9(9) VALUE ZERO.
           02 EmployerName PIC X(45) VALUE SPACES.
           02 EmployerAddress PIC X(40) VALUE SPACES.
           02 EmployerCity PIC X(25) VALUE SPACES.
           02 EmployerState PIC X(2) VALUE SPACES.
           02 EmployerZipCode PIC X(5) VALUE SPACES.
           02 EmployerZipExtension PIC X(4) VALUE SPACES.
           02 EmployerStateOfHire PIC X(2) VALUE SPACES.
       01 NewHireCutoverDate PIC 9(8) VALUE 20260925.
       01 NewHireDueDays PIC 99 VALUE 20.
