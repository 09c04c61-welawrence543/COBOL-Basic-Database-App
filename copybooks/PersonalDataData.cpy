      ******************************************************************
      * PersonalDataData.cpy
      * Working-storage for PersonalDataLogic.cpy. CheckPersonalData
      * leaves every problem it finds in PersonalProblemTable, each
      * marked M (missing - not supplied yet) or I (invalid - supplied
      * but wrong), with the counts; only the first nine are kept.
      * The caller moves the employee's hire (or rehire) date to
      * PersonalCheckHireDate first, or zero if not known.
      * MaskPersonalSSN builds MaskedSSN for display.
      ******************************************************************
       01 PersonalCheckHireDate PIC 9(8).
       01 PersonalCheckToday PIC 9(8).
       01 PersonalProblemCount PIC 99.
       01 PersonalMissingCount PIC 99.
       01 PersonalInvalidCount PIC 99.
       01 PersonalProblemIdx PIC 99.
       01 PersonalNewProblem PIC X(30).
       01 PersonalProblemTable.
           02 PersonalProblemEntry OCCURS 9 TIMES.
               03 PersonalProblemKind PIC X.
                   88 PersonalProblemMissing VALUE 'M'.
                   88 PersonalProblemInvalid VALUE 'I'.
               03 PersonalProblemText PIC X(30).
       01 MaskedSSN PIC X(11).
