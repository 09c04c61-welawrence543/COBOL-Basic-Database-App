      ******************************************************************
      * GLAccountRecord.cpy
      * Record layout for GLAccountFile, the general ledger account
      * mapping keyed by map type and code. Type D maps a department
      * code to its salary expense account, type W maps a deduction
      * name from the standard deduction table (DeductionTableData.cpy)
      * to its withholding liability account, and type C with code
      * NET PAY maps the cash account net pay is paid from.
      * MaintainGLAccountFile maintains it and PayrollGLInterface
      * journals each pay run through it.
      ******************************************************************
       01 GLAccountData.
           02 GLMapKey.
               03 GLMapType PIC X.
                   88 GLMapDepartment VALUE 'D'.
                   88 GLMapDeduction VALUE 'W'.
                   88 GLMapCash VALUE 'C'.
               03 GLMapCode PIC X(12).
           02 GLAccountNumber PIC X(10).
           02 GLAccountDescription PIC X(30).
