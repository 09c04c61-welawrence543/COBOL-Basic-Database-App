      ******************************************************************
      * NewHireStateRecord.cpy
      * Record layout for the state new-hire reporting file written by
      * NewHireStateReport, in the state's fixed layout: one W4
      * (employee) record of 350 bytes per hire or rehire, each
      * carrying the employer identity from NewHireEmployerData.cpy.
      * Dates are YYYYMMDD; a rehire is reported with the rehire date
      * as the date of hire. Fields not held are sent as spaces.
      ******************************************************************
       01 NewHireStateRecord.
           02 NewHireRecordType PIC X(2).
           02 NewHireSSN PIC 9(9).
           02 NewHireFirstName PIC X(16).
           02 NewHireMiddleName PIC X(16).
           02 NewHireLastName PIC X(30).
           02 NewHireAddressLine1 PIC X(40).
           02 NewHireAddressLine2 PIC X(40).
           02 NewHireCity PIC X(25).
           02 NewHireState PIC X(2).
           02 NewHireZipCode PIC X(5).
           02 NewHireZipExtension PIC X(4).
           02 NewHireBirthDate PIC 9(8).
           02 NewHireHireDate PIC 9(8).
           02 NewHireStateOfHire PIC X(2).
           02 NewHireEmployerFEIN PIC 9(9).
           02 NewHireEmployerName PIC X(45).
           02 NewHireEmployerAddress PIC X(40).
           02 NewHireEmployerCity PIC X(25).
           02 NewHireEmployerState PIC X(2).
           02 NewHireEmployerZipCode PIC X(5).
           02 NewHireEmployerZipExtension PIC X(4).
           02 FILLER PIC X(13).
