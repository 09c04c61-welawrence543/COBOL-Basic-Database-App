      ******************************************************************
      * PersonalDataRecord.cpy
      * Record layout for PersonalDataFile (personal.txt), the
      * personal data master keyed by employee ID: SSN, date of birth
      * and mailing address, kept off EmployeeFile so they do not
      * travel into the backups, the change journal, the CSV export
      * or any ordinary report. The SSN is only ever shown masked
      * (MaskPersonalSSN in PersonalDataLogic.cpy); the only output
      * that carries it in full is the state new-hire file. A zero
      * SSN or birth date, or a blank address field, means not
      * supplied yet. PersonalReportedHireDate is the hire or rehire
      * date last sent to the state by NewHireStateReport and
      * PersonalReportedDate the day it was sent; an employee whose
      * current hire or rehire date differs has not been reported.
      * The LastChanged fields stamp every write as on EmployeeFile.
      * Maintained by MaintainPersonalDataFile.
      ******************************************************************
       01 PersonalData.
           02 PersonalEmployeeID PIC 9(5).
           02 PersonalSSN PIC 9(9).
           02 PersonalSSNParts REDEFINES PersonalSSN.
               03 PersonalSSNArea PIC 9(3).
               03 PersonalSSNGroup PIC 99.
               03 PersonalSSNSerial PIC 9(4).
           02 PersonalBirthDate PIC 9(8).
           02 PersonalAddressLine1 PIC X(30).
           02 PersonalAddressLine2 PIC X(30).
           02 PersonalCity PIC X(20).
           02 PersonalState PIC X(2).
           02 PersonalZipCode PIC X(5).
           02 PersonalZipExtension PIC X(4).
           02 PersonalReportedHireDate PIC 9(8).
           02 PersonalReportedDate PIC 9(8).
           02 PersonalLastChangedTimestamp PIC 9(14).
           02 PersonalLastChangedOperator PIC X(8).
           02 PersonalLastChangedProgram PIC X(24).
