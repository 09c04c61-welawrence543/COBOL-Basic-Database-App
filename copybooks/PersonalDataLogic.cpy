      ******************************************************************
      * PersonalDataLogic.cpy
      * Shared personal data paragraphs for MaintainPersonalDataFile
      * and NewHireStateReport, so the maintenance screen refuses
      * exactly what the new-hire run would reject. CheckPersonalData
      * checks the record in PersonalData for missing items (zero SSN
      * or birth date, blank street, city, state or ZIP) and invalid
      * ones (an SSN with area 000, 666 or 900-999, group 00 or serial
      * 0000; a birth date that is not a real date, is in the future
      * or makes the employee under 14 on the hire date; a state that
      * is not two letters; a ZIP that is not five digits or a ZIP+4
      * extension that is not four). MaskPersonalSSN shows only the
      * last four digits. StampPersonalRecord stamps the record before
      * it is written. Caller must have PersonalDataData.cpy,
      * ChangeStampData.cpy and OperatorSignOnData.cpy in
      * working-storage.
      ******************************************************************
       CheckPersonalData.
           MOVE ZERO TO PersonalProblemCount.
           MOVE ZERO TO PersonalMissingCount.
           MOVE ZERO TO PersonalInvalidCount.
           MOVE SPACES TO PersonalProblemTable.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PersonalCheckToday.
           IF PersonalSSN NOT NUMERIC
               MOVE "SSN not numeric" TO PersonalNewProblem
               PERFORM AddInvalidProblem
           ELSE IF PersonalSSN = ZERO
               MOVE "SSN missing" TO PersonalNewProblem
               PERFORM AddMissingProblem
           ELSE IF PersonalSSNArea = ZERO OR PersonalSSNArea = 666
                   OR PersonalSSNArea >= 900
                   OR PersonalSSNGroup = ZERO
                   OR PersonalSSNSerial = ZERO
               MOVE "SSN not a valid number" TO PersonalNewProblem
               PERFORM AddInvalidProblem.
           IF PersonalBirthDate NOT NUMERIC
               MOVE "Date of birth not numeric" TO PersonalNewProblem
               PERFORM AddInvalidProblem
           ELSE IF PersonalBirthDate = ZERO
               MOVE "Date of birth missing" TO PersonalNewProblem
               PERFORM AddMissingProblem
           ELSE IF FUNCTION INTEGER-OF-DATE(PersonalBirthDate) = ZERO
               MOVE "Date of birth not a real date"
                   TO PersonalNewProblem
               PERFORM AddInvalidProblem
           ELSE IF PersonalBirthDate > PersonalCheckToday
               MOVE "Date of birth in the future" TO PersonalNewProblem
               PERFORM AddInvalidProblem
           ELSE IF PersonalCheckHireDate > ZERO
                   AND PersonalBirthDate + 140000
                       > PersonalCheckHireDate
               MOVE "Under 14 on the hire date" TO PersonalNewProblem
               PERFORM AddInvalidProblem.
           IF PersonalAddressLine1 = SPACES
               MOVE "Street address missing" TO PersonalNewProblem
               PERFORM AddMissingProblem.
           IF PersonalCity = SPACES
               MOVE "City missing" TO PersonalNewProblem
               PERFORM AddMissingProblem.
           IF PersonalState = SPACES
               MOVE "State missing" TO PersonalNewProblem
               PERFORM AddMissingProblem
           ELSE IF PersonalState IS NOT ALPHABETIC-UPPER
                   OR PersonalState(1:1) = SPACE
                   OR PersonalState(2:1) = SPACE
               MOVE "State not a 2-letter code" TO PersonalNewProblem
               PERFORM AddInvalidProblem.
           IF PersonalZipCode = SPACES
               MOVE "ZIP code missing" TO PersonalNewProblem
               PERFORM AddMissingProblem
           ELSE IF PersonalZipCode IS NOT NUMERIC
               MOVE "ZIP code not 5 digits" TO PersonalNewProblem
               PERFORM AddInvalidProblem.
           IF PersonalZipExtension NOT = SPACES
                   AND PersonalZipExtension IS NOT NUMERIC
               MOVE "ZIP+4 extension not 4 digits" TO PersonalNewProblem
               PERFORM AddInvalidProblem.

       AddMissingProblem.
           ADD 1 TO PersonalMissingCount.
           ADD 1 TO PersonalProblemCount.
           IF PersonalProblemCount <= 9
               MOVE 'M' TO PersonalProblemKind(PersonalProblemCount)
               MOVE PersonalNewProblem
                   TO PersonalProblemText(PersonalProblemCount)
           END-IF.

       AddInvalidProblem.
           ADD 1 TO PersonalInvalidCount.
           ADD 1 TO PersonalProblemCount.
           IF PersonalProblemCount <= 9
               MOVE 'I' TO PersonalProblemKind(PersonalProblemCount)
               MOVE PersonalNewProblem
                   TO PersonalProblemText(PersonalProblemCount)
           END-IF.

       MaskPersonalSSN.
           IF PersonalSSN NOT NUMERIC OR PersonalSSN = ZERO
               MOVE "not on file" TO MaskedSSN
           ELSE
               MOVE "***-**-" TO MaskedSSN
               MOVE PersonalSSNSerial TO MaskedSSN(8:4)
           END-IF.

       StampPersonalRecord.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO PersonalLastChangedTimestamp.
           MOVE SignOnOperatorID TO PersonalLastChangedOperator.
           MOVE StampProgramName TO PersonalLastChangedProgram.
