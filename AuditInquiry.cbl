      * Date:
      * Purpose: Audit trail inquiry. Reads AuditFile back and displays
      *          the change history for one employee (or all), with
      *          optional date-range, action-code (A/U/D/R) and operator
      *          filters, so HR questions like "who changed employee
      *          42 and when" no longer mean eyeballing the raw file.
      * Tectonics: cobc
           IF ToDate = ZERO
               MOVE 99999999 TO ToDate
           END-IF.
           DISPLAY "Enter action code A, U, D or R (space for all) ".
           ACCEPT ActionFilter.
           DISPLAY "Enter operator ID (spaces for all) ".
           MOVE SPACES TO OperatorFilter.
