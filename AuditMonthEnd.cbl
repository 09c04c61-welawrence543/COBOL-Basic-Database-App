      * Date:
      * Purpose: Month-end audit archive run. Rolls the live AuditFile
      *          to a dated archive copy (audit_archive_YYYYMMDD.txt),
      *          reports how many adds, updates, deletes and rehires
      *          were archived, then empties the live file so it stays
      *          small. Run after the last maintenance session of the
      *          month.
      * Tectonics: cobc
       01 AddCount PIC 9(6) VALUE ZERO.
       01 UpdateCount PIC 9(6) VALUE ZERO.
       01 DeleteCount PIC 9(6) VALUE ZERO.
       01 RehireCount PIC 9(6) VALUE ZERO.
       01 ArchivedCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY AddCount " add(s).".
           DISPLAY UpdateCount " update(s).".
           DISPLAY DeleteCount " delete(s).".
           DISPLAY RehireCount " rehire(s).".
           DISPLAY "Live audit file emptied.".
           GOBACK.

               WHEN AuditAdd ADD 1 TO AddCount
               WHEN AuditUpdate ADD 1 TO UpdateCount
               WHEN AuditDelete ADD 1 TO DeleteCount
               WHEN AuditRehire ADD 1 TO RehireCount
           END-EVALUATE.
