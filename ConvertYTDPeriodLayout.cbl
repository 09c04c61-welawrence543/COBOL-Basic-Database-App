      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion run for the layout expansion that
      *          added the last-posted pay period and source to
      *          YTDFile (187 to 194 bytes), so a re-run of a pay
      *          calculation is recognised by pay period instead of by
      *          run date. Rebuilds the file in the widened layout,
      *          carrying every field forward unchanged with the new
      *          period zero and source blank - the next posting for
      *          any employee therefore adds to the year-to-date
      *          figures as normal. The old-layout data is copied to a
      *          work file (ytd_period_work.txt) which is left on disk
      *          as a fallback. Run once, with no other program open
      *          against the file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertYTDPeriodLayout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OldYTDFile
               ASSIGN TO "C:\Users\welaw\ytd.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldYTDEmployeeID.
           SELECT YTDFile ASSIGN TO "C:\Users\welaw\ytd.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTDEmployeeID.
           SELECT YTDWorkFile
               ASSIGN TO "C:\Users\welaw\ytd_period_work.txt"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OldYTDFile.
       01 OldYTDData.
           02 OldYTDEmployeeID PIC 9(5).
           02 OldYTDYear PIC 9(4).
           02 OldYTDFirstName PIC X(15).
           02 OldYTDLastName PIC X(15).
           02 OldYTDGross PIC 9(9)V99.
           02 OldYTDNetPay PIC 9(9)V99.
           02 OldYTDDeduction PIC 9(9)V99 OCCURS 5 TIMES.
           02 OldYTDLastPostedDate PIC 9(8).
           02 OldYTDLastGross PIC 9(7)V99.
           02 OldYTDLastNetPay PIC 9(7)V99.
           02 OldYTDLastDeduction PIC 9(7)V99 OCCURS 5 TIMES.

       FD YTDFile.
       COPY YTDRecord.

       FD YTDWorkFile.
       01 YTDWorkRecord PIC X(194).

       WORKING-STORAGE SECTION.
       01 EndOfFileSwitch PIC X VALUE 'N'.
           88 EndOfFile VALUE 'Y'.
       01 NewYTDData.
           02 NewYTDOldPart PIC X(187).
           02 NewYTDLastPostedPeriod PIC 9(6).
           02 NewYTDLastPostedSource PIC X.
       01 YTDReadCount PIC 9(4) VALUE ZERO.
       01 YTDWriteCount PIC 9(4) VALUE ZERO.
       01 YTDErrorCount PIC 9(4) VALUE ZERO.
       01 ConfirmConvert PIC X.

       PROCEDURE DIVISION.
       StartPara.
           DISPLAY " ".
           DISPLAY "YTD pay period layout conversion run".
           DISPLAY "YTDFile will be rebuilt with the last-posted pay".
           DISPLAY "period and source. Run this once only, with no".
           DISPLAY "other program open against the file.".
           DISPLAY "Proceed? (Y/N) ".
           ACCEPT ConfirmConvert.
           IF ConfirmConvert NOT = 'Y'
               DISPLAY "Conversion cancelled, file unchanged."
           ELSE
               PERFORM CopyYTDToWork
               PERFORM RebuildYTDFile
               DISPLAY " "
               DISPLAY "Conversion complete."
               DISPLAY YTDReadCount " YTD record(s) read."
               DISPLAY YTDWriteCount " YTD record(s) rebuilt."
               IF YTDErrorCount > ZERO
                   DISPLAY YTDErrorCount
                       " YTD record(s) could not be written."
               END-IF
           END-IF.
           STOP RUN.

       CopyYTDToWork.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT OldYTDFile.
           OPEN OUTPUT YTDWorkFile.
           MOVE LOW-VALUES TO OldYTDEmployeeID.
           START OldYTDFile KEY IS GREATER THAN OR EQUAL
                   OldYTDEmployeeID
               INVALID KEY MOVE 'Y' TO EndOfFileSwitch
           END-START.
           PERFORM UNTIL EndOfFile
               READ OldYTDFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   MOVE OldYTDData TO NewYTDOldPart
                   MOVE ZERO TO NewYTDLastPostedPeriod
                   MOVE SPACE TO NewYTDLastPostedSource
                   MOVE NewYTDData TO YTDWorkRecord
                   WRITE YTDWorkRecord
                   ADD 1 TO YTDReadCount
               END-IF
           END-PERFORM.
           CLOSE OldYTDFile.
           CLOSE YTDWorkFile.

       RebuildYTDFile.
           MOVE 'N' TO EndOfFileSwitch.
           OPEN INPUT YTDWorkFile.
           OPEN OUTPUT YTDFile.
           PERFORM UNTIL EndOfFile
               READ YTDWorkFile
                   AT END MOVE 'Y' TO EndOfFileSwitch
               END-READ
               IF NOT EndOfFile
                   MOVE YTDWorkRecord TO YTDData
                   WRITE YTDData
                       INVALID KEY ADD 1 TO YTDErrorCount
                       NOT INVALID KEY ADD 1 TO YTDWriteCount
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE YTDWorkFile.
           CLOSE YTDFile.
