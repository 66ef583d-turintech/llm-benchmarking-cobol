      * the program warns - return code 4 - when the calendar has
      * no entry more than sixty days out, because an expired
      * calendar is exactly the failure nobody notices until a
      * Monday compares against a Sunday.  Every entry added or
      * deleted - each weekend a generate lays down included - is
      * appended to the MAINTJRN maintenance journal with its
      * before and after images, the submitter and the source,
      * exactly as CTL-MAINT journals CTLPARM; when the journal
      * cannot be opened nothing is applied and the calendar is
      * left untouched.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-REPORT ASSIGN TO "CALRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "MAINTJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JournalStatus.
      *
       DATA DIVISION.
       FILE SECTION.
               88  TRAN-GENERATE VALUE "G".
           05  TRAN-DATE PIC 9(8).
           05  TRAN-TYPE PIC X(8).
           05  TRAN-SUBMITTER PIC X(8).
           05  TRAN-SOURCE PIC X(8).
       FD  NEW-CAL.
       01  NEW-CAL-LINE.
           05  NCL-DATE PIC 9(8).
           05  NCL-TYPE PIC X(8).
       FD  MAINT-REPORT.
       01  MAINT-REPORT-LINE PIC X(50).
       FD  JOURNAL-FILE.
       COPY MAINTJRN.
      *
       WORKING-STORAGE SECTION.
       01  REPORT-DETAIL-LINE.
           88  GenTableFull VALUE "Y".
       01  LastCalDate PIC 9(8) VALUE 0.
       01  HorizonDate PIC 9(8).
       01  JournalStatus PIC XX.
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  RunTime PIC 9(8).
       01  JournalCount PIC 9(4) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       ACCEPT RunTime FROM TIME.
       PERFORM LoadOldMaster.
       PERFORM OpenJournal.
       IF NOT FileError THEN
           PERFORM ProcessTransactions
           PERFORM WriteNewMaster
           CLOSE JOURNAL-FILE
           DISPLAY "CALMAINT: " JournalCount " CHANGE(S) JOURNALED"
           PERFORM CheckHorizon
           CLOSE MAINT-REPORT
       END-IF.
      *
       STOP RUN.

           CLOSE OLD-CAL
           EXIT.

       OpenJournal.
           OPEN EXTEND JOURNAL-FILE
           IF JournalStatus NOT = "00" THEN
               DISPLAY "CALMAINT: MAINTJRN OPEN FAILED - STATUS "
                   JournalStatus " - NO TRANSACTIONS APPLIED"
               SET FileError TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           EXIT.

       ProcessTransactions.
           OPEN INPUT CAL-TRANS
           OPEN OUTPUT MAINT-REPORT
                           MOVE TRAN-TYPE TO CTE-TYPE(CalCount)
                           MOVE "N" TO CTE-DELETED(CalCount)
                           MOVE "ADDED     " TO TransStatus
                           PERFORM StartJournalEntry
                           MOVE CalCount TO FoundIndex
                           PERFORM NoteAfterImage
                           PERFORM WriteJournalEntry
                       END-IF
                   END-IF
               END-IF
           IF NOT EntryFound THEN
               MOVE "NOT FOUND " TO TransStatus
           ELSE
               PERFORM StartJournalEntry
               PERFORM NoteBeforeImage
               PERFORM WriteJournalEntry
               MOVE "Y" TO CTE-DELETED(FoundIndex)
               MOVE "DELETED   " TO TransStatus
           END-IF
                   MOVE "WEEKEND " TO CTE-TYPE(CalCount)
                   MOVE "N" TO CTE-DELETED(CalCount)
                   ADD 1 TO GenAddedCount
                   PERFORM StartJournalEntry
                   MOVE "A" TO JRN-ACTION
                   MOVE CalCount TO FoundIndex
                   PERFORM NoteAfterImage
                   PERFORM WriteJournalEntry
               END-IF
           END-IF
           EXIT.
           END-IF
           EXIT.

      * Submitter and source follow CTL-MAINT's rules: no submitter
      * keyed journals as UNKNOWN, a blank source is hand-keyed.  A
      * generated weekend journals as the add it amounts to.

       StartJournalEntry.
           MOVE SPACES TO JOURNAL-RECORD
           SET JRN-CALENDAR TO TRUE
           MOVE RunDate TO JRN-RUN-DATE
           MOVE RunTime TO JRN-RUN-TIME
           MOVE TRAN-CODE TO JRN-ACTION
           IF TRAN-SUBMITTER = SPACES THEN
               MOVE "UNKNOWN " TO JRN-SUBMITTER
           ELSE
               MOVE TRAN-SUBMITTER TO JRN-SUBMITTER
           END-IF
           IF TRAN-SOURCE = SPACES THEN
               MOVE "HANDKEY " TO JRN-SOURCE
           ELSE
               MOVE TRAN-SOURCE TO JRN-SOURCE
           END-IF
           EXIT.

       NoteBeforeImage.
           MOVE CTE-DATE(FoundIndex) TO JKB-DATE
           MOVE CTE-TYPE(FoundIndex) TO JKB-TYPE
           EXIT.

       NoteAfterImage.
           MOVE CTE-DATE(FoundIndex) TO JKA-DATE
           MOVE CTE-TYPE(FoundIndex) TO JKA-TYPE
           EXIT.

       WriteJournalEntry.
           WRITE JOURNAL-RECORD
           ADD 1 TO JournalCount
           EXIT.

       FindEntry.
           MOVE "N" TO FoundSwitch
           MOVE 0 TO FoundIndex
