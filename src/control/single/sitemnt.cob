      * both assign to SITEMST: the whole old master is read into
      * SiteTable and OLD-SITE is closed before NEW-SITE is opened,
      * so the later OPEN OUTPUT safely replaces it - the same
      * pattern CTL-MAINT uses on CTLPARM.  Every transaction that
      * lands is also appended to the MAINTJRN maintenance journal
      * with the site record's before and after images, the
      * submitter and the source, exactly as CTL-MAINT journals
      * CTLPARM; when the journal cannot be opened nothing is
      * applied and the master is left untouched.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-REPORT ASSIGN TO "SITERPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "MAINTJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JournalStatus.
      *
       DATA DIVISION.
       FILE SECTION.
           05  TRAN-COMMISSIONED PIC 9(8).
           05  TRAN-DECOMMISSIONED PIC 9(8).
           05  TRAN-EXPECTED-COUNT PIC 9(4).
           05  TRAN-SUBMITTER PIC X(8).
           05  TRAN-SOURCE PIC X(8).
       FD  NEW-SITE.
       01  NEW-SITE-LINE.
           05  NSL-SITE-ID PIC X(4).
           05  MRL-SITE-ID PIC X(4).
           05  MRL-PLANT-NAME PIC X(20).
           05  MRL-STATUS PIC X(10).
       FD  JOURNAL-FILE.
       COPY MAINTJRN.
      *
       WORKING-STORAGE SECTION.
       01  SiteCount PIC 9(4) VALUE 0.
       01  TransStatus PIC X(10).
       01  FieldSwitch PIC X VALUE "N".
           88  BadFields VALUE "Y".
       01  JournalStatus PIC XX.
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  RunDate PIC 9(8).
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
           DISPLAY "SITEMNT: " JournalCount " CHANGE(S) JOURNALED"
       END-IF.
      *
       STOP RUN.

           CLOSE OLD-SITE
           EXIT.

       OpenJournal.
           OPEN EXTEND JOURNAL-FILE
           IF JournalStatus NOT = "00" THEN
               DISPLAY "SITEMNT: MAINTJRN OPEN FAILED - STATUS "
                   JournalStatus " - NO TRANSACTIONS APPLIED"
               SET FileError TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           EXIT.

       ProcessTransactions.
           OPEN INPUT SITE-TRANS
           OPEN OUTPUT MAINT-REPORT
                           TO STE-EXPECTED-COUNT(SiteCount)
                       MOVE "N" TO STE-DELETED(SiteCount)
                       MOVE "ADDED" TO TransStatus
                       PERFORM StartJournalEntry
                       MOVE SiteCount TO FoundIndex
                       PERFORM NoteAfterImage
                       PERFORM WriteJournalEntry
                   END-IF
               END-IF
           END-IF
               IF BadFields THEN
                   MOVE "BAD FIELDS" TO TransStatus
               ELSE
                   PERFORM StartJournalEntry
                   PERFORM NoteBeforeImage
                   MOVE TRAN-PLANT-NAME TO STE-PLANT-NAME(FoundIndex)
                   MOVE TRAN-ACTIVE-FLAG
                       TO STE-ACTIVE-FLAG(FoundIndex)
                   MOVE TRAN-EXPECTED-COUNT
                       TO STE-EXPECTED-COUNT(FoundIndex)
                   MOVE "CHANGED" TO TransStatus
                   PERFORM NoteAfterImage
                   PERFORM WriteJournalEntry
               END-IF
           END-IF
           EXIT.
           IF NOT EntryFound THEN
               MOVE "NOT FOUND" TO TransStatus
           ELSE
               PERFORM StartJournalEntry
               PERFORM NoteBeforeImage
               PERFORM WriteJournalEntry
               MOVE "Y" TO STE-DELETED(FoundIndex)
               MOVE "DELETED" TO TransStatus
           END-IF
           EXIT.

      * Submitter and source follow CTL-MAINT's rules: no submitter
      * keyed journals as UNKNOWN, a blank source is hand-keyed.

       StartJournalEntry.
           MOVE SPACES TO JOURNAL-RECORD
           SET JRN-SITEMST TO TRUE
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
           MOVE STE-SITE-ID(FoundIndex) TO JSB-SITE-ID
           MOVE STE-PLANT-NAME(FoundIndex) TO JSB-PLANT-NAME
           MOVE STE-ACTIVE-FLAG(FoundIndex) TO JSB-ACTIVE-FLAG
           MOVE STE-COMMISSIONED(FoundIndex) TO JSB-COMMISSIONED
           MOVE STE-DECOMMISSIONED(FoundIndex) TO JSB-DECOMMISSIONED
           MOVE STE-EXPECTED-COUNT(FoundIndex) TO JSB-EXPECTED-COUNT
           EXIT.

       NoteAfterImage.
           MOVE STE-SITE-ID(FoundIndex) TO JSA-SITE-ID
           MOVE STE-PLANT-NAME(FoundIndex) TO JSA-PLANT-NAME
           MOVE STE-ACTIVE-FLAG(FoundIndex) TO JSA-ACTIVE-FLAG
           MOVE STE-COMMISSIONED(FoundIndex) TO JSA-COMMISSIONED
           MOVE STE-DECOMMISSIONED(FoundIndex) TO JSA-DECOMMISSIONED
           MOVE STE-EXPECTED-COUNT(FoundIndex) TO JSA-EXPECTED-COUNT
           EXIT.

       WriteJournalEntry.
           WRITE JOURNAL-RECORD
           ADD 1 TO JournalCount
           EXIT.

      * A decommissioned date of zero means still in service; a
      * non-zero one may not sit before the commissioned date.

