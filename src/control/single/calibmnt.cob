       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALIBRATION-MAINT.
      *
      * Applies a batch of add/change/delete transactions against the
      * CALIBRAT meter calibration file used by READINGS-LOAD, and
      * rewrites that same file in place with the changes applied,
      * plus a maintenance report of what happened to each
      * transaction.  A calibration is keyed by site and effective
      * date and carries engineering's multiplier, offset and
      * reference; a change replaces those three, and a wrong site
      * or date is put right by a delete and an add.  OLD-CALIB and
      * NEW-CALIB both assign to CALIBRAT: the whole old file is
      * read into CalibTable and OLD-CALIB is closed before
      * NEW-CALIB is opened, so the later OPEN OUTPUT safely
      * replaces it - the same pattern CTL-MAINT uses on CTLPARM.
      * Every transaction that lands is appended to the MAINTJRN
      * maintenance journal with the record's before and after
      * images, the submitter and the source, exactly as CTL-MAINT
      * journals CTLPARM; when the journal cannot be opened nothing
      * is applied and the file is left untouched.  A transaction
      * that lands with an effective date on or before today is
      * back-dated: readings already on file were loaded under the
      * calibration it replaces.  It is marked BACKDATED on the
      * report and counted, and the CALBAT job follows this step
      * with CALIBRATION-RESTATE to recalculate those readings.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CALIB ASSIGN TO "CALIBRAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALIB-TRANS ASSIGN TO "CLBTRANS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-CALIB ASSIGN TO "CALIBRAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-REPORT ASSIGN TO "CLBRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "MAINTJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JournalStatus.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CALIB.
       COPY CALIBREC.
       FD  CALIB-TRANS.
       01  CALIB-TRANS-LINE.
           05  TRAN-CODE PIC X.
               88  TRAN-ADD VALUE "A".
               88  TRAN-CHANGE VALUE "C".
               88  TRAN-DELETE VALUE "D".
           05  TRAN-SITE-ID PIC X(4).
           05  TRAN-EFF-DATE PIC 9(8).
           05  TRAN-MULTIPLIER PIC S9(3)V9(6).
           05  TRAN-OFFSET PIC S9(4)V9.
           05  TRAN-REFERENCE PIC X(12).
           05  TRAN-SUBMITTER PIC X(8).
           05  TRAN-SOURCE PIC X(8).
       FD  NEW-CALIB.
       01  NEW-CALIB-LINE.
           05  NCL-SITE-ID PIC X(4).
           05  NCL-EFF-DATE PIC 9(8).
           05  NCL-MULTIPLIER PIC S9(3)V9(6).
           05  NCL-OFFSET PIC S9(4)V9.
           05  NCL-REFERENCE PIC X(12).
       FD  MAINT-REPORT.
       01  MAINT-REPORT-LINE.
           05  MRL-CODE PIC X.
           05  MRL-SITE-ID PIC X(4).
           05  MRL-EFF-DATE PIC 9(8).
           05  MRL-REFERENCE PIC X(12).
           05  MRL-STATUS PIC X(10).
           05  MRL-NOTE PIC X(9).
       FD  JOURNAL-FILE.
       COPY MAINTJRN.
      *
       WORKING-STORAGE SECTION.
       01  CalibCount PIC 9(4) VALUE 0.
       01  CalibTable.
           05  CalibEntry OCCURS 1 TO 1000 TIMES
                   DEPENDING ON CalibCount.
               10  CBE-SITE-ID PIC X(4).
               10  CBE-EFF-DATE PIC 9(8).
               10  CBE-MULTIPLIER PIC S9(3)V9(6).
               10  CBE-OFFSET PIC S9(4)V9.
               10  CBE-REFERENCE PIC X(12).
               10  CBE-DELETED PIC X VALUE "N".
       01  OldCalibSwitch PIC X VALUE "N".
           88  NoMoreOldCalib VALUE "Y".
       01  TransSwitch PIC X VALUE "N".
           88  NoMoreTrans VALUE "Y".
       01  FoundSwitch PIC X VALUE "N".
           88  EntryFound VALUE "Y".
       01  FoundIndex PIC 9(4) VALUE 0.
       01  X PIC 9(4) VALUE 0.
       01  TransStatus PIC X(10).
       01  FieldSwitch PIC X VALUE "N".
           88  BadFields VALUE "Y".
       01  JournalStatus PIC XX.
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  RunDate PIC 9(8).
       01  RunTime PIC 9(8).
       01  JournalCount PIC 9(4) VALUE 0.
       01  BackDatedCount PIC 9(4) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       ACCEPT RunTime FROM TIME.
       PERFORM LoadOldCalibrations.
       PERFORM OpenJournal.
       IF NOT FileError THEN
           PERFORM ProcessTransactions
           PERFORM WriteNewCalibrations
           CLOSE JOURNAL-FILE
           DISPLAY "CALIBMNT: " JournalCount " CHANGE(S) JOURNALED - "
               BackDatedCount " BACK-DATED"
       END-IF.
      *
       STOP RUN.

       LoadOldCalibrations.
           OPEN INPUT OLD-CALIB
           PERFORM UNTIL NoMoreOldCalib
               READ OLD-CALIB
                   AT END
                       SET NoMoreOldCalib TO TRUE
                   NOT AT END
                       ADD 1 TO CalibCount
                       MOVE CLB-SITE-ID TO CBE-SITE-ID(CalibCount)
                       MOVE CLB-EFF-DATE TO CBE-EFF-DATE(CalibCount)
                       MOVE CLB-MULTIPLIER
                           TO CBE-MULTIPLIER(CalibCount)
                       MOVE CLB-OFFSET TO CBE-OFFSET(CalibCount)
                       MOVE CLB-REFERENCE
                           TO CBE-REFERENCE(CalibCount)
                       MOVE "N" TO CBE-DELETED(CalibCount)
               END-READ
           END-PERFORM
           CLOSE OLD-CALIB
           EXIT.

       OpenJournal.
           OPEN EXTEND JOURNAL-FILE
           IF JournalStatus NOT = "00" THEN
               DISPLAY "CALIBMNT: MAINTJRN OPEN FAILED - STATUS "
                   JournalStatus " - NO TRANSACTIONS APPLIED"
               SET FileError TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           EXIT.

       ProcessTransactions.
           OPEN INPUT CALIB-TRANS
           OPEN OUTPUT MAINT-REPORT
           PERFORM UNTIL NoMoreTrans
               READ CALIB-TRANS
                   AT END
                       SET NoMoreTrans TO TRUE
                   NOT AT END
                       PERFORM ApplyTransaction
               END-READ
           END-PERFORM
           CLOSE CALIB-TRANS
           CLOSE MAINT-REPORT
           EXIT.

       ApplyTransaction.
           MOVE SPACES TO MRL-NOTE
           IF TRAN-ADD THEN
               PERFORM AddEntry
           ELSE
               IF TRAN-CHANGE THEN
                   PERFORM ChangeEntry
               ELSE
                   IF TRAN-DELETE THEN
                       PERFORM DeleteEntry
                   ELSE
                       MOVE "BAD CODE " TO TransStatus
                   END-IF
               END-IF
           END-IF
           MOVE TRAN-CODE TO MRL-CODE
           MOVE TRAN-SITE-ID TO MRL-SITE-ID
           MOVE TRAN-EFF-DATE TO MRL-EFF-DATE
           MOVE TRAN-REFERENCE TO MRL-REFERENCE
           MOVE TransStatus TO MRL-STATUS
           WRITE MAINT-REPORT-LINE
           EXIT.

       AddEntry.
           PERFORM FindEntry
           IF EntryFound THEN
               MOVE "DUPLICATE" TO TransStatus
           ELSE
               PERFORM CheckFields
               IF BadFields THEN
                   MOVE "BAD FIELDS" TO TransStatus
               ELSE
                   IF CalibCount >= 1000 THEN
                       MOVE "TABLE FULL" TO TransStatus
                   ELSE
                       ADD 1 TO CalibCount
                       MOVE TRAN-SITE-ID TO CBE-SITE-ID(CalibCount)
                       MOVE TRAN-EFF-DATE TO CBE-EFF-DATE(CalibCount)
                       MOVE TRAN-MULTIPLIER
                           TO CBE-MULTIPLIER(CalibCount)
                       MOVE TRAN-OFFSET TO CBE-OFFSET(CalibCount)
                       MOVE TRAN-REFERENCE
                           TO CBE-REFERENCE(CalibCount)
                       MOVE "N" TO CBE-DELETED(CalibCount)
                       MOVE "ADDED" TO TransStatus
                       PERFORM StartJournalEntry
                       MOVE CalibCount TO FoundIndex
                       PERFORM NoteAfterImage
                       PERFORM WriteJournalEntry
                   END-IF
               END-IF
           END-IF
           EXIT.

       ChangeEntry.
           PERFORM FindEntry
           IF NOT EntryFound THEN
               MOVE "NOT FOUND" TO TransStatus
           ELSE
               PERFORM CheckFields
               IF BadFields THEN
                   MOVE "BAD FIELDS" TO TransStatus
               ELSE
                   PERFORM StartJournalEntry
                   PERFORM NoteBeforeImage
                   MOVE TRAN-MULTIPLIER TO CBE-MULTIPLIER(FoundIndex)
                   MOVE TRAN-OFFSET TO CBE-OFFSET(FoundIndex)
                   MOVE TRAN-REFERENCE TO CBE-REFERENCE(FoundIndex)
                   MOVE "CHANGED" TO TransStatus
                   PERFORM NoteAfterImage
                   PERFORM WriteJournalEntry
               END-IF
           END-IF
           EXIT.

       DeleteEntry.
           PERFORM FindEntry
           IF NOT EntryFound THEN
               MOVE "NOT FOUND" TO TransStatus
           ELSE
               PERFORM StartJournalEntry
               PERFORM NoteBeforeImage
               PERFORM WriteJournalEntry
               MOVE "Y" TO CBE-DELETED(FoundIndex)
               MOVE "DELETED" TO TransStatus
           END-IF
           EXIT.

      * Submitter and source follow CTL-MAINT's rules: no submitter
      * keyed journals as UNKNOWN, a blank source is hand-keyed.

       StartJournalEntry.
           MOVE SPACES TO JOURNAL-RECORD
           SET JRN-CALIBRAT TO TRUE
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
           MOVE CBE-SITE-ID(FoundIndex) TO JBB-SITE-ID
           MOVE CBE-EFF-DATE(FoundIndex) TO JBB-EFF-DATE
           MOVE CBE-MULTIPLIER(FoundIndex) TO JBB-MULTIPLIER
           MOVE CBE-OFFSET(FoundIndex) TO JBB-OFFSET
           MOVE CBE-REFERENCE(FoundIndex) TO JBB-REFERENCE
           EXIT.

       NoteAfterImage.
           MOVE CBE-SITE-ID(FoundIndex) TO JBA-SITE-ID
           MOVE CBE-EFF-DATE(FoundIndex) TO JBA-EFF-DATE
           MOVE CBE-MULTIPLIER(FoundIndex) TO JBA-MULTIPLIER
           MOVE CBE-OFFSET(FoundIndex) TO JBA-OFFSET
           MOVE CBE-REFERENCE(FoundIndex) TO JBA-REFERENCE
           EXIT.

      * Every change that lands is journaled; one effective on or
      * before today also restates readings already loaded.

       WriteJournalEntry.
           WRITE JOURNAL-RECORD
           ADD 1 TO JournalCount
           IF TRAN-EFF-DATE NOT > RunDate THEN
               MOVE "BACKDATED" TO MRL-NOTE
               ADD 1 TO BackDatedCount
           END-IF
           EXIT.

      * A multiplier of zero would flatten every reading to the
      * offset, which is never what engineering means; a scale
      * change is a multiplier such as 10 or 0.1.

       CheckFields.
           MOVE "N" TO FieldSwitch
           IF TRAN-SITE-ID = SPACES THEN
               SET BadFields TO TRUE
           END-IF
           IF TRAN-EFF-DATE IS NOT NUMERIC
                   OR TRAN-MULTIPLIER IS NOT NUMERIC
                   OR TRAN-OFFSET IS NOT NUMERIC THEN
               SET BadFields TO TRUE
           ELSE
               IF TRAN-EFF-DATE = 0 OR TRAN-MULTIPLIER = 0 THEN
                   SET BadFields TO TRUE
               END-IF
           END-IF
           EXIT.

       FindEntry.
           MOVE "N" TO FoundSwitch
           MOVE 0 TO FoundIndex
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > CalibCount
               IF CBE-SITE-ID(X) = TRAN-SITE-ID
                       AND CBE-EFF-DATE(X) = TRAN-EFF-DATE
                       AND CBE-DELETED(X) = "N" THEN
                   MOVE X TO FoundIndex
                   SET EntryFound TO TRUE
               END-IF
           END-PERFORM
           EXIT.

       WriteNewCalibrations.
           OPEN OUTPUT NEW-CALIB
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > CalibCount
               IF CBE-DELETED(X) = "N" THEN
                   MOVE CBE-SITE-ID(X) TO NCL-SITE-ID
                   MOVE CBE-EFF-DATE(X) TO NCL-EFF-DATE
                   MOVE CBE-MULTIPLIER(X) TO NCL-MULTIPLIER
                   MOVE CBE-OFFSET(X) TO NCL-OFFSET
                   MOVE CBE-REFERENCE(X) TO NCL-REFERENCE
                   WRITE NEW-CALIB-LINE
               END-IF
           END-PERFORM
           CLOSE NEW-CALIB
           EXIT.

       END PROGRAM CALIBRATION-MAINT.
