      * report of what happened to each transaction.  OLD-CTL and
      * NEW-CTL both assign to CTLPARM: the whole old master is read
      * into CtlTable and OLD-CTL is closed before NEW-CTL is opened,
      * so the later OPEN OUTPUT safely replaces it.  Every
      * transaction that lands is also appended to the MAINTJRN
      * maintenance journal with the record's before and after
      * images, the submitter keyed on the transaction and its
      * source - THRADV for a THRESHOLD-ADVISOR recommendation,
      * HANDKEY for anything keyed by hand - so PARMS-IN-FORCE can
      * prove later which parameters a past night ran with.  When
      * the journal cannot be opened nothing is applied and the
      * master is left untouched.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-REPORT ASSIGN TO "MAINTRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "MAINTJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JournalStatus.
      *
       DATA DIVISION.
       FILE SECTION.
           05  TRAN-HIGH-N PIC S9(4).
           05  TRAN-MODULUS PIC S9(4).
           05  TRAN-EFF-DATE PIC 9(8).
           05  TRAN-SUBMITTER PIC X(8).
           05  TRAN-SOURCE PIC X(8).
       FD  NEW-CTL.
       01  NEW-CTL-LINE.
           05  NCL-PROGRAM-ID PIC X(8).
           05  MRL-SITE-ID PIC X(4).
           05  MRL-EFF-DATE PIC 9(8).
           05  MRL-STATUS PIC X(10).
       FD  JOURNAL-FILE.
       COPY MAINTJRN.
      *
       WORKING-STORAGE SECTION.
       01  CtlCount PIC 9(4) VALUE 0.
       01  TransStatus PIC X(10).
       01  RangeSwitch PIC X VALUE "N".
           88  BadRange VALUE "Y".
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
           DISPLAY "CTLMAINT: " JournalCount " CHANGE(S) JOURNALED"
       END-IF.
      *
       STOP RUN.

           CLOSE OLD-CTL
           EXIT.

       OpenJournal.
           OPEN EXTEND JOURNAL-FILE
           IF JournalStatus NOT = "00" THEN
               DISPLAY "CTLMAINT: MAINTJRN OPEN FAILED - STATUS "
                   JournalStatus " - NO TRANSACTIONS APPLIED"
               SET FileError TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           EXIT.

       ProcessTransactions.
           OPEN INPUT CTL-TRANS
           OPEN OUTPUT MAINT-REPORT
                       MOVE TRAN-EFF-DATE TO CTE-EFF-DATE(CtlCount)
                       MOVE "N" TO CTE-DELETED(CtlCount)
                       MOVE "ADDED" TO TransStatus
                       PERFORM StartJournalEntry
                       MOVE CtlCount TO FoundIndex
                       PERFORM NoteAfterImage
                       PERFORM WriteJournalEntry
                   END-IF
               END-IF
           END-IF
               IF BadRange THEN
                   MOVE "BAD RANGE" TO TransStatus
               ELSE
                   PERFORM StartJournalEntry
                   PERFORM NoteBeforeImage
                   MOVE TRAN-LOW-N TO CTE-LOW-N(FoundIndex)
                   MOVE TRAN-HIGH-N TO CTE-HIGH-N(FoundIndex)
                   MOVE TRAN-MODULUS TO CTE-MODULUS(FoundIndex)
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
               MOVE "Y" TO CTE-DELETED(FoundIndex)
               MOVE "DELETED" TO TransStatus
           END-IF
           EXIT.

      * A transaction with no submitter keyed is journaled as
      * UNKNOWN rather than refused, so an old-format deck still
      * applies; a blank source is a hand-keyed transaction.

       StartJournalEntry.
           MOVE SPACES TO JOURNAL-RECORD
           SET JRN-CTLPARM TO TRUE
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
           MOVE CTE-PROGRAM-ID(FoundIndex) TO JCB-PROGRAM-ID
           MOVE CTE-LOW-N(FoundIndex) TO JCB-LOW-N
           MOVE CTE-HIGH-N(FoundIndex) TO JCB-HIGH-N
           MOVE CTE-MODULUS(FoundIndex) TO JCB-MODULUS
           MOVE CTE-EFF-DATE(FoundIndex) TO JCB-EFF-DATE
           MOVE CTE-SITE-ID(FoundIndex) TO JCB-SITE-ID
           EXIT.

       NoteAfterImage.
           MOVE CTE-PROGRAM-ID(FoundIndex) TO JCA-PROGRAM-ID
           MOVE CTE-LOW-N(FoundIndex) TO JCA-LOW-N
           MOVE CTE-HIGH-N(FoundIndex) TO JCA-HIGH-N
           MOVE CTE-MODULUS(FoundIndex) TO JCA-MODULUS
           MOVE CTE-EFF-DATE(FoundIndex) TO JCA-EFF-DATE
           MOVE CTE-SITE-ID(FoundIndex) TO JCA-SITE-ID
           EXIT.

       WriteJournalEntry.
           WRITE JOURNAL-RECORD
           ADD 1 TO JournalCount
           EXIT.

      * LOW-N and HIGH-N only form a range on the SUMRANGE summing
      * records and the MAXARRAY reading thresholds.  The
      * parameter-style records (HOUSEKEP retention, ALERTER floor
      * and tolerance, VARRPT tolerance, MAXSENS flatline run and
      * spike percentage) carry two independent values - ALERTER's
      * documented defaults are 50/25 - so the low-not-above-high
      * rule must not apply to them.  MAXARRAY thresholds are keyed
      * in tenths of a unit, so the S9(4) transaction fields
      * themselves cap a keyed bound at 999.9 units; a site whose
      * genuine readings run higher takes no site record and rides
      * the all-sites default instead.  An XMITSCHD delivery window
      * is two HHMM times of day, neither with more than 59 minutes,
      * and cannot close before it opens, though a zero deadline
      * retires the delivery and is allowed.

       CheckRange.
           MOVE "N" TO RangeSwitch
                   AND TRAN-LOW-N > TRAN-HIGH-N THEN
               SET BadRange TO TRUE
           END-IF
           IF TRAN-PROGRAM-ID = "XMITSCHD" AND TRAN-HIGH-N NOT = 0
                   AND (TRAN-LOW-N > TRAN-HIGH-N OR TRAN-LOW-N < 0
                       OR TRAN-HIGH-N > 2359
                       OR FUNCTION MOD(TRAN-LOW-N, 100) > 59
                       OR FUNCTION MOD(TRAN-HIGH-N, 100) > 59) THEN
               SET BadRange TO TRUE
           END-IF
           EXIT.

       FindEntry.
