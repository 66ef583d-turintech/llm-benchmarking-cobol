      * reading is rewritten in place, a reading that never made it
      * to the file (rejected by the intake) is written new, and the
      * matching OPEN exception lines on the exception report are
      * marked RESOLVED whatever their reason - a HIGH/LOW band
      * break, or a FLAT stuck-meter or SPIK spike line from
      * MAX-ARRAY's neighbour checks - with the reason resolved
      * shown against the correction.  The corrections are
      * hand-keyed and held in a table (500 per batch); the
      * exception report itself is streamed through the EXCWORK
      * work file, so however many
      * exception lines a stretch of bad-sensor nights has left on
      * file the marking pass handles them all.  Every transaction
      * gets a line on the correction report saying what happened to
      * without the repair.  The repaired day is then republished by
      * rerunning MAX-ARRAY with ASOFDATE and RERUN set in RUNPARM -
      * the CORRBAT job runs this program and that rerun back to
      * back.  Every correction that changes a reading is appended
      * to the permanent CORRHIST correction history with the value
      * before and after, the reason it resolved, and the operator,
      * terminal and time the EXCQ screen stamped on it (a
      * hand-keyed transaction goes down as UNKNOWN); a
      * resubmitted batch re-applying a value already on file adds
      * nothing.  When the history cannot be opened nothing is
      * applied, so no change to a metered value goes unrecorded.
      * A corrected reading is marked as such on READINGS and keeps
      * the raw value the meter sent beside the corrected one (zero
      * on a reading added here, which no meter sent), so a later
      * CALIBRATION-RESTATE leaves the keyed value alone.  A
      * rewritten reading keeps the time of day the meter took it;
      * one added here has no time of reading and goes on untimed.
      * The readings added, and those whose value changed, are
      * counted by reading date and site on the LEDGMOVE reading
      * count movements for READING-LEDGER; a movement file that
      * cannot be extended only warns.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT CORRECTION-REPORT ASSIGN TO "CORRRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CORRECTION-HISTORY ASSIGN TO "CORRHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HistoryStatus.
           SELECT LEDGER-MOVES ASSIGN TO "LEDGMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LedgerStatus.
      *
       DATA DIVISION.
       FILE SECTION.
           05  COR-READING-SITE PIC X(4).
           05  COR-READING-SEQ PIC 9(4).
           05  COR-NEW-VALUE PIC S9(4)V9.
           05  COR-OPERATOR PIC X(8).
           05  COR-TERMINAL PIC X(4).
           05  COR-ENTRY-DATE PIC 9(8).
           05  COR-ENTRY-TIME PIC 9(6).
       FD  READINGS-FILE.
       01  READING-RECORD.
           05  READING-KEY.
               10  READING-SITE PIC X(4).
               10  READING-SEQ PIC 9(4).
           05  READING-VALUE PIC S9(4)V9.
           05  READING-RAW-VALUE PIC S9(4)V9.
           05  READING-CAL-DATE PIC 9(8).
           05  READING-ORIGIN PIC X.
               88  READING-METERED VALUE "M".
               88  READING-CORRECTED VALUE "C".
           05  READING-TIME.
               10  READING-HOUR PIC 99.
               10  READING-MINUTE PIC 99.
               10  READING-SECOND PIC 99.
       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE.
           05  EXC-DATE PIC 9(8).
       01  EXC-WORK-RECORD PIC X(33).
       FD  CORRECTION-REPORT.
       01  CORRECTION-REPORT-LINE PIC X(70).
       FD  CORRECTION-HISTORY.
       COPY CORRHIST.
       FD  LEDGER-MOVES.
       COPY LEDGMOVE.
      *
       WORKING-STORAGE SECTION.
       01  REPORT-DETAIL-LINE.
           05  CR-ACTION PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  CR-EXC-NOTE PIC X(12).
           05  FILLER PIC X VALUE SPACE.
           05  CR-EXC-REASON PIC X(4).
           05  FILLER PIC X VALUE SPACE.
       01  CorrectionStatus PIC XX.
       01  ReadingsStatus PIC XX.
       01  ExceptionStatus PIC XX.
       01  HistoryStatus PIC XX.
       01  LedgerStatus PIC XX.
       01  CorrectionSwitch PIC X VALUE "N".
           88  NoMoreCorrections VALUE "Y".
       01  ExceptionSwitch PIC X VALUE "N".
       01  AddedCount PIC 9(4) VALUE 0.
       01  BadTranCount PIC 9(4) VALUE 0.
       01  WriteFailCount PIC 9(4) VALUE 0.
       01  HistoryCount PIC 9(4) VALUE 0.
       01  RunDate PIC 9(8).
       01  RunTime PIC 9(8).
       01  CorCount PIC 9(4) VALUE 0.
       01  CorTable.
           05  CorEntry OCCURS 500 TIMES.
               10  COE-ACTION PIC X(8).
                   88  COE-LANDED VALUE "APPLIED " "ADDED   ".
               10  COE-NOTE PIC X(12).
               10  COE-REASON PIC X(4).
               10  COE-OPERATOR PIC X(8).
               10  COE-TERMINAL PIC X(4).
               10  COE-ENTRY-DATE PIC 9(8).
               10  COE-ENTRY-TIME PIC 9(6).
       01  CorX PIC 9(4) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       ACCEPT RunTime FROM TIME.
       PERFORM LoadCorrections.
       IF NOT FileError THEN
           PERFORM ResolveExceptions
           PERFORM WriteCorrectionHistory
           PERFORM WriteLedgerMoves
           PERFORM WriteCorrectionReport
           DISPLAY "EXCFIX: APPLIED " AppliedCount
               " ADDED " AddedCount
               " BAD " BadTranCount
               " WRITE FAILED " WriteFailCount
               " HISTORY " HistoryCount
           IF RETURN-CODE = 0
                   AND (BadTranCount > 0 OR WriteFailCount > 0) THEN
               MOVE 4 TO RETURN-CODE
               SET FileError TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND CORRECTION-HISTORY
               IF HistoryStatus NOT = "00" THEN
                   DISPLAY "EXCFIX: CORRHIST OPEN FAILED - STATUS "
                       HistoryStatus " - NOTHING APPLIED"
                   SET FileError TO TRUE
                   MOVE 16 TO RETURN-CODE
                   CLOSE CORRECTION-FILE
               ELSE
                   OPEN I-O READINGS-FILE
                   IF ReadingsStatus NOT = "00" THEN
                       DISPLAY "EXCFIX: READINGS FILE OPEN FAILED - "
                           "STATUS " ReadingsStatus
                       SET FileError TO TRUE
                       MOVE 16 TO RETURN-CODE
                       CLOSE CORRECTION-FILE
                       CLOSE CORRECTION-HISTORY
                   ELSE
                       PERFORM UNTIL NoMoreCorrections
                           READ CORRECTION-FILE
                               AT END
                                   SET NoMoreCorrections TO TRUE
                               NOT AT END
                                   PERFORM ApplyCorrection
                           END-READ
                       END-PERFORM
                       CLOSE CORRECTION-FILE
                       CLOSE READINGS-FILE
                       IF CorrectionsOverflowed THEN
                           DISPLAY "EXCFIX: MORE THAN 500 CORRECTIONS "
                               "IN ONE BATCH - REMAINDER NOT "
                               "PROCESSED, SPLIT THE BATCH AND "
                               "RESUBMIT"
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
               MOVE 0 TO COE-OLD(CorCount)
               MOVE 0 TO COE-NEW(CorCount)
               MOVE SPACES TO COE-NOTE(CorCount)
               MOVE SPACES TO COE-REASON(CorCount)
               PERFORM NoteWhoKeyed
               IF COR-READING-DATE IS NOT NUMERIC
                       OR COR-READING-SITE = SPACES
                       OR COR-READING-SEQ IS NOT NUMERIC
                   READ READINGS-FILE
                       INVALID KEY
                           MOVE COR-NEW-VALUE TO READING-VALUE
                           MOVE 0 TO READING-RAW-VALUE
                           MOVE 0 TO READING-CAL-DATE
                           SET READING-CORRECTED TO TRUE
                           MOVE SPACES TO READING-TIME
                           WRITE READING-RECORD
                               INVALID KEY
                                   ADD 1 TO WriteFailCount
                       NOT INVALID KEY
                           MOVE READING-VALUE TO COE-OLD(CorCount)
                           MOVE COR-NEW-VALUE TO READING-VALUE
                           SET READING-CORRECTED TO TRUE
                           REWRITE READING-RECORD
                           ADD 1 TO AppliedCount
                           MOVE "APPLIED " TO COE-ACTION(CorCount)
           END-IF
           EXIT.

      * A transaction keyed on the EXCQ screen carries its operator,
      * terminal and time; one keyed by hand into CORRTRAN has
      * none, and goes on the history as UNKNOWN rather than being
      * refused.

       NoteWhoKeyed.
           IF COR-OPERATOR = SPACES OR COR-OPERATOR = LOW-VALUES THEN
               MOVE "UNKNOWN " TO COE-OPERATOR(CorCount)
           ELSE
               MOVE COR-OPERATOR TO COE-OPERATOR(CorCount)
           END-IF
           IF COR-TERMINAL = LOW-VALUES THEN
               MOVE SPACES TO COE-TERMINAL(CorCount)
           ELSE
               MOVE COR-TERMINAL TO COE-TERMINAL(CorCount)
           END-IF
           IF COR-ENTRY-DATE IS NUMERIC
                   AND COR-ENTRY-TIME IS NUMERIC THEN
               MOVE COR-ENTRY-DATE TO COE-ENTRY-DATE(CorCount)
               MOVE COR-ENTRY-TIME TO COE-ENTRY-TIME(CorCount)
           ELSE
               MOVE 0 TO COE-ENTRY-DATE(CorCount)
               MOVE 0 TO COE-ENTRY-TIME(CorCount)
           END-IF
           EXIT.

      * The exception report is passed once, line by line, through
      * the work file: any line still OPEN whose key matches a
      * correction that actually landed is marked RESOLVED on the
                           AND EXC-SEQUENCE = COE-SEQ(CorX) THEN
                       MOVE "RESOLVED" TO EXC-STATUS
                       MOVE "EXC RESOLVED" TO COE-NOTE(CorX)
                       MOVE EXC-REASON TO COE-REASON(CorX)
                       SET ExceptionsChanged TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      * One history entry per correction that landed, after the
      * exception marking so the reason it resolved goes with it.
      * A rewrite that left the value as it was - the same batch
      * resubmitted - changed nothing and is not recorded again.

       WriteCorrectionHistory.
           PERFORM VARYING CorX FROM 1 BY 1 UNTIL CorX > CorCount
               IF COE-LANDED(CorX) THEN
                   IF COE-ACTION(CorX) = "ADDED   "
                           OR COE-OLD(CorX) NOT = COE-NEW(CorX) THEN
                       MOVE COE-DATE(CorX) TO CHR-READING-DATE
                       MOVE COE-SITE(CorX) TO CHR-READING-SITE
                       MOVE COE-SEQ(CorX) TO CHR-READING-SEQ
                       MOVE COE-OLD(CorX) TO CHR-OLD-VALUE
                       MOVE COE-NEW(CorX) TO CHR-NEW-VALUE
                       MOVE COE-ACTION(CorX) TO CHR-ACTION
                       MOVE COE-REASON(CorX) TO CHR-REASON
                       MOVE COE-OPERATOR(CorX) TO CHR-OPERATOR
                       MOVE COE-TERMINAL(CorX) TO CHR-TERMINAL
                       MOVE COE-ENTRY-DATE(CorX) TO CHR-ENTRY-DATE
                       MOVE COE-ENTRY-TIME(CorX) TO CHR-ENTRY-TIME
                       MOVE RunDate TO CHR-APPLIED-DATE
                       MOVE RunTime TO CHR-APPLIED-TIME
                       WRITE CORRECTION-HISTORY-RECORD
                       ADD 1 TO HistoryCount
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CORRECTION-HISTORY
           EXIT.

      * One movement per correction that added a reading or changed
      * one, by the same rule as the history.

       WriteLedgerMoves.
           IF AppliedCount + AddedCount > 0 THEN
               OPEN EXTEND LEDGER-MOVES
               IF LedgerStatus NOT = "00" THEN
                   DISPLAY "EXCFIX: LEDGMOVE EXTEND FAILED - STATUS "
                       LedgerStatus " - READING COUNTS NOT RECORDED"
               ELSE
                   PERFORM VARYING CorX FROM 1 BY 1
                           UNTIL CorX > CorCount
                       IF COE-LANDED(CorX) THEN
                           IF COE-ACTION(CorX) = "ADDED   "
                                   OR COE-OLD(CorX)
                                       NOT = COE-NEW(CorX) THEN
                               PERFORM WriteOneLedgerMove
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE LEDGER-MOVES
               END-IF
           END-IF
           EXIT.

       WriteOneLedgerMove.
           MOVE COE-DATE(CorX) TO LGM-READING-DATE
           MOVE COE-SITE(CorX) TO LGM-SITE
           MOVE "EXCFIX  " TO LGM-SOURCE
           MOVE RunDate TO LGM-RUN-DATE
           MOVE RunTime TO LGM-RUN-TIME
           MOVE 0 TO LGM-RECEIVED
           MOVE 0 TO LGM-REJECTED
           MOVE 0 TO LGM-SKIPPED
           MOVE 0 TO LGM-LOADED
           MOVE 0 TO LGM-ADDED
           MOVE 0 TO LGM-CHANGED
           IF COE-ACTION(CorX) = "ADDED   " THEN
               MOVE 1 TO LGM-ADDED
           ELSE
               MOVE 1 TO LGM-CHANGED
           END-IF
           MOVE 0 TO LGM-ARCHIVED
           MOVE 0 TO LGM-RESTORED
           MOVE 0 TO LGM-RECODED-IN
           MOVE 0 TO LGM-RECODED-OUT
           WRITE LEDGER-MOVE-RECORD
           EXIT.

       WriteCorrectionReport.
           OPEN OUTPUT CORRECTION-REPORT
           PERFORM VARYING CorX FROM 1 BY 1 UNTIL CorX > CorCount
               MOVE COE-NEW(CorX) TO CR-NEW-VALUE
               MOVE COE-ACTION(CorX) TO CR-ACTION
               MOVE COE-NOTE(CorX) TO CR-EXC-NOTE
               MOVE COE-REASON(CorX) TO CR-EXC-REASON
               WRITE CORRECTION-REPORT-LINE FROM REPORT-DETAIL-LINE
           END-PERFORM
           CLOSE CORRECTION-REPORT
