       IDENTIFICATION DIVISION.
       PROGRAM-ID.    THRESHOLD-SIMULATION.
      *
      * Shows what a proposed set of MAXARRAY threshold changes
      * would actually do before anyone approves it.  The proposal
      * is a deck of CTL-MAINT transactions on THRTRANS - the
      * THRESHOLD-ADVISOR output or hand-keyed ones, same layout -
      * and is applied here to an in-core copy of the CTLPARM
      * MAXARRAY records exactly as CTL-MAINT would apply it (a
      * duplicate add, a change or delete of a record not on file,
      * or a low above high is refused and listed as such).  Current
      * bands are resolved the way MAX-ARRAY resolves them on the
      * run date (latest effective date not after it, blank site id
      * the all-sites default, values in tenths); proposed bands the
      * same way from the updated copy, as of the latest effective
      * date on the deck, so a THRADV deck effective next month is
      * seen in force.  The last N days of READINGS (SIMDAYS on
      * RUNPARM, 30 when not keyed) are then replayed under both:
      * one line per site per day that either band would flag,
      * giving HIGH and LOW counts under each band, the readings
      * flagged now that the proposal would let through (CLEARED -
      * false lows gone, or an outage hidden) and those it would
      * newly flag, then totals by site.  Finally every OPEN HIGH or
      * LOW line on the exception report whose value sits inside
      * the proposed band is listed as one that would stop being an
      * exception.  The neighbour checks (FLAT, SPIK) do not depend
      * on the bands and are not simulated.  Nothing is published
      * and every file is opened for input only: CTLPARM, EXCPRPT
      * and READINGS are left exactly as found.  A refused
      * transaction ends the step with return code 4 so the deck is
      * looked at before it goes to CTL-MAINT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READINGS-FILE ASSIGN TO "READINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS READING-KEY
               FILE STATUS IS ReadingsStatus.
           SELECT CONTROL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ControlStatus.
           SELECT TRANS-FILE ASSIGN TO "THRTRANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TransStatus.
           SELECT EXCEPTION-REPORT ASSIGN TO "EXCPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ExceptionStatus.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunParmStatus.
           SELECT REPORT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  READINGS-FILE.
       01  READING-RECORD.
           05  READING-KEY.
               10  READING-DATE PIC 9(8).
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
       FD  CONTROL-FILE.
       COPY CTLPARM.
       FD  TRANS-FILE.
       01  THR-TRANS-LINE.
           05  TRAN-CODE PIC X.
               88  TRAN-ADD VALUE "A".
               88  TRAN-CHANGE VALUE "C".
               88  TRAN-DELETE VALUE "D".
           05  TRAN-PROGRAM-ID PIC X(8).
           05  TRAN-SITE-ID PIC X(4).
           05  TRAN-LOW-N PIC S9(4).
           05  TRAN-HIGH-N PIC S9(4).
           05  TRAN-MODULUS PIC S9(4).
           05  TRAN-EFF-DATE PIC 9(8).
           05  TRAN-SUBMITTER PIC X(8).
           05  TRAN-SOURCE PIC X(8).
       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE.
           05  EXC-DATE PIC 9(8).
           05  EXC-SITE PIC X(4).
           05  EXC-SEQUENCE PIC 9(4).
           05  EXC-VALUE PIC S9(4)V9.
           05  EXC-REASON PIC X(4).
           05  EXC-STATUS PIC X(8).
               88  EXC-OPEN VALUE "OPEN    ".
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  PRM-KEYWORD PIC X(8).
           05  PRM-VALUE PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  REPORT-TITLE-LINE.
           05  FILLER PIC X(33) VALUE
               "THRESHOLD CHANGE SIMULATION AS OF".
           05  FILLER PIC X VALUE SPACE.
           05  ST-RUN-DATE PIC 9(8).
           05  FILLER PIC X(15) VALUE "  REPLAYED FROM".
           05  FILLER PIC X VALUE SPACE.
           05  ST-START-DATE PIC 9(8).
           05  FILLER PIC X(66) VALUE SPACES.
       01  REPORT-HEADING-LINE.
           05  RH-TEXT PIC X(60).
           05  FILLER PIC X(72) VALUE SPACES.
       01  REPORT-BAND-HEADING-LINE.
           05  FILLER PIC X(47) VALUE
               "BANDS THE PROPOSAL CHANGES - PROPOSED IN FORCE ".
           05  FILLER PIC X(5) VALUE "FROM ".
           05  BH-PROPOSED-DATE PIC 9(8).
           05  FILLER PIC X(72) VALUE SPACES.
       01  REPORT-TRANS-LINE.
           05  FILLER PIC X(12) VALUE "TRANSACTION ".
           05  TR-CODE PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  TR-PROGRAM-ID PIC X(8).
           05  FILLER PIC X(6) VALUE " SITE ".
           05  TR-SITE PIC X(4).
           05  FILLER PIC X(5) VALUE " EFF ".
           05  TR-EFF-DATE PIC 9(8).
           05  FILLER PIC X(5) VALUE " LOW ".
           05  TR-LOW PIC -ZZZ9.9.
           05  FILLER PIC X(6) VALUE " HIGH ".
           05  TR-HIGH PIC -ZZZ9.9.
           05  FILLER PIC X VALUE SPACE.
           05  TR-STATUS PIC X(10).
           05  FILLER PIC X(51) VALUE SPACES.
       01  REPORT-BAND-LINE.
           05  FILLER PIC X(5) VALUE "SITE ".
           05  BL-SITE PIC X(4).
           05  FILLER PIC X(9) VALUE " CURRENT ".
           05  BL-CUR-LOW PIC -ZZZ9.9.
           05  FILLER PIC X(3) VALUE " - ".
           05  BL-CUR-HIGH PIC -ZZZ9.9.
           05  FILLER PIC X(10) VALUE " PROPOSED ".
           05  BL-PRO-LOW PIC -ZZZ9.9.
           05  FILLER PIC X(3) VALUE " - ".
           05  BL-PRO-HIGH PIC -ZZZ9.9.
           05  FILLER PIC X VALUE SPACE.
           05  BL-FLAG PIC X(9).
           05  FILLER PIC X(60) VALUE SPACES.
       01  REPORT-DAY-LINE.
           05  DL-DATE PIC 9(8).
           05  FILLER PIC X(6) VALUE " SITE ".
           05  DL-SITE PIC X(4).
           05  FILLER PIC X(10) VALUE " READINGS ".
           05  DL-READINGS PIC ZZZZ9.
           05  FILLER PIC X(15) VALUE "  CURRENT HIGH ".
           05  DL-CUR-HIGH PIC ZZZZ9.
           05  FILLER PIC X(5) VALUE " LOW ".
           05  DL-CUR-LOW PIC ZZZZ9.
           05  FILLER PIC X(16) VALUE "  PROPOSED HIGH ".
           05  DL-PRO-HIGH PIC ZZZZ9.
           05  FILLER PIC X(5) VALUE " LOW ".
           05  DL-PRO-LOW PIC ZZZZ9.
           05  FILLER PIC X(10) VALUE "  CLEARED ".
           05  DL-CLEARED PIC ZZZZ9.
           05  FILLER PIC X(5) VALUE " NEW ".
           05  DL-NEW PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE SPACES.
       01  REPORT-SITE-LINE.
           05  FILLER PIC X(5) VALUE "SITE ".
           05  SL-SITE PIC X(4).
           05  FILLER PIC X(6) VALUE " DAYS ".
           05  SL-DAYS PIC ZZZ9.
           05  FILLER PIC X(10) VALUE " READINGS ".
           05  SL-READINGS PIC ZZZZZZ9.
           05  FILLER PIC X(11) VALUE "  CUR HIGH ".
           05  SL-CUR-HIGH PIC ZZZZZ9.
           05  FILLER PIC X(5) VALUE " LOW ".
           05  SL-CUR-LOW PIC ZZZZZ9.
           05  FILLER PIC X(12) VALUE "  PROP HIGH ".
           05  SL-PRO-HIGH PIC ZZZZZ9.
           05  FILLER PIC X(5) VALUE " LOW ".
           05  SL-PRO-LOW PIC ZZZZZ9.
           05  FILLER PIC X(10) VALUE "  CLEARED ".
           05  SL-CLEARED PIC ZZZZZ9.
           05  FILLER PIC X(5) VALUE " NEW ".
           05  SL-NEW PIC ZZZZZ9.
           05  FILLER PIC X(6) VALUE " OPEN ".
           05  SL-OPEN-CLEARS PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
       01  REPORT-CLEAR-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  CL-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  CL-SITE PIC X(4).
           05  FILLER PIC X VALUE SPACE.
           05  CL-SEQ PIC 9(4).
           05  FILLER PIC X VALUE SPACE.
           05  CL-VALUE PIC -ZZZ9.9.
           05  FILLER PIC X VALUE SPACE.
           05  CL-REASON PIC X(4).
           05  FILLER PIC X(27) VALUE
               " WOULD CLEAR UNDER PROPOSED".
           05  FILLER PIC X(72) VALUE SPACES.
       01  REPORT-TOTAL-LINE.
           05  FILLER PIC X(22) VALUE "OPEN EXCEPTIONS SEEN ".
           05  TL-OPEN PIC ZZZZZ9.
           05  FILLER PIC X(15) VALUE "  WOULD CLEAR ".
           05  TL-CLEARS PIC ZZZZZ9.
           05  FILLER PIC X(83) VALUE SPACES.
       01  ReadingsStatus PIC XX.
       01  ControlStatus PIC XX.
       01  TransStatus PIC XX.
       01  ExceptionStatus PIC XX.
       01  RunParmStatus PIC XX.
       01  ReadingSwitch PIC X VALUE "N".
           88  NoMoreReadings VALUE "Y".
       01  ControlSwitch PIC X VALUE "N".
           88  NoMoreControl VALUE "Y".
       01  TransSwitch PIC X VALUE "N".
           88  NoMoreTrans VALUE "Y".
       01  ExceptionSwitch PIC X VALUE "N".
           88  NoMoreExceptions VALUE "Y".
       01  RunParmSwitch PIC X VALUE "N".
           88  NoMoreRunParm VALUE "Y".
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  RunDate PIC 9(8).
       01  StartDate PIC 9(8).
       01  ProposedDate PIC 9(8).
       01  SimDays PIC 9(4) VALUE 30.
       01  SimDaysWork PIC 9(8) VALUE 0.
       01  SimDigits PIC 9(4) VALUE 0.
       01  SimScanX PIC 9(4) VALUE 0.
       01  SimScanState PIC X.
           88  SimPastDigits VALUE "P".
           88  SimValueBad VALUE "B".
      * Every MAXARRAY record on CTLPARM, with the values in force
      * now beside the values the proposal would leave; a record
      * the proposal adds is not current, one it deletes is not
      * proposed.
       01  RecordCount PIC 9(4) VALUE 0.
       01  RecordTable.
           05  RecordEntry OCCURS 500 TIMES.
               10  RCE-SITE PIC X(4).
               10  RCE-EFF-DATE PIC 9(8).
               10  RCE-CUR-LOW PIC S9(4)V9.
               10  RCE-CUR-HIGH PIC S9(4)V9.
               10  RCE-PRO-LOW PIC S9(4)V9.
               10  RCE-PRO-HIGH PIC S9(4)V9.
               10  RCE-IN-CURRENT PIC X.
                   88  RCE-CURRENT VALUE "Y".
               10  RCE-IN-PROPOSED PIC X.
                   88  RCE-PROPOSED VALUE "Y".
       01  RecordX PIC 9(4) VALUE 0.
       01  RecordIndex PIC 9(4) VALUE 0.
      * The bands resolved from RecordTable, one entry per site id
      * that carries a record; the blank site id is the default.
       01  BandCount PIC 9(4) VALUE 0.
       01  BandTable.
           05  BandEntry OCCURS 201 TIMES.
               10  BNE-SITE PIC X(4).
               10  BNE-CUR-EFF PIC 9(8).
               10  BNE-CUR-LOW PIC S9(4)V9.
               10  BNE-CUR-HIGH PIC S9(4)V9.
               10  BNE-PRO-EFF PIC 9(8).
               10  BNE-PRO-LOW PIC S9(4)V9.
               10  BNE-PRO-HIGH PIC S9(4)V9.
               10  BNE-CUR-SWITCH PIC X.
                   88  BNE-HAS-CURRENT VALUE "Y".
               10  BNE-PRO-SWITCH PIC X.
                   88  BNE-HAS-PROPOSED VALUE "Y".
       01  BandX PIC 9(4) VALUE 0.
       01  BandIndex PIC 9(4) VALUE 0.
       01  CurrLowThreshold PIC S9(4)V9 VALUE 0.
       01  CurrHighThreshold PIC S9(4)V9 VALUE 9999.9.
       01  PropLowThreshold PIC S9(4)V9 VALUE 0.
       01  PropHighThreshold PIC S9(4)V9 VALUE 9999.9.
       01  TranLow PIC S9(4)V9 VALUE 0.
       01  TranHigh PIC S9(4)V9 VALUE 0.
       01  TranResult PIC X(10).
       01  TranAppliedCount PIC 9(4) VALUE 0.
       01  TranRefusedCount PIC 9(4) VALUE 0.
       01  TranIgnoredCount PIC 9(4) VALUE 0.
      * Totals by site over the replay window.
       01  SiteCount PIC 9(4) VALUE 0.
       01  SiteTable.
           05  SiteEntry OCCURS 200 TIMES.
               10  STE-SITE PIC X(4).
               10  STE-DAYS PIC 9(4).
               10  STE-READINGS PIC 9(7).
               10  STE-CUR-HIGH PIC 9(6).
               10  STE-CUR-LOW PIC 9(6).
               10  STE-PRO-HIGH PIC 9(6).
               10  STE-PRO-LOW PIC 9(6).
               10  STE-CLEARED PIC 9(6).
               10  STE-NEW PIC 9(6).
               10  STE-OPEN-CLEARS PIC 9(5).
       01  SiteX PIC 9(4) VALUE 0.
       01  SiteIndex PIC 9(4) VALUE 0.
       01  SiteKey PIC X(4).
      * The site-day being replayed.
       01  GroupDate PIC 9(8) VALUE 0.
       01  GroupSite PIC X(4) VALUE SPACES.
       01  GroupReadings PIC 9(5) VALUE 0.
       01  GroupCurHigh PIC 9(5) VALUE 0.
       01  GroupCurLow PIC 9(5) VALUE 0.
       01  GroupProHigh PIC 9(5) VALUE 0.
       01  GroupProLow PIC 9(5) VALUE 0.
       01  GroupCleared PIC 9(5) VALUE 0.
       01  GroupNew PIC 9(5) VALUE 0.
       01  CurrFlagSwitch PIC X.
           88  CurrFlagged VALUE "Y".
       01  PropFlagSwitch PIC X.
           88  PropFlagged VALUE "Y".
       01  DayLineCount PIC 9(6) VALUE 0.
       01  OpenSeenCount PIC 9(6) VALUE 0.
       01  OpenClearCount PIC 9(6) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM ReadRunParms.
       COMPUTE StartDate =
           FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(RunDate) - SimDays + 1).
       MOVE RunDate TO ProposedDate.
       OPEN OUTPUT REPORT-FILE.
       MOVE RunDate TO ST-RUN-DATE.
       MOVE StartDate TO ST-START-DATE.
       WRITE REPORT-LINE FROM REPORT-TITLE-LINE.
       PERFORM LoadThresholdRecords.
       IF NOT FileError THEN
           PERFORM ApplyProposal
       END-IF.
       IF NOT FileError THEN
           PERFORM ResolveBands
           PERFORM ReplayReadings
       END-IF.
       IF NOT FileError THEN
           PERFORM ReviewOpenExceptions
           PERFORM WriteSiteTotals
       END-IF.
       CLOSE REPORT-FILE.
       IF FileError THEN
           MOVE 16 TO RETURN-CODE
       ELSE
           DISPLAY "THRSIM: " TranAppliedCount " TRANSACTION(S) "
               "SIMULATED " TranRefusedCount " REFUSED "
               TranIgnoredCount " NOT MAXARRAY"
           DISPLAY "THRSIM: " DayLineCount " SITE-DAY(S) REPORTED - "
               OpenClearCount " OPEN EXCEPTION(S) WOULD CLEAR"
           IF TranRefusedCount > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.
      *
       STOP RUN.

      * ASOFDATE moves the run date as in the other programs;
      * SIMDAYS sets the replay window in days, keyed naturally
      * (digits left-justified and space-padded, "SIMDAYS 60").

       ReadRunParms.
           OPEN INPUT RUNPARM-FILE
           IF RunParmStatus = "00" THEN
               PERFORM UNTIL NoMoreRunParm
                   READ RUNPARM-FILE
                       AT END
                           SET NoMoreRunParm TO TRUE
                       NOT AT END
                           PERFORM ApplyRunParm
                   END-READ
               END-PERFORM
               CLOSE RUNPARM-FILE
           END-IF
           EXIT.

       ApplyRunParm.
           IF PRM-KEYWORD = "ASOFDATE" AND PRM-VALUE IS NUMERIC THEN
               MOVE PRM-VALUE TO RunDate
           END-IF
           IF PRM-KEYWORD = "SIMDAYS " THEN
               PERFORM ValidateSimDays
               IF NOT SimValueBad AND SimDigits > 0
                       AND SimDaysWork > 0
                       AND SimDaysWork < 367 THEN
                   MOVE SimDaysWork TO SimDays
               ELSE
                   DISPLAY "THRSIM: BAD SIMDAYS VALUE '" PRM-VALUE
                       "' IN RUNPARM - DEFAULT " SimDays " USED"
               END-IF
           END-IF
           EXIT.

       ValidateSimDays.
           MOVE 0 TO SimDaysWork
           MOVE 0 TO SimDigits
           MOVE SPACE TO SimScanState
           PERFORM VARYING SimScanX FROM 1 BY 1
                   UNTIL SimScanX > 8 OR SimValueBad
               IF PRM-VALUE(SimScanX:1) IS NUMERIC THEN
                   IF SimPastDigits THEN
                       SET SimValueBad TO TRUE
                   ELSE
                       COMPUTE SimDaysWork = SimDaysWork * 10
                           + FUNCTION NUMVAL
                               (PRM-VALUE(SimScanX:1))
                       ADD 1 TO SimDigits
                   END-IF
               ELSE
                   IF PRM-VALUE(SimScanX:1) = SPACE THEN
                       IF SimDigits > 0 THEN
                           SET SimPastDigits TO TRUE
                       END-IF
                   ELSE
                       SET SimValueBad TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       LoadThresholdRecords.
           OPEN INPUT CONTROL-FILE
           IF ControlStatus NOT = "00" THEN
               DISPLAY "THRSIM: CTLPARM FILE OPEN FAILED - STATUS "
                   ControlStatus
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreControl
                   READ CONTROL-FILE
                       AT END
                           SET NoMoreControl TO TRUE
                       NOT AT END
                           IF CTL-PROGRAM-ID = "MAXARRAY" THEN
                               PERFORM StoreThresholdRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF
           EXIT.

       StoreThresholdRecord.
           IF RecordCount >= 500 THEN
               DISPLAY "THRSIM: THRESHOLD RECORD TABLE FULL AT SITE "
                   CTL-SITE-ID
               SET FileError TO TRUE
               SET NoMoreControl TO TRUE
           ELSE
               ADD 1 TO RecordCount
               MOVE CTL-SITE-ID TO RCE-SITE(RecordCount)
               MOVE CTL-EFF-DATE TO RCE-EFF-DATE(RecordCount)
               COMPUTE RCE-CUR-LOW(RecordCount) = CTL-LOW-N / 10
               COMPUTE RCE-CUR-HIGH(RecordCount) = CTL-HIGH-N / 10
               MOVE RCE-CUR-LOW(RecordCount)
                   TO RCE-PRO-LOW(RecordCount)
               MOVE RCE-CUR-HIGH(RecordCount)
                   TO RCE-PRO-HIGH(RecordCount)
               MOVE "Y" TO RCE-IN-CURRENT(RecordCount)
               MOVE "Y" TO RCE-IN-PROPOSED(RecordCount)
           END-IF
           EXIT.

      * The deck is applied with CTL-MAINT's rules, record key
      * program/site/effective date, and each transaction is
      * listed with what became of it.  Records for other programs
      * in the deck have no bearing on the bands and are passed
      * over.

       ApplyProposal.
           OPEN INPUT TRANS-FILE
           IF TransStatus NOT = "00" THEN
               DISPLAY "THRSIM: THRTRANS FILE OPEN FAILED - STATUS "
                   TransStatus " - NOTHING TO SIMULATE"
               SET FileError TO TRUE
           ELSE
               MOVE "PROPOSED TRANSACTIONS" TO RH-TEXT
               WRITE REPORT-LINE FROM REPORT-HEADING-LINE
               PERFORM UNTIL NoMoreTrans
                   READ TRANS-FILE
                       AT END
                           SET NoMoreTrans TO TRUE
                       NOT AT END
                           PERFORM ApplyOneTransaction
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF
           EXIT.

       ApplyOneTransaction.
           COMPUTE TranLow = TRAN-LOW-N / 10
           COMPUTE TranHigh = TRAN-HIGH-N / 10
           IF TRAN-PROGRAM-ID NOT = "MAXARRAY" THEN
               MOVE "NOT BAND" TO TranResult
               ADD 1 TO TranIgnoredCount
           ELSE
               PERFORM FindRecord
               IF TRAN-ADD THEN
                   PERFORM SimulateAdd
               ELSE
                   IF TRAN-CHANGE THEN
                       PERFORM SimulateChange
                   ELSE
                       IF TRAN-DELETE THEN
                           PERFORM SimulateDelete
                       ELSE
                           MOVE "BAD CODE" TO TranResult
                       END-IF
                   END-IF
               END-IF
               IF TranResult = "ADDED" OR TranResult = "CHANGED"
                       OR TranResult = "DELETED" THEN
                   ADD 1 TO TranAppliedCount
                   IF TRAN-EFF-DATE > ProposedDate THEN
                       MOVE TRAN-EFF-DATE TO ProposedDate
                   END-IF
               ELSE
                   ADD 1 TO TranRefusedCount
               END-IF
           END-IF
           MOVE TRAN-CODE TO TR-CODE
           MOVE TRAN-PROGRAM-ID TO TR-PROGRAM-ID
           MOVE TRAN-SITE-ID TO TR-SITE
           MOVE TRAN-EFF-DATE TO TR-EFF-DATE
           MOVE TranLow TO TR-LOW
           MOVE TranHigh TO TR-HIGH
           MOVE TranResult TO TR-STATUS
           WRITE REPORT-LINE FROM REPORT-TRANS-LINE
           EXIT.

       FindRecord.
           MOVE 0 TO RecordIndex
           PERFORM VARYING RecordX FROM 1 BY 1
                   UNTIL RecordX > RecordCount
               IF RCE-SITE(RecordX) = TRAN-SITE-ID
                       AND RCE-EFF-DATE(RecordX) = TRAN-EFF-DATE
                       AND RCE-PROPOSED(RecordX) THEN
                   MOVE RecordX TO RecordIndex
               END-IF
           END-PERFORM
           EXIT.

       SimulateAdd.
           IF RecordIndex > 0 THEN
               MOVE "DUPLICATE" TO TranResult
           ELSE
               IF TRAN-LOW-N > TRAN-HIGH-N THEN
                   MOVE "BAD RANGE" TO TranResult
               ELSE
                   IF RecordCount >= 500 THEN
                       MOVE "TABLE FULL" TO TranResult
                   ELSE
                       ADD 1 TO RecordCount
                       MOVE TRAN-SITE-ID TO RCE-SITE(RecordCount)
                       MOVE TRAN-EFF-DATE TO RCE-EFF-DATE(RecordCount)
                       MOVE 0 TO RCE-CUR-LOW(RecordCount)
                       MOVE 0 TO RCE-CUR-HIGH(RecordCount)
                       MOVE TranLow TO RCE-PRO-LOW(RecordCount)
                       MOVE TranHigh TO RCE-PRO-HIGH(RecordCount)
                       MOVE "N" TO RCE-IN-CURRENT(RecordCount)
                       MOVE "Y" TO RCE-IN-PROPOSED(RecordCount)
                       MOVE "ADDED" TO TranResult
                   END-IF
               END-IF
           END-IF
           EXIT.

       SimulateChange.
           IF RecordIndex = 0 THEN
               MOVE "NOT FOUND" TO TranResult
           ELSE
               IF TRAN-LOW-N > TRAN-HIGH-N THEN
                   MOVE "BAD RANGE" TO TranResult
               ELSE
                   MOVE TranLow TO RCE-PRO-LOW(RecordIndex)
                   MOVE TranHigh TO RCE-PRO-HIGH(RecordIndex)
                   MOVE "CHANGED" TO TranResult
               END-IF
           END-IF
           EXIT.

       SimulateDelete.
           IF RecordIndex = 0 THEN
               MOVE "NOT FOUND" TO TranResult
           ELSE
               MOVE "N" TO RCE-IN-PROPOSED(RecordIndex)
               MOVE "DELETED" TO TranResult
           END-IF
           EXIT.

      * Current bands as of the run date, proposed bands as of the
      * latest effective date the deck brings in, each the latest
      * effective record not after its date.  Sites whose band the
      * proposal moves are listed with both.

       ResolveBands.
           PERFORM VARYING RecordX FROM 1 BY 1
                   UNTIL RecordX > RecordCount
               PERFORM ResolveOneRecord
           END-PERFORM
           MOVE ProposedDate TO BH-PROPOSED-DATE
           WRITE REPORT-LINE FROM REPORT-BAND-HEADING-LINE
           PERFORM VARYING BandX FROM 1 BY 1 UNTIL BandX > BandCount
               MOVE BNE-SITE(BandX) TO SiteKey
               PERFORM FindSiteBands
               IF CurrLowThreshold NOT = PropLowThreshold
                       OR CurrHighThreshold NOT = PropHighThreshold
                       THEN
                   MOVE BNE-SITE(BandX) TO BL-SITE
                   MOVE CurrLowThreshold TO BL-CUR-LOW
                   MOVE CurrHighThreshold TO BL-CUR-HIGH
                   MOVE PropLowThreshold TO BL-PRO-LOW
                   MOVE PropHighThreshold TO BL-PRO-HIGH
                   IF BNE-SITE(BandX) = SPACES THEN
                       MOVE "DEFAULT" TO BL-FLAG
                   ELSE
                       MOVE SPACES TO BL-FLAG
                   END-IF
                   WRITE REPORT-LINE FROM REPORT-BAND-LINE
               END-IF
           END-PERFORM
           EXIT.

       ResolveOneRecord.
           MOVE 0 TO BandIndex
           PERFORM VARYING BandX FROM 1 BY 1 UNTIL BandX > BandCount
               IF BNE-SITE(BandX) = RCE-SITE(RecordX) THEN
                   MOVE BandX TO BandIndex
               END-IF
           END-PERFORM
           IF BandIndex = 0 THEN
               IF BandCount >= 201 THEN
                   DISPLAY "THRSIM: THRESHOLD TABLE FULL AT SITE "
                       RCE-SITE(RecordX)
               ELSE
                   ADD 1 TO BandCount
                   MOVE BandCount TO BandIndex
                   MOVE RCE-SITE(RecordX) TO BNE-SITE(BandIndex)
                   MOVE 0 TO BNE-CUR-EFF(BandIndex)
                   MOVE 0 TO BNE-PRO-EFF(BandIndex)
                   MOVE "N" TO BNE-CUR-SWITCH(BandIndex)
                   MOVE "N" TO BNE-PRO-SWITCH(BandIndex)
               END-IF
           END-IF
           IF BandIndex > 0 THEN
               IF RCE-CURRENT(RecordX)
                       AND RCE-EFF-DATE(RecordX) NOT > RunDate
                       AND RCE-EFF-DATE(RecordX)
                           >= BNE-CUR-EFF(BandIndex) THEN
                   MOVE RCE-EFF-DATE(RecordX) TO BNE-CUR-EFF(BandIndex)
                   MOVE RCE-CUR-LOW(RecordX) TO BNE-CUR-LOW(BandIndex)
                   MOVE RCE-CUR-HIGH(RecordX)
                       TO BNE-CUR-HIGH(BandIndex)
                   SET BNE-HAS-CURRENT(BandIndex) TO TRUE
               END-IF
               IF RCE-PROPOSED(RecordX)
                       AND RCE-EFF-DATE(RecordX) NOT > ProposedDate
                       AND RCE-EFF-DATE(RecordX)
                           >= BNE-PRO-EFF(BandIndex) THEN
                   MOVE RCE-EFF-DATE(RecordX) TO BNE-PRO-EFF(BandIndex)
                   MOVE RCE-PRO-LOW(RecordX) TO BNE-PRO-LOW(BandIndex)
                   MOVE RCE-PRO-HIGH(RecordX)
                       TO BNE-PRO-HIGH(BandIndex)
                   SET BNE-HAS-PROPOSED(BandIndex) TO TRUE
               END-IF
           END-IF
           EXIT.

      * A site's own record wins over the all-sites default, and
      * with neither on file the band is wide open, as in MAX-ARRAY.

       FindSiteBands.
           MOVE 0 TO CurrLowThreshold
           MOVE 9999.9 TO CurrHighThreshold
           MOVE 0 TO PropLowThreshold
           MOVE 9999.9 TO PropHighThreshold
           PERFORM VARYING BandIndex FROM 1 BY 1
                   UNTIL BandIndex > BandCount
               IF BNE-SITE(BandIndex) = SPACES THEN
                   PERFORM TakeBandEntry
               END-IF
           END-PERFORM
           PERFORM VARYING BandIndex FROM 1 BY 1
                   UNTIL BandIndex > BandCount
               IF BNE-SITE(BandIndex) = SiteKey
                       AND SiteKey NOT = SPACES THEN
                   PERFORM TakeBandEntry
               END-IF
           END-PERFORM
           EXIT.

       TakeBandEntry.
           IF BNE-HAS-CURRENT(BandIndex) THEN
               MOVE BNE-CUR-LOW(BandIndex) TO CurrLowThreshold
               MOVE BNE-CUR-HIGH(BandIndex) TO CurrHighThreshold
           END-IF
           IF BNE-HAS-PROPOSED(BandIndex) THEN
               MOVE BNE-PRO-LOW(BandIndex) TO PropLowThreshold
               MOVE BNE-PRO-HIGH(BandIndex) TO PropHighThreshold
           END-IF
           EXIT.

      * READINGS is keyed date/site/sequence, so one pass from the
      * window start delivers each site-day together and a line is
      * written at every break.  Site-days neither band flags are
      * left off the listing but counted in the site totals.

       ReplayReadings.
           OPEN INPUT READINGS-FILE
           IF ReadingsStatus NOT = "00" THEN
               DISPLAY "THRSIM: READINGS FILE OPEN FAILED - STATUS "
                   ReadingsStatus
               SET FileError TO TRUE
           ELSE
               MOVE SPACES TO RH-TEXT
               MOVE "READINGS FLAGGED BY SITE AND DAY" TO RH-TEXT
               WRITE REPORT-LINE FROM REPORT-HEADING-LINE
               MOVE StartDate TO READING-DATE
               MOVE LOW-VALUES TO READING-SITE
               MOVE 0 TO READING-SEQ
               START READINGS-FILE KEY IS >= READING-KEY
                   INVALID KEY
                       SET NoMoreReadings TO TRUE
               END-START
               PERFORM UNTIL NoMoreReadings
                   READ READINGS-FILE NEXT RECORD
                       AT END
                           SET NoMoreReadings TO TRUE
                       NOT AT END
                           IF READING-DATE > RunDate THEN
                               SET NoMoreReadings TO TRUE
                           ELSE
                               PERFORM ReplayOneReading
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM FlushSiteDay
               CLOSE READINGS-FILE
           END-IF
           EXIT.

       ReplayOneReading.
           IF READING-DATE NOT = GroupDate
                   OR READING-SITE NOT = GroupSite THEN
               PERFORM FlushSiteDay
               MOVE READING-DATE TO GroupDate
               MOVE READING-SITE TO GroupSite
               MOVE READING-SITE TO SiteKey
               PERFORM FindSiteBands
           END-IF
           ADD 1 TO GroupReadings
           MOVE "N" TO CurrFlagSwitch
           MOVE "N" TO PropFlagSwitch
           IF READING-VALUE > CurrHighThreshold THEN
               ADD 1 TO GroupCurHigh
               SET CurrFlagged TO TRUE
           ELSE
               IF READING-VALUE < CurrLowThreshold THEN
                   ADD 1 TO GroupCurLow
                   SET CurrFlagged TO TRUE
               END-IF
           END-IF
           IF READING-VALUE > PropHighThreshold THEN
               ADD 1 TO GroupProHigh
               SET PropFlagged TO TRUE
           ELSE
               IF READING-VALUE < PropLowThreshold THEN
                   ADD 1 TO GroupProLow
                   SET PropFlagged TO TRUE
               END-IF
           END-IF
           IF CurrFlagged AND NOT PropFlagged THEN
               ADD 1 TO GroupCleared
           END-IF
           IF PropFlagged AND NOT CurrFlagged THEN
               ADD 1 TO GroupNew
           END-IF
           EXIT.

       FlushSiteDay.
           IF GroupReadings > 0 THEN
               IF GroupCurHigh > 0 OR GroupCurLow > 0
                       OR GroupProHigh > 0 OR GroupProLow > 0 THEN
                   MOVE GroupDate TO DL-DATE
                   MOVE GroupSite TO DL-SITE
                   MOVE GroupReadings TO DL-READINGS
                   MOVE GroupCurHigh TO DL-CUR-HIGH
                   MOVE GroupCurLow TO DL-CUR-LOW
                   MOVE GroupProHigh TO DL-PRO-HIGH
                   MOVE GroupProLow TO DL-PRO-LOW
                   MOVE GroupCleared TO DL-CLEARED
                   MOVE GroupNew TO DL-NEW
                   WRITE REPORT-LINE FROM REPORT-DAY-LINE
                   ADD 1 TO DayLineCount
               END-IF
               MOVE GroupSite TO SiteKey
               PERFORM FindSiteTotals
               IF SiteIndex > 0 THEN
                   ADD 1 TO STE-DAYS(SiteIndex)
                   ADD GroupReadings TO STE-READINGS(SiteIndex)
                   ADD GroupCurHigh TO STE-CUR-HIGH(SiteIndex)
                   ADD GroupCurLow TO STE-CUR-LOW(SiteIndex)
                   ADD GroupProHigh TO STE-PRO-HIGH(SiteIndex)
                   ADD GroupProLow TO STE-PRO-LOW(SiteIndex)
                   ADD GroupCleared TO STE-CLEARED(SiteIndex)
                   ADD GroupNew TO STE-NEW(SiteIndex)
               END-IF
           END-IF
           MOVE 0 TO GroupReadings
           MOVE 0 TO GroupCurHigh
           MOVE 0 TO GroupCurLow
           MOVE 0 TO GroupProHigh
           MOVE 0 TO GroupProLow
           MOVE 0 TO GroupCleared
           MOVE 0 TO GroupNew
           EXIT.

       FindSiteTotals.
           MOVE 0 TO SiteIndex
           PERFORM VARYING SiteX FROM 1 BY 1 UNTIL SiteX > SiteCount
               IF STE-SITE(SiteX) = SiteKey THEN
                   MOVE SiteX TO SiteIndex
               END-IF
           END-PERFORM
           IF SiteIndex = 0 THEN
               IF SiteCount >= 200 THEN
                   DISPLAY "THRSIM: SITE TABLE FULL AT SITE " SiteKey
               ELSE
                   ADD 1 TO SiteCount
                   MOVE SiteCount TO SiteIndex
                   MOVE SiteKey TO STE-SITE(SiteIndex)
                   MOVE 0 TO STE-DAYS(SiteIndex)
                   MOVE 0 TO STE-READINGS(SiteIndex)
                   MOVE 0 TO STE-CUR-HIGH(SiteIndex)
                   MOVE 0 TO STE-CUR-LOW(SiteIndex)
                   MOVE 0 TO STE-PRO-HIGH(SiteIndex)
                   MOVE 0 TO STE-PRO-LOW(SiteIndex)
                   MOVE 0 TO STE-CLEARED(SiteIndex)
                   MOVE 0 TO STE-NEW(SiteIndex)
                   MOVE 0 TO STE-OPEN-CLEARS(SiteIndex)
               END-IF
           END-IF
           EXIT.

      * Only band breaks can be cleared by a band: an OPEN HIGH or
      * LOW line, of any date, whose value sits inside the site's
      * proposed band.  TRIAL and RESOLVED lines are passed over.

       ReviewOpenExceptions.
           MOVE SPACES TO RH-TEXT
           MOVE "OPEN EXCEPTIONS THE PROPOSAL WOULD CLEAR" TO RH-TEXT
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE
           OPEN INPUT EXCEPTION-REPORT
           IF ExceptionStatus NOT = "00" THEN
               DISPLAY "THRSIM: EXCPRPT FILE OPEN FAILED - STATUS "
                   ExceptionStatus " - OPEN EXCEPTIONS NOT REVIEWED"
           ELSE
               PERFORM UNTIL NoMoreExceptions
                   READ EXCEPTION-REPORT
                       AT END
                           SET NoMoreExceptions TO TRUE
                       NOT AT END
                           IF EXC-OPEN AND (EXC-REASON = "HIGH"
                                   OR EXC-REASON = "LOW ") THEN
                               PERFORM ReviewOneException
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-REPORT
           END-IF
           MOVE OpenSeenCount TO TL-OPEN
           MOVE OpenClearCount TO TL-CLEARS
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           EXIT.

       ReviewOneException.
           ADD 1 TO OpenSeenCount
           MOVE EXC-SITE TO SiteKey
           PERFORM FindSiteBands
           IF EXC-VALUE NOT > PropHighThreshold
                   AND EXC-VALUE NOT < PropLowThreshold THEN
               ADD 1 TO OpenClearCount
               MOVE EXC-DATE TO CL-DATE
               MOVE EXC-SITE TO CL-SITE
               MOVE EXC-SEQUENCE TO CL-SEQ
               MOVE EXC-VALUE TO CL-VALUE
               MOVE EXC-REASON TO CL-REASON
               WRITE REPORT-LINE FROM REPORT-CLEAR-LINE
               PERFORM FindSiteTotals
               IF SiteIndex > 0 THEN
                   ADD 1 TO STE-OPEN-CLEARS(SiteIndex)
               END-IF
           END-IF
           EXIT.

      * Written last so each site's OPEN column carries the
      * exceptions the pass above found clearing.

       WriteSiteTotals.
           MOVE SPACES TO RH-TEXT
           MOVE "TOTALS BY SITE OVER THE REPLAY WINDOW" TO RH-TEXT
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE
           PERFORM VARYING SiteX FROM 1 BY 1 UNTIL SiteX > SiteCount
               MOVE STE-SITE(SiteX) TO SL-SITE
               MOVE STE-DAYS(SiteX) TO SL-DAYS
               MOVE STE-READINGS(SiteX) TO SL-READINGS
               MOVE STE-CUR-HIGH(SiteX) TO SL-CUR-HIGH
               MOVE STE-CUR-LOW(SiteX) TO SL-CUR-LOW
               MOVE STE-PRO-HIGH(SiteX) TO SL-PRO-HIGH
               MOVE STE-PRO-LOW(SiteX) TO SL-PRO-LOW
               MOVE STE-CLEARED(SiteX) TO SL-CLEARED
               MOVE STE-NEW(SiteX) TO SL-NEW
               MOVE STE-OPEN-CLEARS(SiteX) TO SL-OPEN-CLEARS
               WRITE REPORT-LINE FROM REPORT-SITE-LINE
           END-PERFORM
           EXIT.

       END PROGRAM THRESHOLD-SIMULATION.
