       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SITE-RECODE.
      *
      * Moves everything held under one site id onto another, for a
      * plant renumbered or two plants merged into one.  RUNPARM
      * names the old site (OLDSITE), the new one (NEWSITE), the
      * effective date (EFFDATE) and optionally who asked for it
      * (SUBMITTR).  When the new site is not on SITEMST it is a
      * renumbering: the new entry is added as a copy of the old.
      * When it is, the two are merged and the new entry stands as
      * it is.  Either way the old entry is decommissioned at the
      * effective date (an earlier decommissioning is kept) so
      * READINGS-LOAD refuses anything still sent under it.  Every
      * live reading, every MAXHIST and MONHIST record, every OPEN
      * line on the exception report and every CTLPARM and CALIBRAT
      * record carrying the old id is then moved to the new one.
      * Nothing already held for the new site is ever overwritten:
      * a reading whose key the new site already has is a collision
      * - listed and left on the old site, with its OPEN exception
      * line, for the site engineer to settle by correction.  A day
      * both sites have on MAXHIST is merged into one record - the
      * higher maximum, the lower minimum, counts and totals summed
      * and the average taken again from them - which is what
      * MAX-ARRAY would have published had the readings arrived
      * under one id.  A month both sites have on MONHIST is not
      * merged (the average of daily averages and days with data
      * cannot be rebuilt from two monthly figures); it is listed
      * and left, and MONTH-END-STATS rerun for that month from the
      * merged MAXHIST.  A CTLPARM threshold the new site already
      * holds for the same program and effective date is listed and
      * left.  Calibrations belong to a meter, so the old site's
      * move across only when the new site has none of its own; on
      * a merge into a metered site they are listed and left.  The
      * SITEMST, CTLPARM and CALIBRAT changes go on the MAINTJRN
      * maintenance journal with source SITERCD, exactly as the
      * maintenance programs journal them, so IN-FORCE-REPORT can
      * still look back across the re-code.  Each file is counted
      * for both sites before and after, and the counts printed
      * with what was moved, merged and left.  Every file is opened
      * before anything is touched: a parameter in error, an old
      * site not on SITEMST, a new site already decommissioned or a
      * file that will not open ends the run with return code 16
      * and nothing moved.  Anything left behind ends it with 4.
      * The archive generations are not rewritten; a day restored
      * by READINGS-RESTORE from before the re-code comes back under
      * the old id, and a second run moves it across - a run with
      * nothing left to move changes nothing.
      * The readings moved are counted by reading date, out of the
      * old site and into the new, on the LEDGMOVE reading count
      * movements for READING-LEDGER; a movement file that cannot
      * be extended only warns.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunParmStatus.
           SELECT OLD-SITE ASSIGN TO "SITEMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SiteStatus.
           SELECT NEW-SITE ASSIGN TO "SITEMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-CTL ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CtlStatus.
           SELECT NEW-CTL ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-CALIB ASSIGN TO "CALIBRAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CalibStatus.
           SELECT NEW-CALIB ASSIGN TO "CALIBRAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT READINGS-FILE ASSIGN TO "READINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS READING-KEY
               FILE STATUS IS ReadingsStatus.
           SELECT MAXHIST-FILE ASSIGN TO "MAXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS MaxHistStatus.
           SELECT MONHIST-FILE ASSIGN TO "MONHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MO-KEY
               FILE STATUS IS MonHistStatus.
           SELECT EXCEPTION-REPORT ASSIGN TO "EXCPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ExceptionStatus.
           SELECT EXC-WORK ASSIGN TO "EXCWORK"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "MAINTJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT REPORT-FILE ASSIGN TO "RCDRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LEDGER-MOVES ASSIGN TO "LEDGMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LedgerStatus.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  PRM-KEYWORD PIC X(8).
           05  PRM-VALUE PIC X(8).
       FD  OLD-SITE.
       COPY SITEMST.
       FD  NEW-SITE.
       01  NEW-SITE-LINE.
           05  NSL-SITE-ID PIC X(4).
           05  NSL-PLANT-NAME PIC X(20).
           05  NSL-ACTIVE-FLAG PIC X.
           05  NSL-COMMISSIONED PIC 9(8).
           05  NSL-DECOMMISSIONED PIC 9(8).
           05  NSL-EXPECTED-COUNT PIC 9(4).
       FD  OLD-CTL.
       COPY CTLPARM.
       FD  NEW-CTL.
       01  NEW-CTL-LINE.
           05  NCT-PROGRAM-ID PIC X(8).
           05  NCT-LOW-N PIC S9(4).
           05  NCT-HIGH-N PIC S9(4).
           05  NCT-MODULUS PIC S9(4).
           05  NCT-EFF-DATE PIC 9(8).
           05  NCT-SITE-ID PIC X(4).
       FD  OLD-CALIB.
       COPY CALIBREC.
       FD  NEW-CALIB.
       01  NEW-CALIB-LINE.
           05  NCL-SITE-ID PIC X(4).
           05  NCL-EFF-DATE PIC 9(8).
           05  NCL-MULTIPLIER PIC S9(3)V9(6).
           05  NCL-OFFSET PIC S9(4)V9.
           05  NCL-REFERENCE PIC X(12).
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
       FD  MAXHIST-FILE.
       COPY MAXHIST.
       FD  MONHIST-FILE.
       COPY MONHIST.
       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE.
           05  EXC-KEY.
               10  EXC-DATE PIC 9(8).
               10  EXC-SITE PIC X(4).
               10  EXC-SEQUENCE PIC 9(4).
           05  EXC-VALUE PIC S9(4)V9.
           05  EXC-REASON PIC X(4).
           05  EXC-STATUS PIC X(8).
               88  EXC-OPEN VALUE "OPEN    ".
       FD  EXC-WORK.
       01  EXC-WORK-RECORD PIC X(33).
       FD  JOURNAL-FILE.
       COPY MAINTJRN.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       FD  LEDGER-MOVES.
       COPY LEDGMOVE.
      *
       WORKING-STORAGE SECTION.
       01  REPORT-TITLE-LINE.
           05  FILLER PIC X(18) VALUE "SITE RE-CODE FROM ".
           05  RT-OLD-SITE PIC X(4).
           05  FILLER PIC X(4) VALUE " TO ".
           05  RT-NEW-SITE PIC X(4).
           05  FILLER PIC X(12) VALUE "  EFFECTIVE ".
           05  RT-EFF-DATE PIC 9(8).
           05  FILLER PIC X(7) VALUE "  MODE ".
           05  RT-MODE PIC X(8).
           05  FILLER PIC X(6) VALUE "  RUN ".
           05  RT-RUN-DATE PIC 9(8).
           05  FILLER PIC X(53) VALUE SPACES.
       01  REPORT-DETAIL-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RDL-FILE PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  RDL-KEY PIC X(24).
           05  FILLER PIC X VALUE SPACE.
           05  RDL-TEXT PIC X(60).
           05  FILLER PIC X(36) VALUE SPACES.
       01  REPORT-HEADING-LINE.
           05  FILLER PIC X(20) VALUE "FILE      OLD BEFORE".
           05  FILLER PIC X(24) VALUE "  NEW BEFORE       MOVED".
           05  FILLER PIC X(24) VALUE "      MERGED        LEFT".
           05  FILLER PIC X(24) VALUE "   OLD AFTER   NEW AFTER".
           05  FILLER PIC X(40) VALUE SPACES.
       01  REPORT-COUNT-LINE.
           05  RCL-FILE PIC X(8).
           05  FILLER PIC X(3) VALUE SPACES.
           05  RCL-OLD-BEFORE PIC ZZZZZZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  RCL-NEW-BEFORE PIC ZZZZZZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  RCL-MOVED PIC ZZZZZZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  RCL-MERGED PIC ZZZZZZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  RCL-LEFT PIC ZZZZZZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  RCL-OLD-AFTER PIC ZZZZZZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  RCL-NEW-AFTER PIC ZZZZZZZZ9.
           05  FILLER PIC X(40) VALUE SPACES.
       01  DayKeyText.
           05  DKT-DATE PIC 9(8).
           05  FILLER PIC X(5) VALUE " SEQ ".
           05  DKT-SEQ PIC 9(4).
           05  FILLER PIC X(7) VALUE SPACES.
       01  MonthKeyText.
           05  FILLER PIC X(6) VALUE "MONTH ".
           05  MKT-MONTH PIC 9(6).
           05  FILLER PIC X(12) VALUE SPACES.
       01  EffKeyText.
           05  EKT-PROGRAM-ID PIC X(8).
           05  FILLER PIC X(5) VALUE " EFF ".
           05  EKT-EFF-DATE PIC 9(8).
           05  FILLER PIC X(3) VALUE SPACES.
       01  MergeText.
           05  FILLER PIC X(11) VALUE "MERGED MAX ".
           05  MGT-MAX PIC -ZZZ9.9.
           05  FILLER PIC X(5) VALUE " MIN ".
           05  MGT-MIN PIC -ZZZ9.9.
           05  FILLER PIC X(7) VALUE " COUNT ".
           05  MGT-COUNT PIC ZZZZZZZ9.
           05  FILLER PIC X(5) VALUE " AVG ".
           05  MGT-AVERAGE PIC -ZZZZZ9.99.
      *
      * One line of counts per file, held in the order printed.
      *
       01  FileCountTable.
           05  FileCountEntry OCCURS 7 TIMES.
               10  FCE-FILE PIC X(8).
               10  FCE-OLD-BEFORE PIC 9(9).
               10  FCE-NEW-BEFORE PIC 9(9).
               10  FCE-MOVED PIC 9(9).
               10  FCE-MERGED PIC 9(9).
               10  FCE-LEFT PIC 9(9).
               10  FCE-OLD-AFTER PIC 9(9).
               10  FCE-NEW-AFTER PIC 9(9).
       01  SiteFile PIC 9 VALUE 1.
       01  ReadingsFile PIC 9 VALUE 2.
       01  MaxHistFile PIC 9 VALUE 3.
       01  MonHistFile PIC 9 VALUE 4.
       01  ExceptionFile PIC 9 VALUE 5.
       01  CtlFile PIC 9 VALUE 6.
       01  CalibFile PIC 9 VALUE 7.
       01  FileX PIC 9 VALUE 0.
       01  CountSite PIC X(4).
       01  CountPhaseSwitch PIC X VALUE "B".
           88  CountingBefore VALUE "B".
           88  CountingAfter VALUE "A".
      *
       01  SiteCount PIC 9(4) VALUE 0.
       01  SiteTable.
           05  SiteEntry OCCURS 1 TO 200 TIMES DEPENDING ON SiteCount.
               10  STE-SITE-ID PIC X(4).
               10  STE-PLANT-NAME PIC X(20).
               10  STE-ACTIVE-FLAG PIC X.
               10  STE-COMMISSIONED PIC 9(8).
               10  STE-DECOMMISSIONED PIC 9(8).
               10  STE-EXPECTED-COUNT PIC 9(4).
       01  CtlCount PIC 9(4) VALUE 0.
       01  CtlTable.
           05  CtlEntry OCCURS 1 TO 500 TIMES DEPENDING ON CtlCount.
               10  CTE-PROGRAM-ID PIC X(8).
               10  CTE-LOW-N PIC S9(4).
               10  CTE-HIGH-N PIC S9(4).
               10  CTE-MODULUS PIC S9(4).
               10  CTE-EFF-DATE PIC 9(8).
               10  CTE-SITE-ID PIC X(4).
       01  CalibCount PIC 9(4) VALUE 0.
       01  CalibTable.
           05  CalibEntry OCCURS 1 TO 1000 TIMES
                   DEPENDING ON CalibCount.
               10  CBE-SITE-ID PIC X(4).
               10  CBE-EFF-DATE PIC 9(8).
               10  CBE-MULTIPLIER PIC S9(3)V9(6).
               10  CBE-OFFSET PIC S9(4)V9.
               10  CBE-REFERENCE PIC X(12).
      *
       01  SavedReading PIC X(41).
       01  SavedReadingKey PIC X(16).
       01  SavedMaxHist.
           05  SMH-KEY.
               10  SMH-DATE PIC 9(8).
               10  SMH-SITE PIC X(4).
           05  SMH-MAX PIC S9(4)V9.
           05  SMH-MIN PIC S9(4)V9.
           05  SMH-COUNT PIC 9(8).
           05  SMH-TOTAL PIC S9(9)V9.
           05  SMH-AVERAGE PIC S9(6)V99.
       01  SavedMonHist PIC X(64).
       01  SavedMonHistKey PIC X(10).
      *
       01  RunParmStatus PIC XX.
       01  SiteStatus PIC XX.
       01  CtlStatus PIC XX.
       01  CalibStatus PIC XX.
       01  ReadingsStatus PIC XX.
       01  MaxHistStatus PIC XX.
       01  MonHistStatus PIC XX.
       01  ExceptionStatus PIC XX.
       01  JournalStatus PIC XX.
       01  RunParmSwitch PIC X VALUE "N".
           88  NoMoreRunParm VALUE "Y".
       01  ParmErrorSwitch PIC X VALUE "N".
           88  ParmError VALUE "Y".
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  EndOfFileSwitch PIC X VALUE "N".
           88  EndOfFile VALUE "Y".
       01  WorkSwitch PIC X VALUE "N".
           88  NoMoreWork VALUE "Y".
       01  ExceptionsChangedSwitch PIC X VALUE "N".
           88  ExceptionsChanged VALUE "Y".
       01  NewHasCalibSwitch PIC X VALUE "N".
           88  NewSiteHasCalibrations VALUE "Y".
       01  FoundSwitch PIC X VALUE "N".
           88  EntryFound VALUE "Y".
      *
       01  OldSite PIC X(4) VALUE SPACES.
       01  NewSite PIC X(4) VALUE SPACES.
       01  EffDate PIC 9(8) VALUE 0.
       01  Submitter PIC X(8) VALUE SPACES.
       01  RecodeMode PIC X(8) VALUE SPACES.
           88  Renumbering VALUE "RENUMBER".
           88  Merging VALUE "MERGE   ".
       01  OldSiteIndex PIC 9(4) VALUE 0.
       01  NewSiteIndex PIC 9(4) VALUE 0.
       01  FoundIndex PIC 9(4) VALUE 0.
       01  X PIC 9(4) VALUE 0.
       01  Y PIC 9(4) VALUE 0.
       01  RunDate PIC 9(8).
       01  RunTime PIC 9(8).
       01  JournalCount PIC 9(4) VALUE 0.
       01  MovedTotal PIC 9(9) VALUE 0.
       01  LeftTotal PIC 9(9) VALUE 0.
       01  LedgerStatus PIC XX.
       01  LedgerSwitch PIC X VALUE "N".
           88  LedgerOpen VALUE "Y".
       01  LedgerDate PIC 9(8) VALUE 0.
       01  LedgerInCount PIC 9(9) VALUE 0.
       01  LedgerOutCount PIC 9(9) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       ACCEPT RunTime FROM TIME.
       PERFORM ReadRunParms.
       IF ParmError THEN
           MOVE 16 TO RETURN-CODE
       ELSE
           PERFORM InitialiseCounts
           PERFORM LoadSites
           IF NOT FileError THEN
               PERFORM CheckSites
           END-IF
           IF NOT FileError THEN
               PERFORM LoadControls
           END-IF
           IF NOT FileError THEN
               PERFORM LoadCalibrations
           END-IF
           IF NOT FileError THEN
               PERFORM OpenKeyedFiles
           END-IF
           IF FileError THEN
               DISPLAY "SITERCD: NOTHING RE-CODED"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM RecodeSite
           END-IF
       END-IF.
      *
       STOP RUN.

      * OLDSITE, NEWSITE and EFFDATE are all required; SUBMITTR
      * names who asked for the re-code on the journal.

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
           IF OldSite = SPACES OR NewSite = SPACES THEN
               DISPLAY "SITERCD: OLDSITE AND NEWSITE BOTH NEEDED IN "
                   "RUNPARM - NOTHING RE-CODED"
               SET ParmError TO TRUE
           ELSE
               IF OldSite = NewSite OR OldSite = "*ALL"
                       OR NewSite = "*ALL" THEN
                   DISPLAY "SITERCD: CANNOT RE-CODE " OldSite " TO "
                       NewSite " - NOTHING RE-CODED"
                   SET ParmError TO TRUE
               END-IF
           END-IF
           IF EffDate = 0 THEN
               DISPLAY "SITERCD: NO EFFDATE IN RUNPARM - NOTHING "
                   "RE-CODED"
               SET ParmError TO TRUE
           END-IF
           IF Submitter = SPACES THEN
               MOVE "UNKNOWN " TO Submitter
           END-IF
           EXIT.

       ApplyRunParm.
           IF PRM-KEYWORD = "OLDSITE " THEN
               MOVE PRM-VALUE(1:4) TO OldSite
           END-IF
           IF PRM-KEYWORD = "NEWSITE " THEN
               MOVE PRM-VALUE(1:4) TO NewSite
           END-IF
           IF PRM-KEYWORD = "EFFDATE " THEN
               IF PRM-VALUE IS NUMERIC THEN
                   MOVE PRM-VALUE TO EffDate
               ELSE
                   DISPLAY "SITERCD: BAD EFFDATE VALUE '" PRM-VALUE
                       "' IN RUNPARM"
                   SET ParmError TO TRUE
               END-IF
           END-IF
           IF PRM-KEYWORD = "SUBMITTR" THEN
               MOVE PRM-VALUE TO Submitter
           END-IF
           EXIT.

       InitialiseCounts.
           PERFORM VARYING FileX FROM 1 BY 1 UNTIL FileX > 7
               MOVE 0 TO FCE-OLD-BEFORE(FileX)
               MOVE 0 TO FCE-NEW-BEFORE(FileX)
               MOVE 0 TO FCE-MOVED(FileX)
               MOVE 0 TO FCE-MERGED(FileX)
               MOVE 0 TO FCE-LEFT(FileX)
               MOVE 0 TO FCE-OLD-AFTER(FileX)
               MOVE 0 TO FCE-NEW-AFTER(FileX)
           END-PERFORM
           MOVE "SITEMST " TO FCE-FILE(SiteFile)
           MOVE "READINGS" TO FCE-FILE(ReadingsFile)
           MOVE "MAXHIST " TO FCE-FILE(MaxHistFile)
           MOVE "MONHIST " TO FCE-FILE(MonHistFile)
           MOVE "EXCPRPT " TO FCE-FILE(ExceptionFile)
           MOVE "CTLPARM " TO FCE-FILE(CtlFile)
           MOVE "CALIBRAT" TO FCE-FILE(CalibFile)
           EXIT.

      * The three small masters are read whole into tables and
      * rewritten in place once the re-code is done, the way their
      * own maintenance programs rewrite them.

       LoadSites.
           OPEN INPUT OLD-SITE
           IF SiteStatus NOT = "00" THEN
               DISPLAY "SITERCD: SITEMST OPEN FAILED - STATUS "
                   SiteStatus
               SET FileError TO TRUE
           ELSE
               MOVE "N" TO EndOfFileSwitch
               PERFORM UNTIL EndOfFile
                   READ OLD-SITE
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF SiteCount >= 200 THEN
                               DISPLAY "SITERCD: SITEMST HOLDS MORE "
                                   "THAN 200 SITES"
                               SET FileError TO TRUE
                               SET EndOfFile TO TRUE
                           ELSE
                               ADD 1 TO SiteCount
                               MOVE SM-SITE-ID TO STE-SITE-ID(SiteCount)
                               MOVE SM-PLANT-NAME
                                   TO STE-PLANT-NAME(SiteCount)
                               MOVE SM-ACTIVE-FLAG
                                   TO STE-ACTIVE-FLAG(SiteCount)
                               MOVE SM-COMMISSIONED
                                   TO STE-COMMISSIONED(SiteCount)
                               MOVE SM-DECOMMISSIONED
                                   TO STE-DECOMMISSIONED(SiteCount)
                               MOVE SM-EXPECTED-COUNT
                                   TO STE-EXPECTED-COUNT(SiteCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-SITE
           END-IF
           EXIT.

      * The old site has to be on file.  A new site on file already
      * is a merge, and has to be in service to take the data; one
      * that is not on file is the renumbering, added as a copy.

       CheckSites.
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > SiteCount
               IF STE-SITE-ID(X) = OldSite THEN
                   MOVE X TO OldSiteIndex
               END-IF
               IF STE-SITE-ID(X) = NewSite THEN
                   MOVE X TO NewSiteIndex
               END-IF
           END-PERFORM
           IF OldSiteIndex = 0 THEN
               DISPLAY "SITERCD: OLD SITE " OldSite
                   " IS NOT ON SITEMST"
               SET FileError TO TRUE
           ELSE
               IF NewSiteIndex = 0 THEN
                   SET Renumbering TO TRUE
                   IF SiteCount >= 200 THEN
                       DISPLAY "SITERCD: NO ROOM ON SITEMST FOR NEW "
                           "SITE " NewSite
                       SET FileError TO TRUE
                   END-IF
               ELSE
                   SET Merging TO TRUE
                   IF STE-DECOMMISSIONED(NewSiteIndex) NOT = 0 THEN
                       DISPLAY "SITERCD: NEW SITE " NewSite
                           " WAS DECOMMISSIONED "
                           STE-DECOMMISSIONED(NewSiteIndex)
                       SET FileError TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.

       LoadControls.
           OPEN INPUT OLD-CTL
           IF CtlStatus NOT = "00" THEN
               DISPLAY "SITERCD: CTLPARM OPEN FAILED - STATUS "
                   CtlStatus
               SET FileError TO TRUE
           ELSE
               MOVE "N" TO EndOfFileSwitch
               PERFORM UNTIL EndOfFile
                   READ OLD-CTL
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF CtlCount >= 500 THEN
                               DISPLAY "SITERCD: CTLPARM HOLDS MORE "
                                   "THAN 500 RECORDS"
                               SET FileError TO TRUE
                               SET EndOfFile TO TRUE
                           ELSE
                               ADD 1 TO CtlCount
                               MOVE CTL-PROGRAM-ID
                                   TO CTE-PROGRAM-ID(CtlCount)
                               MOVE CTL-LOW-N TO CTE-LOW-N(CtlCount)
                               MOVE CTL-HIGH-N TO CTE-HIGH-N(CtlCount)
                               MOVE CTL-MODULUS
                                   TO CTE-MODULUS(CtlCount)
                               MOVE CTL-EFF-DATE
                                   TO CTE-EFF-DATE(CtlCount)
                               MOVE CTL-SITE-ID
                                   TO CTE-SITE-ID(CtlCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-CTL
           END-IF
           EXIT.

       LoadCalibrations.
           OPEN INPUT OLD-CALIB
           IF CalibStatus NOT = "00" THEN
               DISPLAY "SITERCD: CALIBRAT OPEN FAILED - STATUS "
                   CalibStatus
               SET FileError TO TRUE
           ELSE
               MOVE "N" TO EndOfFileSwitch
               PERFORM UNTIL EndOfFile
                   READ OLD-CALIB
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF CalibCount >= 1000 THEN
                               DISPLAY "SITERCD: CALIBRAT HOLDS MORE "
                                   "THAN 1000 RECORDS"
                               SET FileError TO TRUE
                               SET EndOfFile TO TRUE
                           ELSE
                               ADD 1 TO CalibCount
                               MOVE CLB-SITE-ID
                                   TO CBE-SITE-ID(CalibCount)
                               MOVE CLB-EFF-DATE
                                   TO CBE-EFF-DATE(CalibCount)
                               MOVE CLB-MULTIPLIER
                                   TO CBE-MULTIPLIER(CalibCount)
                               MOVE CLB-OFFSET
                                   TO CBE-OFFSET(CalibCount)
                               MOVE CLB-REFERENCE
                                   TO CBE-REFERENCE(CalibCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-CALIB
           END-IF
           EXIT.

      * Everything the run will change is opened here, before any of
      * it is touched, so a file that is not there stops the run
      * with nothing half moved.  The exception report is only
      * tried here; it is streamed through the work file later.

       OpenKeyedFiles.
           OPEN I-O READINGS-FILE
           IF ReadingsStatus NOT = "00" THEN
               DISPLAY "SITERCD: READINGS FILE OPEN FAILED - STATUS "
                   ReadingsStatus
               SET FileError TO TRUE
           ELSE
               OPEN I-O MAXHIST-FILE
               IF MaxHistStatus NOT = "00" THEN
                   DISPLAY "SITERCD: MAXHIST FILE OPEN FAILED - "
                       "STATUS " MaxHistStatus
                   SET FileError TO TRUE
                   CLOSE READINGS-FILE
               ELSE
                   OPEN I-O MONHIST-FILE
                   IF MonHistStatus NOT = "00" THEN
                       DISPLAY "SITERCD: MONHIST FILE OPEN FAILED - "
                           "STATUS " MonHistStatus
                       SET FileError TO TRUE
                       CLOSE MAXHIST-FILE
                       CLOSE READINGS-FILE
                   ELSE
                       PERFORM TryExceptionsAndJournal
                       IF FileError THEN
                           CLOSE MONHIST-FILE
                           CLOSE MAXHIST-FILE
                           CLOSE READINGS-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       TryExceptionsAndJournal.
           OPEN INPUT EXCEPTION-REPORT
           IF ExceptionStatus NOT = "00" THEN
               DISPLAY "SITERCD: EXCPRPT OPEN FAILED - STATUS "
                   ExceptionStatus
               SET FileError TO TRUE
           ELSE
               CLOSE EXCEPTION-REPORT
               OPEN EXTEND JOURNAL-FILE
               IF JournalStatus NOT = "00" THEN
                   DISPLAY "SITERCD: MAINTJRN OPEN FAILED - STATUS "
                       JournalStatus
                   SET FileError TO TRUE
               END-IF
           END-IF
           EXIT.

      * The readings go first: which of them collided decides which
      * OPEN exception lines stay behind with them.

       RecodeSite.
           OPEN OUTPUT REPORT-FILE
           MOVE OldSite TO RT-OLD-SITE
           MOVE NewSite TO RT-NEW-SITE
           MOVE EffDate TO RT-EFF-DATE
           MOVE RecodeMode TO RT-MODE
           MOVE RunDate TO RT-RUN-DATE
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           SET CountingBefore TO TRUE
           PERFORM CountReadings
           PERFORM CountMaxHist
           PERFORM CountMonHist
           PERFORM CountSites
           PERFORM CountControls
           PERFORM CountCalibrations
           PERFORM MoveReadings
           PERFORM MoveExceptions
           PERFORM MoveMaxHist
           PERFORM MoveMonHist
           PERFORM MoveControls
           PERFORM MoveCalibrations
           PERFORM MoveSite
           SET CountingAfter TO TRUE
           PERFORM CountReadings
           PERFORM CountMaxHist
           PERFORM CountMonHist
           PERFORM CountSites
           PERFORM CountControls
           PERFORM CountCalibrations
           CLOSE READINGS-FILE
           CLOSE MAXHIST-FILE
           CLOSE MONHIST-FILE
           CLOSE JOURNAL-FILE
           PERFORM WriteNewSites
           PERFORM WriteNewControls
           PERFORM WriteNewCalibrations
           PERFORM ReportCounts
           CLOSE REPORT-FILE
           DISPLAY "SITERCD: " OldSite " RE-CODED TO " NewSite " ("
               RecodeMode ") - " MovedTotal " RECORD(S) MOVED "
               LeftTotal " LEFT - " JournalCount
               " CHANGE(S) JOURNALED"
           IF LeftTotal > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

      * Each count pass adds one record to the old or new site's
      * before or after figure for the file in FileX.

       NoteCount.
           IF CountSite = OldSite THEN
               IF CountingBefore THEN
                   ADD 1 TO FCE-OLD-BEFORE(FileX)
               ELSE
                   ADD 1 TO FCE-OLD-AFTER(FileX)
               END-IF
           END-IF
           IF CountSite = NewSite THEN
               IF CountingBefore THEN
                   ADD 1 TO FCE-NEW-BEFORE(FileX)
               ELSE
                   ADD 1 TO FCE-NEW-AFTER(FileX)
               END-IF
           END-IF
           EXIT.

       CountReadings.
           MOVE ReadingsFile TO FileX
           MOVE "N" TO EndOfFileSwitch
           MOVE LOW-VALUES TO READING-KEY
           START READINGS-FILE KEY IS >= READING-KEY
               INVALID KEY
                   SET EndOfFile TO TRUE
           END-START
           PERFORM UNTIL EndOfFile
               READ READINGS-FILE NEXT RECORD
                   AT END
                       SET EndOfFile TO TRUE
                   NOT AT END
                       MOVE READING-SITE TO CountSite
                       PERFORM NoteCount
               END-READ
           END-PERFORM
           EXIT.

       CountMaxHist.
           MOVE MaxHistFile TO FileX
           MOVE "N" TO EndOfFileSwitch
           MOVE LOW-VALUES TO MH-KEY
           START MAXHIST-FILE KEY IS >= MH-KEY
               INVALID KEY
                   SET EndOfFile TO TRUE
           END-START
           PERFORM UNTIL EndOfFile
               READ MAXHIST-FILE NEXT RECORD
                   AT END
                       SET EndOfFile TO TRUE
                   NOT AT END
                       MOVE MH-SITE TO CountSite
                       PERFORM NoteCount
               END-READ
           END-PERFORM
           EXIT.

       CountMonHist.
           MOVE MonHistFile TO FileX
           MOVE "N" TO EndOfFileSwitch
           MOVE LOW-VALUES TO MO-KEY
           START MONHIST-FILE KEY IS >= MO-KEY
               INVALID KEY
                   SET EndOfFile TO TRUE
           END-START
           PERFORM UNTIL EndOfFile
               READ MONHIST-FILE NEXT RECORD
                   AT END
                       SET EndOfFile TO TRUE
                   NOT AT END
                       MOVE MO-SITE TO CountSite
                       PERFORM NoteCount
               END-READ
           END-PERFORM
           EXIT.

      * The old site's SITEMST entry stays on file, decommissioned,
      * so it counts on both sides of the re-code.

       CountSites.
           MOVE SiteFile TO FileX
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > SiteCount
               MOVE STE-SITE-ID(X) TO CountSite
               PERFORM NoteCount
           END-PERFORM
           EXIT.

       CountControls.
           MOVE CtlFile TO FileX
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > CtlCount
               MOVE CTE-SITE-ID(X) TO CountSite
               PERFORM NoteCount
           END-PERFORM
           EXIT.

       CountCalibrations.
           MOVE CalibFile TO FileX
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > CalibCount
               MOVE CBE-SITE-ID(X) TO CountSite
               PERFORM NoteCount
           END-PERFORM
           EXIT.

      * READINGS is passed in key order.  An old-site reading is
      * written under the new site and only then deleted, so a key
      * the new site already holds fails the write and the reading
      * stays where it was.  The write and delete lose the place in
      * the file, so the pass restarts just beyond the reading moved.

       MoveReadings.
           OPEN EXTEND LEDGER-MOVES
           IF LedgerStatus NOT = "00" THEN
               DISPLAY "SITERCD: LEDGMOVE EXTEND FAILED - STATUS "
                   LedgerStatus " - READING COUNTS NOT RECORDED"
           ELSE
               SET LedgerOpen TO TRUE
           END-IF
           MOVE "N" TO EndOfFileSwitch
           MOVE LOW-VALUES TO READING-KEY
           START READINGS-FILE KEY IS >= READING-KEY
               INVALID KEY
                   SET EndOfFile TO TRUE
           END-START
           PERFORM UNTIL EndOfFile
               READ READINGS-FILE NEXT RECORD
                   AT END
                       SET EndOfFile TO TRUE
                   NOT AT END
                       IF READING-SITE = OldSite THEN
                           PERFORM MoveOneReading
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WriteLedgerMoves
           IF LedgerOpen THEN
               CLOSE LEDGER-MOVES
           END-IF
           EXIT.

       MoveOneReading.
           IF READING-DATE NOT = LedgerDate THEN
               PERFORM WriteLedgerMoves
               MOVE READING-DATE TO LedgerDate
           END-IF
           MOVE READING-RECORD TO SavedReading
           MOVE READING-KEY TO SavedReadingKey
           MOVE NewSite TO READING-SITE
           WRITE READING-RECORD
               INVALID KEY
                   ADD 1 TO FCE-LEFT(ReadingsFile)
                   MOVE "READINGS" TO RDL-FILE
                   MOVE READING-DATE TO DKT-DATE
                   MOVE READING-SEQ TO DKT-SEQ
                   MOVE DayKeyText TO RDL-KEY
                   MOVE "NEW SITE HAS THIS KEY - LEFT ON OLD SITE"
                       TO RDL-TEXT
                   WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO LedgerInCount
                   MOVE SavedReading TO READING-RECORD
                   DELETE READINGS-FILE RECORD
                       INVALID KEY
                           DISPLAY "SITERCD: READINGS DELETE FAILED - "
                               "STATUS " ReadingsStatus
                       NOT INVALID KEY
                           ADD 1 TO FCE-MOVED(ReadingsFile)
                           ADD 1 TO LedgerOutCount
                   END-DELETE
           END-WRITE
           MOVE SavedReadingKey TO READING-KEY
           START READINGS-FILE KEY IS > READING-KEY
               INVALID KEY
                   SET EndOfFile TO TRUE
           END-START
           EXIT.

      * The old site's readings come in key order, so a day's
      * counts are complete when the next day starts.  The write
      * under the new id and the delete under the old are counted
      * apart, so a delete that failed shows on the ledger.

       WriteLedgerMoves.
           IF LedgerInCount + LedgerOutCount > 0 AND LedgerOpen THEN
               MOVE LedgerDate TO LGM-READING-DATE
               MOVE "SITERCD " TO LGM-SOURCE
               MOVE RunDate TO LGM-RUN-DATE
               MOVE RunTime TO LGM-RUN-TIME
               MOVE 0 TO LGM-RECEIVED
               MOVE 0 TO LGM-REJECTED
               MOVE 0 TO LGM-SKIPPED
               MOVE 0 TO LGM-LOADED
               MOVE 0 TO LGM-ADDED
               MOVE 0 TO LGM-CHANGED
               MOVE 0 TO LGM-ARCHIVED
               MOVE 0 TO LGM-RESTORED
               MOVE OldSite TO LGM-SITE
               MOVE 0 TO LGM-RECODED-IN
               MOVE LedgerOutCount TO LGM-RECODED-OUT
               WRITE LEDGER-MOVE-RECORD
               MOVE NewSite TO LGM-SITE
               MOVE LedgerInCount TO LGM-RECODED-IN
               MOVE 0 TO LGM-RECODED-OUT
               WRITE LEDGER-MOVE-RECORD
           END-IF
           MOVE 0 TO LedgerInCount
           MOVE 0 TO LedgerOutCount
           EXIT.

      * An OPEN line moves with its reading.  One whose reading is
      * still on the live file under the old site collided and
      * stays; one for a day no longer live moves, so the line is
      * already in place when that day is restored and re-coded.

       MoveExceptions.
           MOVE "N" TO EndOfFileSwitch
           OPEN INPUT EXCEPTION-REPORT
           OPEN OUTPUT EXC-WORK
           PERFORM UNTIL EndOfFile
               READ EXCEPTION-REPORT
                   AT END
                       SET EndOfFile TO TRUE
                   NOT AT END
                       PERFORM MoveOneException
                       WRITE EXC-WORK-RECORD FROM EXCEPTION-LINE
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-REPORT
           CLOSE EXC-WORK
           IF ExceptionsChanged THEN
               PERFORM RewriteExceptions
           END-IF
           EXIT.

       MoveOneException.
           MOVE ExceptionFile TO FileX
           IF EXC-OPEN THEN
               SET CountingBefore TO TRUE
               MOVE EXC-SITE TO CountSite
               PERFORM NoteCount
               IF EXC-SITE = OldSite THEN
                   MOVE EXC-DATE TO READING-DATE
                   MOVE OldSite TO READING-SITE
                   MOVE EXC-SEQUENCE TO READING-SEQ
                   READ READINGS-FILE
                       INVALID KEY
                           MOVE NewSite TO EXC-SITE
                           ADD 1 TO FCE-MOVED(ExceptionFile)
                           SET ExceptionsChanged TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO FCE-LEFT(ExceptionFile)
                           MOVE "EXCPRPT " TO RDL-FILE
                           MOVE EXC-DATE TO DKT-DATE
                           MOVE EXC-SEQUENCE TO DKT-SEQ
                           MOVE DayKeyText TO RDL-KEY
                           MOVE "OPEN LINE LEFT WITH ITS READING"
                               TO RDL-TEXT
                           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
                   END-READ
               END-IF
               SET CountingAfter TO TRUE
               MOVE EXC-SITE TO CountSite
               PERFORM NoteCount
           END-IF
           EXIT.

       RewriteExceptions.
           OPEN OUTPUT EXCEPTION-REPORT
           IF ExceptionStatus NOT = "00" THEN
               DISPLAY "SITERCD: EXCPRPT REWRITE OPEN FAILED - STATUS "
                   ExceptionStatus
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT EXC-WORK
               PERFORM UNTIL NoMoreWork
                   READ EXC-WORK
                       AT END
                           SET NoMoreWork TO TRUE
                       NOT AT END
                           WRITE EXCEPTION-LINE FROM EXC-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXC-WORK
               CLOSE EXCEPTION-REPORT
           END-IF
           EXIT.

      * MAXHIST is passed the same way as READINGS.  A day the new
      * site has no record for takes the old record as it stands; a
      * day it has is merged into it, and the old record goes.

       MoveMaxHist.
           MOVE "N" TO EndOfFileSwitch
           MOVE LOW-VALUES TO MH-KEY
           START MAXHIST-FILE KEY IS >= MH-KEY
               INVALID KEY
                   SET EndOfFile TO TRUE
           END-START
           PERFORM UNTIL EndOfFile
               READ MAXHIST-FILE NEXT RECORD
                   AT END
                       SET EndOfFile TO TRUE
                   NOT AT END
                       IF MH-SITE = OldSite THEN
                           PERFORM MoveOneMaxHist
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       MoveOneMaxHist.
           MOVE MAXHIST-RECORD TO SavedMaxHist
           MOVE NewSite TO MH-SITE
           READ MAXHIST-FILE
               INVALID KEY
                   MOVE SavedMaxHist TO MAXHIST-RECORD
                   MOVE NewSite TO MH-SITE
                   WRITE MAXHIST-RECORD
                       INVALID KEY
                           DISPLAY "SITERCD: MAXHIST WRITE FAILED - "
                               "STATUS " MaxHistStatus
                       NOT INVALID KEY
                           ADD 1 TO FCE-MOVED(MaxHistFile)
                           PERFORM DeleteOldMaxHist
                   END-WRITE
               NOT INVALID KEY
                   PERFORM MergeMaxHist
                   REWRITE MAXHIST-RECORD
                       INVALID KEY
                           DISPLAY "SITERCD: MAXHIST REWRITE FAILED - "
                               "STATUS " MaxHistStatus
                       NOT INVALID KEY
                           ADD 1 TO FCE-MERGED(MaxHistFile)
                           MOVE "MAXHIST " TO RDL-FILE
                           MOVE SMH-DATE TO DKT-DATE
                           MOVE 0 TO DKT-SEQ
                           MOVE DayKeyText(1:8) TO RDL-KEY
                           MOVE MH-MAX TO MGT-MAX
                           MOVE MH-MIN TO MGT-MIN
                           MOVE MH-COUNT TO MGT-COUNT
                           MOVE MH-AVERAGE TO MGT-AVERAGE
                           MOVE MergeText TO RDL-TEXT
                           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
                           END-WRITE
                           PERFORM DeleteOldMaxHist
                   END-REWRITE
           END-READ
           MOVE SMH-KEY TO MH-KEY
           START MAXHIST-FILE KEY IS > MH-KEY
               INVALID KEY
                   SET EndOfFile TO TRUE
           END-START
           EXIT.

      * A side with no readings that day (MAX-ARRAY writes a missing
      * site with a zero count) brings no maximum or minimum with it.

       MergeMaxHist.
           IF SMH-COUNT > 0 THEN
               IF MH-COUNT = 0 THEN
                   MOVE SMH-MAX TO MH-MAX
                   MOVE SMH-MIN TO MH-MIN
               ELSE
                   IF SMH-MAX > MH-MAX THEN
                       MOVE SMH-MAX TO MH-MAX
                   END-IF
                   IF SMH-MIN < MH-MIN THEN
                       MOVE SMH-MIN TO MH-MIN
                   END-IF
               END-IF
           END-IF
           ADD SMH-COUNT TO MH-COUNT
           ADD SMH-TOTAL TO MH-TOTAL
           IF MH-COUNT > 0 THEN
               COMPUTE MH-AVERAGE = MH-TOTAL / MH-COUNT
           ELSE
               MOVE 0 TO MH-AVERAGE
           END-IF
           EXIT.

       DeleteOldMaxHist.
           MOVE SMH-KEY TO MH-KEY
           DELETE MAXHIST-FILE RECORD
               INVALID KEY
                   DISPLAY "SITERCD: MAXHIST DELETE FAILED - STATUS "
                       MaxHistStatus
           END-DELETE
           EXIT.

      * A month both sites already hold is listed and left for
      * MONTH-END-STATS to recompute from the merged MAXHIST days.

       MoveMonHist.
           MOVE "N" TO EndOfFileSwitch
           MOVE LOW-VALUES TO MO-KEY
           START MONHIST-FILE KEY IS >= MO-KEY
               INVALID KEY
                   SET EndOfFile TO TRUE
           END-START
           PERFORM UNTIL EndOfFile
               READ MONHIST-FILE NEXT RECORD
                   AT END
                       SET EndOfFile TO TRUE
                   NOT AT END
                       IF MO-SITE = OldSite THEN
                           PERFORM MoveOneMonHist
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       MoveOneMonHist.
           MOVE MONHIST-RECORD TO SavedMonHist
           MOVE MO-KEY TO SavedMonHistKey
           MOVE NewSite TO MO-SITE
           WRITE MONHIST-RECORD
               INVALID KEY
                   ADD 1 TO FCE-LEFT(MonHistFile)
                   MOVE "MONHIST " TO RDL-FILE
                   MOVE MO-MONTH TO MKT-MONTH
                   MOVE MonthKeyText TO RDL-KEY
                   MOVE "BOTH SITES HAVE THIS MONTH - LEFT FOR MONSTAT"
                       TO RDL-TEXT
                   WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE SavedMonHist TO MONHIST-RECORD
                   DELETE MONHIST-FILE RECORD
                       INVALID KEY
                           DISPLAY "SITERCD: MONHIST DELETE FAILED - "
                               "STATUS " MonHistStatus
                       NOT INVALID KEY
                           ADD 1 TO FCE-MOVED(MonHistFile)
                   END-DELETE
           END-WRITE
           MOVE SavedMonHistKey TO MO-KEY
           START MONHIST-FILE KEY IS > MO-KEY
               INVALID KEY
                   SET EndOfFile TO TRUE
           END-START
           EXIT.

      * A threshold moves unless the new site already has one for
      * the same program and effective date.

       MoveControls.
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > CtlCount
               IF CTE-SITE-ID(X) = OldSite THEN
                   MOVE "N" TO FoundSwitch
                   PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > CtlCount
                       IF CTE-SITE-ID(Y) = NewSite
                               AND CTE-PROGRAM-ID(Y) = CTE-PROGRAM-ID(X)
                               AND CTE-EFF-DATE(Y) = CTE-EFF-DATE(X)
                               THEN
                           SET EntryFound TO TRUE
                       END-IF
                   END-PERFORM
                   IF EntryFound THEN
                       ADD 1 TO FCE-LEFT(CtlFile)
                       MOVE "CTLPARM " TO RDL-FILE
                       MOVE CTE-PROGRAM-ID(X) TO EKT-PROGRAM-ID
                       MOVE CTE-EFF-DATE(X) TO EKT-EFF-DATE
                       MOVE EffKeyText TO RDL-KEY
                       MOVE "NEW SITE HAS THRESHOLD - LEFT ON OLD SITE"
                           TO RDL-TEXT
                       WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
                   ELSE
                       MOVE X TO FoundIndex
                       PERFORM StartJournalEntry
                       SET JRN-CTLPARM TO TRUE
                       PERFORM NoteCtlBeforeImage
                       MOVE NewSite TO CTE-SITE-ID(X)
                       PERFORM NoteCtlAfterImage
                       PERFORM WriteJournalEntry
                       ADD 1 TO FCE-MOVED(CtlFile)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * Calibrations move only to a site with none of its own: two
      * meters' calibrations interleaved under one id would apply
      * each to the other's readings.

       MoveCalibrations.
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > CalibCount
               IF CBE-SITE-ID(X) = NewSite THEN
                   SET NewSiteHasCalibrations TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > CalibCount
               IF CBE-SITE-ID(X) = OldSite THEN
                   IF NewSiteHasCalibrations THEN
                       ADD 1 TO FCE-LEFT(CalibFile)
                       MOVE "CALIBRAT" TO RDL-FILE
                       MOVE SPACES TO EKT-PROGRAM-ID
                       MOVE CBE-EFF-DATE(X) TO EKT-EFF-DATE
                       MOVE EffKeyText TO RDL-KEY
                       MOVE "NEW SITE IS CALIBRATED - LEFT ON OLD SITE"
                           TO RDL-TEXT
                       WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
                   ELSE
                       MOVE X TO FoundIndex
                       PERFORM StartJournalEntry
                       SET JRN-CALIBRAT TO TRUE
                       PERFORM NoteCalibBeforeImage
                       MOVE NewSite TO CBE-SITE-ID(X)
                       PERFORM NoteCalibAfterImage
                       PERFORM WriteJournalEntry
                       ADD 1 TO FCE-MOVED(CalibFile)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * The renumbered site starts as a copy of the old entry, in
      * service; the old entry is decommissioned at the effective
      * date unless it already went out of service before then.

       MoveSite.
           IF Renumbering THEN
               ADD 1 TO SiteCount
               MOVE NewSite TO STE-SITE-ID(SiteCount)
               MOVE STE-PLANT-NAME(OldSiteIndex)
                   TO STE-PLANT-NAME(SiteCount)
               MOVE "A" TO STE-ACTIVE-FLAG(SiteCount)
               MOVE STE-COMMISSIONED(OldSiteIndex)
                   TO STE-COMMISSIONED(SiteCount)
               MOVE 0 TO STE-DECOMMISSIONED(SiteCount)
               MOVE STE-EXPECTED-COUNT(OldSiteIndex)
                   TO STE-EXPECTED-COUNT(SiteCount)
               MOVE SiteCount TO FoundIndex
               PERFORM StartJournalEntry
               SET JRN-SITEMST TO TRUE
               MOVE "A" TO JRN-ACTION
               PERFORM NoteSiteAfterImage
               PERFORM WriteJournalEntry
               ADD 1 TO FCE-MOVED(SiteFile)
           END-IF
           IF STE-DECOMMISSIONED(OldSiteIndex) = 0
                   OR STE-DECOMMISSIONED(OldSiteIndex) > EffDate THEN
               MOVE OldSiteIndex TO FoundIndex
               PERFORM StartJournalEntry
               SET JRN-SITEMST TO TRUE
               PERFORM NoteSiteBeforeImage
               MOVE EffDate TO STE-DECOMMISSIONED(OldSiteIndex)
               PERFORM NoteSiteAfterImage
               PERFORM WriteJournalEntry
           END-IF
           EXIT.

      * Journal entries follow the maintenance programs' layout; the
      * file id is set by the caller and every entry is a change
      * unless the caller says otherwise.

       StartJournalEntry.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE RunDate TO JRN-RUN-DATE
           MOVE RunTime TO JRN-RUN-TIME
           MOVE "C" TO JRN-ACTION
           MOVE Submitter TO JRN-SUBMITTER
           MOVE "SITERCD " TO JRN-SOURCE
           EXIT.

       NoteCtlBeforeImage.
           MOVE CTE-PROGRAM-ID(FoundIndex) TO JCB-PROGRAM-ID
           MOVE CTE-LOW-N(FoundIndex) TO JCB-LOW-N
           MOVE CTE-HIGH-N(FoundIndex) TO JCB-HIGH-N
           MOVE CTE-MODULUS(FoundIndex) TO JCB-MODULUS
           MOVE CTE-EFF-DATE(FoundIndex) TO JCB-EFF-DATE
           MOVE CTE-SITE-ID(FoundIndex) TO JCB-SITE-ID
           EXIT.

       NoteCtlAfterImage.
           MOVE CTE-PROGRAM-ID(FoundIndex) TO JCA-PROGRAM-ID
           MOVE CTE-LOW-N(FoundIndex) TO JCA-LOW-N
           MOVE CTE-HIGH-N(FoundIndex) TO JCA-HIGH-N
           MOVE CTE-MODULUS(FoundIndex) TO JCA-MODULUS
           MOVE CTE-EFF-DATE(FoundIndex) TO JCA-EFF-DATE
           MOVE CTE-SITE-ID(FoundIndex) TO JCA-SITE-ID
           EXIT.

       NoteCalibBeforeImage.
           MOVE CBE-SITE-ID(FoundIndex) TO JBB-SITE-ID
           MOVE CBE-EFF-DATE(FoundIndex) TO JBB-EFF-DATE
           MOVE CBE-MULTIPLIER(FoundIndex) TO JBB-MULTIPLIER
           MOVE CBE-OFFSET(FoundIndex) TO JBB-OFFSET
           MOVE CBE-REFERENCE(FoundIndex) TO JBB-REFERENCE
           EXIT.

       NoteCalibAfterImage.
           MOVE CBE-SITE-ID(FoundIndex) TO JBA-SITE-ID
           MOVE CBE-EFF-DATE(FoundIndex) TO JBA-EFF-DATE
           MOVE CBE-MULTIPLIER(FoundIndex) TO JBA-MULTIPLIER
           MOVE CBE-OFFSET(FoundIndex) TO JBA-OFFSET
           MOVE CBE-REFERENCE(FoundIndex) TO JBA-REFERENCE
           EXIT.

       NoteSiteBeforeImage.
           MOVE STE-SITE-ID(FoundIndex) TO JSB-SITE-ID
           MOVE STE-PLANT-NAME(FoundIndex) TO JSB-PLANT-NAME
           MOVE STE-ACTIVE-FLAG(FoundIndex) TO JSB-ACTIVE-FLAG
           MOVE STE-COMMISSIONED(FoundIndex) TO JSB-COMMISSIONED
           MOVE STE-DECOMMISSIONED(FoundIndex) TO JSB-DECOMMISSIONED
           MOVE STE-EXPECTED-COUNT(FoundIndex) TO JSB-EXPECTED-COUNT
           EXIT.

       NoteSiteAfterImage.
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

       WriteNewSites.
           OPEN OUTPUT NEW-SITE
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > SiteCount
               MOVE STE-SITE-ID(X) TO NSL-SITE-ID
               MOVE STE-PLANT-NAME(X) TO NSL-PLANT-NAME
               MOVE STE-ACTIVE-FLAG(X) TO NSL-ACTIVE-FLAG
               MOVE STE-COMMISSIONED(X) TO NSL-COMMISSIONED
               MOVE STE-DECOMMISSIONED(X) TO NSL-DECOMMISSIONED
               MOVE STE-EXPECTED-COUNT(X) TO NSL-EXPECTED-COUNT
               WRITE NEW-SITE-LINE
           END-PERFORM
           CLOSE NEW-SITE
           EXIT.

       WriteNewControls.
           OPEN OUTPUT NEW-CTL
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > CtlCount
               MOVE CTE-PROGRAM-ID(X) TO NCT-PROGRAM-ID
               MOVE CTE-LOW-N(X) TO NCT-LOW-N
               MOVE CTE-HIGH-N(X) TO NCT-HIGH-N
               MOVE CTE-MODULUS(X) TO NCT-MODULUS
               MOVE CTE-EFF-DATE(X) TO NCT-EFF-DATE
               MOVE CTE-SITE-ID(X) TO NCT-SITE-ID
               WRITE NEW-CTL-LINE
           END-PERFORM
           CLOSE NEW-CTL
           EXIT.

       WriteNewCalibrations.
           OPEN OUTPUT NEW-CALIB
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > CalibCount
               MOVE CBE-SITE-ID(X) TO NCL-SITE-ID
               MOVE CBE-EFF-DATE(X) TO NCL-EFF-DATE
               MOVE CBE-MULTIPLIER(X) TO NCL-MULTIPLIER
               MOVE CBE-OFFSET(X) TO NCL-OFFSET
               MOVE CBE-REFERENCE(X) TO NCL-REFERENCE
               WRITE NEW-CALIB-LINE
           END-PERFORM
           CLOSE NEW-CALIB
           EXIT.

       ReportCounts.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE
           PERFORM VARYING FileX FROM 1 BY 1 UNTIL FileX > 7
               MOVE FCE-FILE(FileX) TO RCL-FILE
               MOVE FCE-OLD-BEFORE(FileX) TO RCL-OLD-BEFORE
               MOVE FCE-NEW-BEFORE(FileX) TO RCL-NEW-BEFORE
               MOVE FCE-MOVED(FileX) TO RCL-MOVED
               MOVE FCE-MERGED(FileX) TO RCL-MERGED
               MOVE FCE-LEFT(FileX) TO RCL-LEFT
               MOVE FCE-OLD-AFTER(FileX) TO RCL-OLD-AFTER
               MOVE FCE-NEW-AFTER(FileX) TO RCL-NEW-AFTER
               WRITE REPORT-LINE FROM REPORT-COUNT-LINE
               ADD FCE-MOVED(FileX) TO MovedTotal
               ADD FCE-MERGED(FileX) TO MovedTotal
               ADD FCE-LEFT(FileX) TO LeftTotal
           END-PERFORM
           EXIT.

       END PROGRAM SITE-RECODE.
