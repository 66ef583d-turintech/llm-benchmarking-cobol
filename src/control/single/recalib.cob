       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALIBRATION-RESTATE.
      *
      * Brings the readings already on file into line with the
      * meter calibrations as they now stand, after CALIBRATION-
      * MAINT has keyed, changed or deleted a calibration back-dated
      * to days READINGS-LOAD has loaded.  Every reading on the live
      * READINGS file is taken in key order and its calibrated value
      * worked out again from the raw meter value kept beside it,
      * with the calibration now in force for its site and date (the
      * latest effective date on CALIBRAT not after the reading
      * date, none meaning the raw value stands); a reading whose
      * value or calibration comes out different is rewritten.  A
      * reading EXCEPTION-FIX has corrected keeps its keyed value -
      * the operator's figure replaced the meter's - and is only
      * counted.  A recalculated value too large for the file is
      * left as it stood and reported.  The report lists every
      * reading recalculated with its raw value, the calibration
      * and value before and the calibration and value after, side
      * by side, then each day touched.  A day MAX-ARRAY has already
      * published - a clean ENDED record on RUNCTL - went out on the
      * old figures: it is appended to the RSTQUEUE restatement
      * queue with source CALIBRAT for the RSTBAT replay, and the
      * span of such days is written to RBLDPARM as FROMDATE and
      * TODATE, so the HISTORY-REBUILD step that follows in CALBAT
      * lists, in compare-only mode, the days whose published
      * MAXHIST figures now differ.  The program then ends with
      * return code 1; with no published day touched it ends 0 and
      * the comparison is skipped.  Readings READINGS-ARCHIVE has
      * moved off are not on the live file to recalculate: a
      * calibration back-dated that far needs the day brought back
      * with READINGS-RESTORE and this run repeated.  The whole pass
      * is made against the file as it stands, so running it again
      * changes nothing.  Without CALIBRAT or RUNCTL nothing is
      * touched and the step ends with return code 16.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALIB-FILE ASSIGN TO "CALIBRAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CalibStatus.
           SELECT READINGS-FILE ASSIGN TO "READINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS READING-KEY
               FILE STATUS IS ReadingsStatus.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RunCtlStatus.
           SELECT RESTATE-QUEUE ASSIGN TO "RSTQUEUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RestateStatus.
           SELECT REBUILD-PARM ASSIGN TO "RBLDPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RebuildParmStatus.
           SELECT REPORT-FILE ASSIGN TO "RECALRPT"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CALIB-FILE.
       COPY CALIBREC.
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
       FD  RUNCTL-FILE.
       COPY RUNCTL.
       FD  RESTATE-QUEUE.
       COPY RSTQUEUE.
       FD  REBUILD-PARM.
       01  REBUILD-PARM-RECORD.
           05  RBP-KEYWORD PIC X(8).
           05  RBP-VALUE PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  REPORT-TITLE-LINE.
           05  FILLER PIC X(34)
               VALUE "CALIBRATION RESTATEMENT       RUN ".
           05  RT-RUN-DATE PIC 9(8).
           05  FILLER PIC X(90) VALUE SPACES.
       01  REPORT-HEADING-LINE.
           05  FILLER PIC X(44)
               VALUE "DATE     SITE SEQ         RAW   CALIBRATION".
           05  FILLER PIC X(44)
               VALUE "    BEFORE   CALIBRATION     AFTER".
           05  FILLER PIC X(44) VALUE SPACES.
       01  REPORT-DETAIL-LINE.
           05  RL-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  RL-SITE PIC X(4).
           05  FILLER PIC X VALUE SPACE.
           05  RL-SEQ PIC 9(4).
           05  FILLER PIC X(3) VALUE SPACES.
           05  RL-RAW PIC -ZZZ9.9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  RL-OLD-CAL PIC X(8).
           05  FILLER PIC X(3) VALUE SPACES.
           05  RL-OLD-VALUE PIC -ZZZ9.9.
           05  FILLER PIC X(6) VALUE SPACES.
           05  RL-NEW-CAL PIC X(8).
           05  FILLER PIC X(3) VALUE SPACES.
           05  RL-NEW-VALUE PIC -ZZZ9.9.
           05  FILLER PIC X VALUE SPACE.
           05  RL-NOTE PIC X(30).
           05  FILLER PIC X(28) VALUE SPACES.
       01  REPORT-DAY-LINE.
           05  FILLER PIC X(4) VALUE "DAY ".
           05  RD-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  RD-COUNT PIC ZZZZZZZZ9.
           05  FILLER PIC X(26) VALUE " READING(S) RECALCULATED  ".
           05  RD-STATUS PIC X(50).
           05  FILLER PIC X(34) VALUE SPACES.
       01  REPORT-TOTAL-LINE.
           05  FILLER PIC X(14) VALUE "READINGS READ ".
           05  RS-READ PIC ZZZZZZZZ9.
           05  FILLER PIC X(15) VALUE "  RECALCULATED ".
           05  RS-CHANGED PIC ZZZZZZZZ9.
           05  FILLER PIC X(23) VALUE "  CORRECTED LEFT KEYED ".
           05  RS-CORRECTED PIC ZZZZZZZZ9.
           05  FILLER PIC X(12) VALUE "  TOO LARGE ".
           05  RS-OVERFLOW PIC ZZZZZZZZ9.
           05  FILLER PIC X(19) VALUE "  DAYS PUBLISHED  ".
           05  RS-PUBLISHED PIC ZZZ9.
           05  FILLER PIC X(9) VALUE SPACES.
       01  CalibStatus PIC XX.
       01  ReadingsStatus PIC XX.
       01  RunCtlStatus PIC XX.
       01  RestateStatus PIC XX.
       01  RebuildParmStatus PIC XX.
       01  CalibFileSwitch PIC X VALUE "N".
           88  NoMoreCalib VALUE "Y".
       01  ReadingsSwitch PIC X VALUE "N".
           88  NoMoreReadings VALUE "Y".
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  CalibSizeSwitch PIC X VALUE "N".
           88  CalibrationOverflow VALUE "Y".
       01  QueueSwitch PIC X VALUE "N".
           88  QueueOpen VALUE "Y".
       01  RunDate PIC 9(8).
       01  CalibCount PIC 9(4) VALUE 0.
       01  CalibTable.
           05  CalibEntry OCCURS 1000 TIMES.
               10  CBE-SITE-ID PIC X(4).
               10  CBE-EFF-DATE PIC 9(8).
               10  CBE-MULTIPLIER PIC S9(3)V9(6).
               10  CBE-OFFSET PIC S9(4)V9.
       01  CalibX PIC 9(4) VALUE 0.
       01  CalibIndex PIC 9(4) VALUE 0.
       01  LastCalibSite PIC X(4) VALUE SPACES.
       01  LastCalibDate PIC 9(8) VALUE 0.
       01  LastCalibIndex PIC 9(4) VALUE 0.
      * One entry per day with a reading recalculated.  READINGS is
      * read in key order, so the table builds in date order.
       01  DayCount PIC 9(4) VALUE 0.
       01  DayTable.
           05  DayEntry OCCURS 1000 TIMES.
               10  DYE-DATE PIC 9(8).
               10  DYE-COUNT PIC 9(9).
       01  DayX PIC 9(4) VALUE 0.
       01  DayFullSwitch PIC X VALUE "N".
           88  DayTableFull VALUE "Y".
       01  NewValue PIC S9(4)V9.
       01  NewCalDate PIC 9(8).
       01  OldValue PIC S9(4)V9.
       01  OldCalDate PIC 9(8).
       01  ReadCount PIC 9(9) VALUE 0.
       01  ChangedCount PIC 9(9) VALUE 0.
       01  CorrectedCount PIC 9(9) VALUE 0.
       01  OverflowCount PIC 9(9) VALUE 0.
       01  PublishedCount PIC 9(4) VALUE 0.
       01  FirstLiveDate PIC 9(8) VALUE 0.
       01  FirstPublished PIC 9(8) VALUE 0.
       01  LastPublished PIC 9(8) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM LoadCalibrations.
       IF NOT FileError THEN
           PERFORM OpenFiles
       END-IF
       IF FileError THEN
           MOVE 16 TO RETURN-CODE
       ELSE
           PERFORM RecalculateReadings
           PERFORM ReportDays
           PERFORM WriteRebuildRange
           PERFORM CloseFiles
           DISPLAY "RECALIB: " ReadCount " READING(S) READ - "
               ChangedCount " RECALCULATED, " CorrectedCount
               " CORRECTED LEFT KEYED, " OverflowCount " TOO LARGE"
           DISPLAY "RECALIB: LIVE READINGS FROM " FirstLiveDate
               " - ARCHIVED DAYS ARE RECALCULATED ONCE RESTORED"
           IF PublishedCount > 0 THEN
               DISPLAY "RECALIB: " PublishedCount " PUBLISHED DAY(S) "
                   FirstPublished " TO " LastPublished
                   " RESTATED - MAXHIST COMPARISON FOLLOWS"
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
      *
       STOP RUN.

      * Recalculating without the calibrations would strip every
      * calibration off the file, so a CALIBRAT that cannot be read
      * stops the run before anything is opened for update.

       LoadCalibrations.
           OPEN INPUT CALIB-FILE
           IF CalibStatus NOT = "00" THEN
               DISPLAY "RECALIB: CALIBRAT FILE OPEN FAILED - STATUS "
                   CalibStatus " - NOTHING RECALCULATED"
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreCalib
                   READ CALIB-FILE
                       AT END
                           SET NoMoreCalib TO TRUE
                       NOT AT END
                           IF CalibCount < 1000 THEN
                               ADD 1 TO CalibCount
                               MOVE CLB-SITE-ID
                                   TO CBE-SITE-ID(CalibCount)
                               MOVE CLB-EFF-DATE
                                   TO CBE-EFF-DATE(CalibCount)
                               MOVE CLB-MULTIPLIER
                                   TO CBE-MULTIPLIER(CalibCount)
                               MOVE CLB-OFFSET
                                   TO CBE-OFFSET(CalibCount)
                           ELSE
                               DISPLAY "RECALIB: MORE THAN 1000 "
                                   "CALIBRATIONS - NOTHING "
                                   "RECALCULATED"
                               SET FileError TO TRUE
                               SET NoMoreCalib TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALIB-FILE
           END-IF
           EXIT.

       OpenFiles.
           OPEN INPUT RUNCTL-FILE
           IF RunCtlStatus NOT = "00" THEN
               DISPLAY "RECALIB: RUNCTL FILE OPEN FAILED - STATUS "
                   RunCtlStatus " - NOTHING RECALCULATED"
               SET FileError TO TRUE
           ELSE
               OPEN I-O READINGS-FILE
               IF ReadingsStatus NOT = "00" THEN
                   DISPLAY "RECALIB: READINGS FILE OPEN FAILED - "
                       "STATUS " ReadingsStatus
                   SET FileError TO TRUE
                   CLOSE RUNCTL-FILE
               ELSE
                   OPEN OUTPUT REPORT-FILE
                   MOVE RunDate TO RT-RUN-DATE
                   WRITE REPORT-LINE FROM REPORT-TITLE-LINE
                   WRITE REPORT-LINE FROM REPORT-HEADING-LINE
               END-IF
           END-IF
           EXIT.

       CloseFiles.
           CLOSE READINGS-FILE
           CLOSE RUNCTL-FILE
           MOVE ReadCount TO RS-READ
           MOVE ChangedCount TO RS-CHANGED
           MOVE CorrectedCount TO RS-CORRECTED
           MOVE OverflowCount TO RS-OVERFLOW
           MOVE PublishedCount TO RS-PUBLISHED
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           CLOSE REPORT-FILE
           EXIT.

       RecalculateReadings.
           PERFORM UNTIL NoMoreReadings
               READ READINGS-FILE NEXT RECORD
                   AT END
                       SET NoMoreReadings TO TRUE
                   NOT AT END
                       ADD 1 TO ReadCount
                       IF ReadCount = 1 THEN
                           MOVE READING-DATE TO FirstLiveDate
                       END-IF
                       PERFORM RecalculateOneReading
               END-READ
           END-PERFORM
           EXIT.

      * The calibration in force is found exactly as READINGS-LOAD
      * finds it, so a reading loaded after the change and one
      * recalculated here come out the same.

       RecalculateOneReading.
           PERFORM FindCalibration
           MOVE "N" TO CalibSizeSwitch
           IF CalibIndex = 0 THEN
               MOVE READING-RAW-VALUE TO NewValue
               MOVE 0 TO NewCalDate
           ELSE
               MOVE CBE-EFF-DATE(CalibIndex) TO NewCalDate
               COMPUTE NewValue ROUNDED =
                   READING-RAW-VALUE * CBE-MULTIPLIER(CalibIndex)
                       + CBE-OFFSET(CalibIndex)
                   ON SIZE ERROR
                       SET CalibrationOverflow TO TRUE
               END-COMPUTE
           END-IF
           IF NewCalDate NOT = READING-CAL-DATE
                   OR NewValue NOT = READING-VALUE THEN
               MOVE READING-VALUE TO OldValue
               MOVE READING-CAL-DATE TO OldCalDate
               IF READING-CORRECTED THEN
                   ADD 1 TO CorrectedCount
               ELSE
                   IF CalibrationOverflow THEN
                       ADD 1 TO OverflowCount
                       MOVE "TOO LARGE - LEFT AS IT STOOD" TO RL-NOTE
                       MOVE READING-VALUE TO NewValue
                       PERFORM PrintReading
                   ELSE
                       MOVE NewValue TO READING-VALUE
                       MOVE NewCalDate TO READING-CAL-DATE
                       REWRITE READING-RECORD
                           INVALID KEY
                               MOVE "REWRITE FAILED" TO RL-NOTE
                               MOVE OldValue TO NewValue
                           NOT INVALID KEY
                               ADD 1 TO ChangedCount
                               MOVE SPACES TO RL-NOTE
                               IF NewValue NOT = OldValue THEN
                                   PERFORM NoteDay
                               END-IF
                       END-REWRITE
                       PERFORM PrintReading
                   END-IF
               END-IF
           END-IF
           EXIT.

       FindCalibration.
           IF READING-SITE NOT = LastCalibSite
                   OR READING-DATE NOT = LastCalibDate THEN
               MOVE 0 TO CalibIndex
               PERFORM VARYING CalibX FROM 1 BY 1
                       UNTIL CalibX > CalibCount
                   IF CBE-SITE-ID(CalibX) = READING-SITE
                           AND CBE-EFF-DATE(CalibX)
                               NOT > READING-DATE THEN
                       IF CalibIndex = 0 THEN
                           MOVE CalibX TO CalibIndex
                       ELSE
                           IF CBE-EFF-DATE(CalibX)
                                   > CBE-EFF-DATE(CalibIndex) THEN
                               MOVE CalibX TO CalibIndex
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE READING-SITE TO LastCalibSite
               MOVE READING-DATE TO LastCalibDate
               MOVE CalibIndex TO LastCalibIndex
           END-IF
           MOVE LastCalibIndex TO CalibIndex
           EXIT.

      * No calibration is shown as NONE; the raw value stood.

       PrintReading.
           MOVE READING-DATE TO RL-DATE
           MOVE READING-SITE TO RL-SITE
           MOVE READING-SEQ TO RL-SEQ
           MOVE READING-RAW-VALUE TO RL-RAW
           IF OldCalDate = 0 THEN
               MOVE "NONE" TO RL-OLD-CAL
           ELSE
               MOVE OldCalDate TO RL-OLD-CAL
           END-IF
           MOVE OldValue TO RL-OLD-VALUE
           IF NewCalDate = 0 THEN
               MOVE "NONE" TO RL-NEW-CAL
           ELSE
               MOVE NewCalDate TO RL-NEW-CAL
           END-IF
           MOVE NewValue TO RL-NEW-VALUE
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           EXIT.

      * Only a day whose values moved is stale; a new calibration
      * with the same factors changes what the reading is labelled
      * with and nothing MAX-ARRAY publishes.

       NoteDay.
           IF DayCount > 0 AND DYE-DATE(DayCount) = READING-DATE THEN
               ADD 1 TO DYE-COUNT(DayCount)
           ELSE
               IF DayCount >= 1000 THEN
                   IF NOT DayTableFull THEN
                       DISPLAY "RECALIB: MORE THAN 1000 DAYS "
                           "RECALCULATED - FROM " READING-DATE
                           " REPUBLISH THROUGH CORRBAT"
                   END-IF
                   SET DayTableFull TO TRUE
               ELSE
                   ADD 1 TO DayCount
                   MOVE READING-DATE TO DYE-DATE(DayCount)
                   MOVE 1 TO DYE-COUNT(DayCount)
               END-IF
           END-IF
           EXIT.

      * A published day is queued for the RSTBAT replay the same way
      * READINGS-LOAD queues a late arrival.  A queue that cannot be
      * extended leaves the day named for a CORRBAT republish.

       ReportDays.
           PERFORM VARYING DayX FROM 1 BY 1 UNTIL DayX > DayCount
               MOVE DYE-DATE(DayX) TO RD-DATE
               MOVE DYE-COUNT(DayX) TO RD-COUNT
               MOVE "NOT YET PUBLISHED" TO RD-STATUS
               MOVE "MAXARRAY" TO RC-PROGRAM-ID
               MOVE DYE-DATE(DayX) TO RC-RUN-DATE
               READ RUNCTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RC-ENDED AND RC-RETURN-CODE = 0 THEN
                           PERFORM QueueRestatement
                       END-IF
               END-READ
               WRITE REPORT-LINE FROM REPORT-DAY-LINE
           END-PERFORM
           IF QueueOpen THEN
               CLOSE RESTATE-QUEUE
           END-IF
           EXIT.

       QueueRestatement.
           ADD 1 TO PublishedCount
           IF FirstPublished = 0 THEN
               MOVE DYE-DATE(DayX) TO FirstPublished
           END-IF
           MOVE DYE-DATE(DayX) TO LastPublished
           IF PublishedCount = 1 THEN
               OPEN EXTEND RESTATE-QUEUE
               IF RestateStatus NOT = "00" THEN
                   DISPLAY "RECALIB: RSTQUEUE EXTEND FAILED - STATUS "
                       RestateStatus " - PUBLISHED DAYS NOT QUEUED, "
                       "REPUBLISH THROUGH CORRBAT"
               ELSE
                   SET QueueOpen TO TRUE
               END-IF
           END-IF
           IF QueueOpen THEN
               MOVE DYE-DATE(DayX) TO RSQ-DATE
               MOVE RunDate TO RSQ-QUEUED-DATE
               MOVE "CALIBRAT" TO RSQ-SOURCE
               MOVE DYE-COUNT(DayX) TO RSQ-COUNT
               SET RSQ-QUEUED TO TRUE
               MOVE 0 TO RSQ-STAGED-DATE
               MOVE 0 TO RSQ-RC-START
               MOVE 0 TO RSQ-RC-END
               WRITE RESTATE-QUEUE-RECORD
               MOVE "PUBLISHED - QUEUED FOR RESTATEMENT" TO RD-STATUS
           ELSE
               MOVE "PUBLISHED - NOT QUEUED, REPUBLISH THROUGH CORRBAT"
                   TO RD-STATUS
           END-IF
           EXIT.

      * The HISTORY-REBUILD range: the published days restated,
      * compare-only.  Nothing published touched leaves the file
      * empty, and CALBAT skips the comparison on return code 0.

       WriteRebuildRange.
           OPEN OUTPUT REBUILD-PARM
           IF RebuildParmStatus NOT = "00" THEN
               DISPLAY "RECALIB: RBLDPARM OPEN FAILED - STATUS "
                   RebuildParmStatus " - NO MAXHIST COMPARISON RANGE"
           ELSE
               IF PublishedCount > 0 THEN
                   MOVE "FROMDATE" TO RBP-KEYWORD
                   MOVE FirstPublished TO RBP-VALUE
                   WRITE REBUILD-PARM-RECORD
                   MOVE "TODATE  " TO RBP-KEYWORD
                   MOVE LastPublished TO RBP-VALUE
                   WRITE REBUILD-PARM-RECORD
               END-IF
               CLOSE REBUILD-PARM
           END-IF
           EXIT.

       END PROGRAM CALIBRATION-RESTATE.
