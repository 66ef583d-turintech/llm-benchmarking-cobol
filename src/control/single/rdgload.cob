      * records loaded before the trailer check stay on file, and a
      * corrected retransmission under a fresh batch id simply
      * rejects them as duplicates while loading the remainder.
      * Every batch not accepted is also raised as a SEVERE event on
      * the EVENTS file for the monitoring console feed, keyed by
      * its batch id, and a damaged retransmission as a WARNING.
      * Reading values carry tenths of a unit - the precision the
      * new meters report in - on the transmission detail and hash
      * total and on the READINGS file alike, so nothing is blunted
      * at intake.
      * A reading loaded for a day MAX-ARRAY has already closed with
      * a clean ENDED record on RUNCTL is a late arrival: that day's
      * MAXHIST, RESHIST and extract figures were published without
      * it.  Late arrivals are listed by date and site in a section
      * of the load summary, and each such date is appended to the
      * RSTQUEUE restatement queue, from which the RSTBAT job
      * replays the stale days in date order.  A RUNCTL file that
      * cannot be read only costs the late-arrival check, so it
      * warns without failing the load.
      * Each reading is calibrated as it is loaded: the calibration
      * in force on CALIBRAT for the reading's site and date (the
      * latest effective date not after it, maintained by
      * CALIBRATION-MAINT) turns the raw meter value into the
      * calibrated READING-VALUE every later step works from, and
      * the raw value and the calibration's effective date are kept
      * beside it on READINGS.  A site with no calibration in force
      * loads as sent.  A calibrated value too large for the file is
      * rejected as CAL SIZE rather than truncated.  Every batch's
      * summary line is followed by the calibrations it was loaded
      * under, site by site, with the raw and calibrated totals side
      * by side.  A CALIBRAT file that cannot be read loads the
      * night uncalibrated with a warning; CALIBRATION-RESTATE puts
      * the readings right once the file is back.
      * Every batch judged goes on the BATCHLOG register with what
      * became of it - loaded, skipped as a retransmission or not
      * accepted - and the time its header was read, its rejects by
      * reason, the reading dates it covered and how many of its
      * readings were for days already published, so that
      * TRANSMISSION-REPORT can hold the metering side to its
      * delivery schedule.  Only a loaded batch is a retransmission
      * candidate.
      * Every detail record read is also counted by reading date
      * and site on the LEDGMOVE reading count movements - received,
      * and then rejected, skipped with a retransmitted batch or
      * loaded - for READING-LEDGER to follow through to MAXHIST.
      * A record whose date or site cannot be read is counted under
      * date zero and a blank site.  A movement file that cannot be
      * extended warns without failing the load; the ledger then
      * shows the night's readings unaccounted for.
      * The time of day the meter took each reading (HHMMSS, in
      * what was the detail record's spare tail) is carried onto
      * READING-TIME for LOAD-PROFILE's hour bands.  A reading sent
      * without a time, or with one that is not a time of day,
      * still loads, untimed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BATCH-LOG ASSIGN TO "BATCHLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BatchLogStatus.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RunCtlStatus.
           SELECT RESTATE-QUEUE ASSIGN TO "RSTQUEUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RestateStatus.
           SELECT EVENT-FILE ASSIGN TO "EVENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EventStatus.
           SELECT CALIB-FILE ASSIGN TO "CALIBRAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CalibStatus.
           SELECT LEDGER-MOVES ASSIGN TO "LEDGMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LedgerStatus.
      *
       DATA DIVISION.
       FILE SECTION.
               10  TRN-READING-SITE PIC X(4).
               10  TRN-READING-SEQ PIC 9(4).
               10  TRN-READING-VALUE PIC S9(4)V9.
               10  TRN-READING-TIME.
                   15  TRN-READING-HOUR PIC 99.
                   15  TRN-READING-MINUTE PIC 99.
                   15  TRN-READING-SECOND PIC 99.
           05  TRN-HEADER-DATA REDEFINES TRN-DETAIL-DATA.
               10  TRN-BATCH-ID PIC X(8).
               10  FILLER PIC X(19).
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
       FD  REJECT-REPORT.
       01  REJECT-LINE.
           05  REJ-READING-DATE PIC X(8).
       FD  SITE-MASTER.
       COPY SITEMST.
       FD  BATCH-LOG.
       COPY BATCHLOG.
       FD  RUNCTL-FILE.
       COPY RUNCTL.
       FD  RESTATE-QUEUE.
       COPY RSTQUEUE.
       FD  EVENT-FILE.
       01  EVENT-FILE-RECORD PIC X(140).
       FD  CALIB-FILE.
       COPY CALIBREC.
       FD  LEDGER-MOVES.
       COPY LEDGMOVE.
      *
       WORKING-STORAGE SECTION.
       COPY EVENTREC.
       01  TransmitStatus PIC XX.
       01  ReadingsStatus PIC XX.
       01  TransmitSwitch PIC X VALUE "N".
       01  BatchHashTotal PIC S9(9)V9 VALUE 0.
       01  BatchLoadedCount PIC 9(9) VALUE 0.
       01  BatchRejectCount PIC 9(9) VALUE 0.
       01  BatchArrivalTime PIC 9(8) VALUE 0.
       01  BatchTrailerCount PIC 9(9) VALUE 0.
       01  BatchLateCount PIC 9(9) VALUE 0.
       01  BatchOutcome PIC X VALUE SPACE.
       01  BatchFirstDate PIC 9(8) VALUE 0.
       01  BatchLastDate PIC 9(8) VALUE 0.
       01  BatchDateCount PIC 9(4) VALUE 0.
       01  BatchDateTable.
           05  BatchDateEntry OCCURS 366 TIMES.
               10  BDE-DATE PIC 9(8).
       01  BatchDateX PIC 9(4) VALUE 0.
       01  BatchDateIndex PIC 9(4) VALUE 0.
       01  BatchRejectTable.
           05  BRJ-COUNT PIC 9(7) OCCURS 8 TIMES.
       01  RejectReasonNames.
           05  FILLER PIC X(32) VALUE
               "BAD TYPEBAD KEY NO SITE NOT NUM ".
           05  FILLER PIC X(32) VALUE
               "UNK SITESITE OFFCAL SIZEDUP KEY ".
       01  RejectReasonTable REDEFINES RejectReasonNames.
           05  RRN-REASON PIC X(8) OCCURS 8 TIMES.
       01  RejectX PIC 9(4) VALUE 0.
       01  BatchLogStatus PIC XX.
       01  BatchLogSwitch PIC X VALUE "N".
           88  NoMoreBatchLog VALUE "Y".
               10  MSE-DECOMMISSIONED PIC 9(8).
       01  MasterX PIC 9(4) VALUE 0.
       01  MasterIndex PIC 9(4) VALUE 0.
       01  RunCtlStatus PIC XX.
       01  RestateStatus PIC XX.
       01  LateCheckSwitch PIC X VALUE "N".
           88  LateCheckActive VALUE "Y".
       01  DayCheckCount PIC 9(4) VALUE 0.
       01  DayCheckTable.
           05  DayCheckEntry OCCURS 366 TIMES.
               10  DCE-DATE PIC 9(8).
               10  DCE-PUBLISHED PIC X.
                   88  DCE-DAY-PUBLISHED VALUE "Y".
               10  DCE-LATE-COUNT PIC 9(9).
       01  DayCheckX PIC 9(4) VALUE 0.
       01  DayCheckIndex PIC 9(4) VALUE 0.
       01  LateCount PIC 9(4) VALUE 0.
       01  LateTable.
           05  LateEntry OCCURS 500 TIMES.
               10  LTE-DATE PIC 9(8).
               10  LTE-SITE PIC X(4).
               10  LTE-COUNT PIC 9(9).
       01  LateX PIC 9(4) VALUE 0.
       01  LateIndex PIC 9(4) VALUE 0.
       01  LateFullSwitch PIC X VALUE "N".
           88  LateTableFull VALUE "Y".
       01  LateReadingCount PIC 9(9) VALUE 0.
       01  QueuedDayCount PIC 9(4) VALUE 0.
       01  EventStatus PIC XX.
       01  EventSwitch PIC X VALUE "N".
           88  EventFileOpen VALUE "Y".
       01  BatchFault PIC X(60) VALUE SPACES.
       01  SiteVerdict PIC X VALUE "O".
           88  SiteAccepted VALUE "O".
           88  SiteUnknown VALUE "U".
           88  SiteOutOfService VALUE "D".
       01  CalibStatus PIC XX.
       01  CalibFileSwitch PIC X VALUE "N".
           88  NoMoreCalib VALUE "Y".
       01  CalibCount PIC 9(4) VALUE 0.
       01  CalibTable.
           05  CalibEntry OCCURS 1000 TIMES.
               10  CBE-SITE-ID PIC X(4).
               10  CBE-EFF-DATE PIC 9(8).
               10  CBE-MULTIPLIER PIC S9(3)V9(6).
               10  CBE-OFFSET PIC S9(4)V9.
               10  CBE-REFERENCE PIC X(12).
       01  CalibX PIC 9(4) VALUE 0.
       01  CalibIndex PIC 9(4) VALUE 0.
       01  LastCalibSite PIC X(4) VALUE SPACES.
       01  LastCalibDate PIC 9(8) VALUE 0.
       01  LastCalibIndex PIC 9(4) VALUE 0.
       01  CalibSizeSwitch PIC X VALUE "N".
           88  CalibrationOverflow VALUE "Y".
       01  BatchCalibCount PIC 9(4) VALUE 0.
       01  BatchCalibTable.
           05  BatchCalibEntry OCCURS 200 TIMES.
               10  BCE-SITE PIC X(4).
               10  BCE-CALIB-INDEX PIC 9(4).
               10  BCE-COUNT PIC 9(9).
               10  BCE-RAW-TOTAL PIC S9(9)V9.
               10  BCE-CALIB-TOTAL PIC S9(9)V9.
       01  BatchCalibX PIC 9(4) VALUE 0.
       01  BatchCalibIndex PIC 9(4) VALUE 0.
       01  BatchCalibFullSwitch PIC X VALUE "N".
           88  BatchCalibFull VALUE "Y".
       01  MultiplierEdit PIC -ZZ9.999999.
       01  OffsetEdit PIC -ZZZ9.9.
       01  RawTotalEdit PIC -(9)9.9.
       01  CalibTotalEdit PIC -(9)9.9.
       01  RunTime PIC 9(8).
       01  LedgerStatus PIC XX.
       01  LedgerFailSwitch PIC X VALUE "N".
           88  LedgerFailed VALUE "Y".
       01  LedgerDate PIC 9(8) VALUE 0.
       01  LedgerSite PIC X(4) VALUE SPACES.
       01  LedgerCount PIC 9(4) VALUE 0.
       01  LedgerTable.
           05  LedgerEntry OCCURS 2000 TIMES.
               10  LDE-DATE PIC 9(8).
               10  LDE-SITE PIC X(4).
               10  LDE-RECEIVED PIC 9(9).
               10  LDE-REJECTED PIC 9(9).
               10  LDE-SKIPPED PIC 9(9).
               10  LDE-LOADED PIC 9(9).
       01  LedgerX PIC 9(4) VALUE 0.
       01  LedgerIndex PIC 9(4) VALUE 0.
       01  BadTimeSwitch PIC X VALUE "N".
           88  ReadingTimeBad VALUE "Y".
       01  BadTimeCount PIC 9(9) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       ACCEPT RunTime FROM TIME.
       PERFORM LoadBatchRegister.
       PERFORM LoadSiteMaster.
       PERFORM LoadCalibrations.
       PERFORM OpenFiles.
       PERFORM OpenEventFile.
       IF NOT FileError THEN
           PERFORM LoadTransmission
           IF InBatch THEN
               DISPLAY "RDGLOAD: NO BATCHES ON TRANSMISSION - "
                   "NOTHING ACCEPTED"
               SET BatchOutOfBalance TO TRUE
               MOVE SPACES TO CurrBatchId
               MOVE "NO BATCHES ON TRANSMISSION - NOTHING ACCEPTED"
                   TO BatchFault
               PERFORM RaiseBatchEvent
           END-IF
           PERFORM CloseFiles
           PERFORM WriteLedgerMoves
           PERFORM ReportLateArrivals
       END-IF
       PERFORM CloseEventFile
       IF FileError OR BatchOutOfBalance THEN
           MOVE 16 TO RETURN-CODE
       ELSE
           DISPLAY "RDGLOAD: " BatchesSeen " BATCH(ES) - LOADED "
               LoadedCount " REJECTED " RejectCount
               " OF " DetailCount " DETAIL RECORDS"
       END-IF
       IF BadTimeCount > 0 THEN
           DISPLAY "RDGLOAD: " BadTimeCount " READING(S) LOADED "
               "UNTIMED - TIME OF READING NOT A VALID TIME"
       END-IF.
      *
       STOP RUN.

      * The BATCHLOG register carries one record per batch the load
      * has ever judged; those it loaded in balance are held here.
      * A transmission batch whose id is among them is a
      * retransmission and is passed
      * over whole - counted and hashed so its trailer still proves
      * the transmission arrived intact, but nothing written and
      * nothing rejected.  A register that cannot be opened is a
                       AT END
                           SET NoMoreBatchLog TO TRUE
                       NOT AT END
                           IF BLG-LOADED
                                   AND LoadedBatchCount < 500 THEN
                               ADD 1 TO LoadedBatchCount
                               MOVE BLG-BATCH-ID
                                   TO LBE-BATCH-ID(LoadedBatchCount)
           END-IF
           EXIT.

      * The whole calibration file is held in core the same way.
      * Without it the readings still load - as sent, which is what
      * READINGS held before calibration was applied at intake - so
      * a missing file warns rather than stopping the night.

       LoadCalibrations.
           OPEN INPUT CALIB-FILE
           IF CalibStatus NOT = "00" THEN
               DISPLAY "RDGLOAD: CALIBRAT FILE OPEN FAILED - STATUS "
                   CalibStatus " - READINGS LOADED UNCALIBRATED"
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
                               MOVE CLB-REFERENCE
                                   TO CBE-REFERENCE(CalibCount)
                           ELSE
                               DISPLAY "RDGLOAD: MORE THAN 1000 "
                                   "CALIBRATIONS - SITE " CLB-SITE-ID
                                   " FROM " CLB-EFF-DATE " IGNORED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALIB-FILE
           END-IF
           EXIT.

       OpenFiles.
           OPEN INPUT TRANSMIT-FILE
           IF TransmitStatus NOT = "00" THEN
               SET FileError TO TRUE
           END-IF
           OPEN OUTPUT REJECT-REPORT
           OPEN INPUT RUNCTL-FILE
           IF RunCtlStatus NOT = "00" THEN
               DISPLAY "RDGLOAD: RUNCTL FILE OPEN FAILED - STATUS "
                   RunCtlStatus " - LATE-ARRIVAL CHECK SKIPPED"
           ELSE
               SET LateCheckActive TO TRUE
           END-IF
           EXIT.

       CloseFiles.
           CLOSE TRANSMIT-FILE
           CLOSE READINGS-FILE
           CLOSE REJECT-REPORT
           IF LateCheckActive THEN
               CLOSE RUNCTL-FILE
           END-IF
           EXIT.

       LoadTransmission.
                           IF TRN-TRAILER THEN
                               PERFORM EndBatch
                           ELSE
                               PERFORM NoteLedgerReading
                               ADD 1 TO LDE-RECEIVED(LedgerIndex)
                               IF TRN-DETAIL AND InBatch THEN
                                   IF BatchSkipped THEN
                                       PERFORM TallySkippedDetail
           MOVE 0 TO BatchHashTotal
           MOVE 0 TO BatchLoadedCount
           MOVE 0 TO BatchRejectCount
           ACCEPT BatchArrivalTime FROM TIME
           MOVE 0 TO BatchTrailerCount
           MOVE 0 TO BatchLateCount
           MOVE 0 TO BatchFirstDate
           MOVE 0 TO BatchLastDate
           MOVE 0 TO BatchDateCount
           PERFORM VARYING RejectX FROM 1 BY 1 UNTIL RejectX > 8
               MOVE 0 TO BRJ-COUNT(RejectX)
           END-PERFORM
           MOVE 0 TO BatchCalibCount
           MOVE "N" TO BatchCalibFullSwitch
           MOVE SPACES TO BatchFault
           IF CurrBatchId = SPACES THEN
               DISPLAY "RDGLOAD: BATCH HEADER WITH BLANK BATCH ID "
                   "- BATCH NOT ACCEPTED"
               MOVE "BATCH HEADER WITH BLANK BATCH ID" TO BatchFault
               SET BatchBad TO TRUE
               SET BatchOutOfBalance TO TRUE
           ELSE
               DISPLAY "RDGLOAD: TRAILER WITHOUT HEADER - "
                   "TRANSMISSION NOT ACCEPTED"
               SET BatchOutOfBalance TO TRUE
               MOVE SPACES TO CurrBatchId
               MOVE "TRAILER WITHOUT HEADER - TRANSMISSION NOT ACCEPTED"
                   TO BatchFault
               PERFORM RaiseBatchEvent
           ELSE
               SET BatchTrailerSeen TO TRUE
               MOVE TRN-RECORD-COUNT TO BatchTrailerCount
               PERFORM CheckBatchBalance
               PERFORM JudgeBatch
           END-IF

       TallySkippedDetail.
           ADD 1 TO BatchDetailCount
           ADD 1 TO LDE-SKIPPED(LedgerIndex)
           IF TRN-READING-VALUE IS NUMERIC THEN
               ADD TRN-READING-VALUE TO BatchHashTotal
           END-IF
           IF TRN-READING-DATE IS NUMERIC THEN
               PERFORM NoteBatchDate
           END-IF
           EXIT.

      * The reading dates a batch covered: its first and last, and
      * how many distinct days lie among them.

       NoteBatchDate.
           IF BatchFirstDate = 0
                   OR TRN-READING-DATE < BatchFirstDate THEN
               MOVE TRN-READING-DATE TO BatchFirstDate
           END-IF
           IF TRN-READING-DATE > BatchLastDate THEN
               MOVE TRN-READING-DATE TO BatchLastDate
           END-IF
           MOVE 0 TO BatchDateIndex
           PERFORM VARYING BatchDateX FROM 1 BY 1
                   UNTIL BatchDateX > BatchDateCount
               IF BDE-DATE(BatchDateX) = TRN-READING-DATE THEN
                   MOVE BatchDateX TO BatchDateIndex
               END-IF
           END-PERFORM
           IF BatchDateIndex = 0 AND BatchDateCount < 366 THEN
               ADD 1 TO BatchDateCount
               MOVE TRN-READING-DATE TO BDE-DATE(BatchDateCount)
           END-IF
           EXIT.

       LoadOneReading.
           MOVE "N" TO CalibSizeSwitch
           ADD 1 TO DetailCount
           ADD 1 TO BatchDetailCount
           IF TRN-READING-VALUE IS NUMERIC THEN
               ADD TRN-READING-VALUE TO BatchHashTotal
           END-IF
           IF TRN-READING-DATE IS NUMERIC THEN
               PERFORM NoteBatchDate
           END-IF
           IF TRN-READING-DATE IS NOT NUMERIC
                   OR TRN-READING-SITE = SPACES
                   OR TRN-READING-SEQ IS NOT NUMERIC
               PERFORM WriteReject
           ELSE
               PERFORM CheckSiteMaster
               IF SiteAccepted THEN
                   PERFORM CalibrateReading
               END-IF
               IF NOT SiteAccepted OR CalibrationOverflow THEN
                   PERFORM WriteReject
               ELSE
                   MOVE TRN-READING-DATE TO READING-DATE
                   MOVE TRN-READING-SITE TO READING-SITE
                   MOVE TRN-READING-SEQ TO READING-SEQ
                   PERFORM SetReadingTime
                   WRITE READING-RECORD
                       INVALID KEY
                           PERFORM WriteReject
                       NOT INVALID KEY
                           ADD 1 TO LoadedCount
                           IF ReadingTimeBad THEN
                               ADD 1 TO BadTimeCount
                           END-IF
                           ADD 1 TO BatchLoadedCount
                           ADD 1 TO LDE-LOADED(LedgerIndex)
                           PERFORM NoteBatchCalibration
                           IF LateCheckActive THEN
                               PERFORM CheckLateArrival
                           END-IF
                   END-WRITE
               END-IF
           END-IF
           EXIT.

      * The time of reading rides on the detail as HHMMSS.  A
      * blank time is a meter that does not report one and loads
      * untimed (spaces); a time that is not a valid time of day
      * also loads untimed rather than losing the reading, and is
      * counted for the end-of-run message.

       SetReadingTime.
           MOVE "N" TO BadTimeSwitch
           IF TRN-READING-TIME = SPACES THEN
               MOVE SPACES TO READING-TIME
           ELSE
               IF TRN-READING-TIME IS NUMERIC
                       AND TRN-READING-HOUR < 24
                       AND TRN-READING-MINUTE < 60
                       AND TRN-READING-SECOND < 60 THEN
                   MOVE TRN-READING-TIME TO READING-TIME
               ELSE
                   MOVE SPACES TO READING-TIME
                   SET ReadingTimeBad TO TRUE
               END-IF
           END-IF
           EXIT.

      * The calibration in force is the site's latest effective
      * date not after the reading date.  A transmission runs site
      * by site and day by day, so the last answer is kept and the
      * table searched again only when the site or date moves on.

       CalibrateReading.
           IF TRN-READING-SITE NOT = LastCalibSite
                   OR TRN-READING-DATE NOT = LastCalibDate THEN
               MOVE 0 TO CalibIndex
               PERFORM VARYING CalibX FROM 1 BY 1
                       UNTIL CalibX > CalibCount
                   IF CBE-SITE-ID(CalibX) = TRN-READING-SITE
                           AND CBE-EFF-DATE(CalibX)
                               NOT > TRN-READING-DATE THEN
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
               MOVE TRN-READING-SITE TO LastCalibSite
               MOVE TRN-READING-DATE TO LastCalibDate
               MOVE CalibIndex TO LastCalibIndex
           END-IF
           MOVE LastCalibIndex TO CalibIndex
           MOVE TRN-READING-VALUE TO READING-RAW-VALUE
           SET READING-METERED TO TRUE
           IF CalibIndex = 0 THEN
               MOVE TRN-READING-VALUE TO READING-VALUE
               MOVE 0 TO READING-CAL-DATE
           ELSE
               MOVE CBE-EFF-DATE(CalibIndex) TO READING-CAL-DATE
               COMPUTE READING-VALUE ROUNDED =
                   TRN-READING-VALUE * CBE-MULTIPLIER(CalibIndex)
                       + CBE-OFFSET(CalibIndex)
                   ON SIZE ERROR
                       SET CalibrationOverflow TO TRUE
               END-COMPUTE
           END-IF
           EXIT.

      * One tally per site and calibration within the batch, for
      * the calibration lines under the batch's summary line.

       NoteBatchCalibration.
           MOVE 0 TO BatchCalibIndex
           PERFORM VARYING BatchCalibX FROM 1 BY 1
                   UNTIL BatchCalibX > BatchCalibCount
               IF BCE-SITE(BatchCalibX) = READING-SITE
                       AND BCE-CALIB-INDEX(BatchCalibX)
                           = CalibIndex THEN
                   MOVE BatchCalibX TO BatchCalibIndex
               END-IF
           END-PERFORM
           IF BatchCalibIndex = 0 THEN
               IF BatchCalibCount >= 200 THEN
                   SET BatchCalibFull TO TRUE
               ELSE
                   ADD 1 TO BatchCalibCount
                   MOVE BatchCalibCount TO BatchCalibIndex
                   MOVE READING-SITE TO BCE-SITE(BatchCalibIndex)
                   MOVE CalibIndex TO BCE-CALIB-INDEX(BatchCalibIndex)
                   MOVE 0 TO BCE-COUNT(BatchCalibIndex)
                   MOVE 0 TO BCE-RAW-TOTAL(BatchCalibIndex)
                   MOVE 0 TO BCE-CALIB-TOTAL(BatchCalibIndex)
               END-IF
           END-IF
           IF BatchCalibIndex > 0 THEN
               ADD 1 TO BCE-COUNT(BatchCalibIndex)
               ADD READING-RAW-VALUE TO BCE-RAW-TOTAL(BatchCalibIndex)
               ADD READING-VALUE TO BCE-CALIB-TOTAL(BatchCalibIndex)
           END-IF
           EXIT.

      * Whether a reading date is already published is asked of
      * RUNCTL once per date per load and remembered, so a top-up
      * of ten thousand readings for one day costs one keyed read.

       CheckLateArrival.
           MOVE 0 TO DayCheckIndex
           PERFORM VARYING DayCheckX FROM 1 BY 1
                   UNTIL DayCheckX > DayCheckCount
               IF DCE-DATE(DayCheckX) = READING-DATE THEN
                   MOVE DayCheckX TO DayCheckIndex
               END-IF
           END-PERFORM
           IF DayCheckIndex = 0 THEN
               IF DayCheckCount >= 366 THEN
                   DISPLAY "RDGLOAD: MORE THAN 366 READING DATES ON "
                       "TRANSMISSION - " READING-DATE
                       " NOT CHECKED FOR LATE ARRIVAL"
               ELSE
                   ADD 1 TO DayCheckCount
                   MOVE DayCheckCount TO DayCheckIndex
                   MOVE READING-DATE TO DCE-DATE(DayCheckIndex)
                   MOVE "N" TO DCE-PUBLISHED(DayCheckIndex)
                   MOVE 0 TO DCE-LATE-COUNT(DayCheckIndex)
                   MOVE "MAXARRAY" TO RC-PROGRAM-ID
                   MOVE READING-DATE TO RC-RUN-DATE
                   READ RUNCTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RC-ENDED AND RC-RETURN-CODE = 0 THEN
                               SET DCE-DAY-PUBLISHED(DayCheckIndex)
                                   TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF DayCheckIndex > 0 THEN
               IF DCE-DAY-PUBLISHED(DayCheckIndex) THEN
                   ADD 1 TO DCE-LATE-COUNT(DayCheckIndex)
                   ADD 1 TO LateReadingCount
                   ADD 1 TO BatchLateCount
                   PERFORM NoteLateSite
               END-IF
           END-IF
           EXIT.

      * The late-arrival table is kept in date and site order as
      * it is built, so the report section comes out sorted
      * without a sort step.

       NoteLateSite.
           MOVE 0 TO LateIndex
           PERFORM VARYING LateX FROM 1 BY 1 UNTIL LateX > LateCount
               IF LTE-DATE(LateX) = READING-DATE
                       AND LTE-SITE(LateX) = READING-SITE THEN
                   MOVE LateX TO LateIndex
               END-IF
           END-PERFORM
           IF LateIndex > 0 THEN
               ADD 1 TO LTE-COUNT(LateIndex)
           ELSE
               IF LateCount >= 500 THEN
                   SET LateTableFull TO TRUE
               ELSE
                   MOVE 1 TO LateIndex
                   PERFORM VARYING LateX FROM 1 BY 1
                           UNTIL LateX > LateCount
                       IF LTE-DATE(LateX) < READING-DATE
                               OR (LTE-DATE(LateX) = READING-DATE
                                   AND LTE-SITE(LateX)
                                       < READING-SITE) THEN
                           COMPUTE LateIndex = LateX + 1
                       END-IF
                   END-PERFORM
                   PERFORM VARYING LateX FROM LateCount BY -1
                           UNTIL LateX < LateIndex
                       MOVE LateEntry(LateX) TO LateEntry(LateX + 1)
                   END-PERFORM
                   ADD 1 TO LateCount
                   MOVE READING-DATE TO LTE-DATE(LateIndex)
                   MOVE READING-SITE TO LTE-SITE(LateIndex)
                   MOVE 1 TO LTE-COUNT(LateIndex)
               END-IF
           END-IF
           EXIT.

       CheckSiteMaster.
           SET SiteAccepted TO TRUE
           IF SiteCheckActive THEN
       WriteReject.
           ADD 1 TO RejectCount
           ADD 1 TO BatchRejectCount
           ADD 1 TO LDE-REJECTED(LedgerIndex)
           MOVE TRN-READING-DATE TO REJ-READING-DATE
           MOVE TRN-READING-SITE TO REJ-READING-SITE
           MOVE TRN-READING-SEQ TO REJ-READING-SEQ
                   END-IF
               END-IF
           END-IF
           IF InBatch THEN
               PERFORM VARYING RejectX FROM 1 BY 1 UNTIL RejectX > 8
                   IF RRN-REASON(RejectX) = REJ-REASON THEN
                       ADD 1 TO BRJ-COUNT(RejectX)
                   END-IF
               END-PERFORM
           END-IF
           WRITE REJECT-LINE
           EXIT.

               IF SiteOutOfService THEN
                   MOVE "SITE OFF" TO REJ-REASON
               ELSE
                   IF CalibrationOverflow THEN
                       MOVE "CAL SIZE" TO REJ-REASON
                   ELSE
                       MOVE "DUP KEY " TO REJ-REASON
                   END-IF
               END-IF
           END-IF
           EXIT.
                   DISPLAY "RDGLOAD: BATCH " CurrBatchId " TRAILER "
                       "CARRIES ID " TRN-TRL-BATCH-ID
                       " - BATCH NOT ACCEPTED"
                   MOVE "TRAILER CARRIES A DIFFERENT BATCH ID"
                       TO BatchFault
                   SET BatchBad TO TRUE
                   SET BatchOutOfBalance TO TRUE
               END-IF
                   DISPLAY "RDGLOAD: BATCH " CurrBatchId " RECORD "
                       "COUNT OUT OF BALANCE - TRAILER "
                       TRN-RECORD-COUNT " READ " BatchDetailCount
                   MOVE "RECORD COUNT OUT OF BALANCE WITH TRAILER"
                       TO BatchFault
                   SET BatchBad TO TRUE
                   SET BatchOutOfBalance TO TRUE
               END-IF
                   DISPLAY "RDGLOAD: BATCH " CurrBatchId " HASH "
                       "TOTAL OUT OF BALANCE - TRAILER "
                       TRN-HASH-TOTAL " READ " BatchHashTotal
                   MOVE "HASH TOTAL OUT OF BALANCE WITH TRAILER"
                       TO BatchFault
                   SET BatchBad TO TRUE
                   SET BatchOutOfBalance TO TRUE
               END-IF
               DISPLAY "RDGLOAD: WARNING - RETRANSMITTED BATCH "
                   CurrBatchId " TRAILER CARRIES ID "
                   TRN-TRL-BATCH-ID
               MOVE "RETRANSMISSION TRAILER CARRIES A DIFFERENT ID"
                   TO BatchFault
           END-IF
           IF TRN-RECORD-COUNT NOT = BatchDetailCount THEN
               DISPLAY "RDGLOAD: WARNING - RETRANSMITTED BATCH "
                   CurrBatchId " COUNT OUT OF BALANCE - TRAILER "
                   TRN-RECORD-COUNT " READ " BatchDetailCount
               MOVE "RETRANSMISSION COUNT OUT OF BALANCE WITH TRAILER"
                   TO BatchFault
           END-IF
           IF TRN-HASH-TOTAL NOT = BatchHashTotal THEN
               DISPLAY "RDGLOAD: WARNING - RETRANSMITTED BATCH "
                   CurrBatchId " HASH OUT OF BALANCE AGAINST ITS "
                   "TRAILER"
               MOVE "RETRANSMISSION HASH OUT OF BALANCE WITH TRAILER"
                   TO BatchFault
           END-IF
           IF BatchFault NOT = SPACES THEN
               MOVE "RETRANS " TO EVT-TYPE
               SET EVT-WARNING TO TRUE
               PERFORM RaiseEvent
           END-IF
           EXIT.

      * Every batch gets its own line in the load summary and its
      * own record on BATCHLOG.  Only a batch that arrived whole and
      * balanced is registered as loaded, so a failed batch can be
      * retransmitted under the same id and load normally.  Whatever
      * a batch loaded stays on file either way, so its calibration
      * lines follow.

       JudgeBatch.
           IF NOT BatchTrailerSeen THEN
               IF BatchSkipped THEN
                   DISPLAY "RDGLOAD: BATCH " CurrBatchId
                       " SKIPPED - ALREADY LOADED (RETRANSMISSION)"
                   MOVE "S" TO BatchOutcome
               ELSE
                   DISPLAY "RDGLOAD: BATCH " CurrBatchId " HAS NO "
                       "TRAILER - BATCH NOT ACCEPTED"
                   SET BatchOutOfBalance TO TRUE
                   MOVE "NO TRAILER - TRANSMISSION TRUNCATED"
                       TO BatchFault
                   PERFORM RaiseBatchEvent
                   MOVE "B" TO BatchOutcome
               END-IF
           ELSE
               IF BatchSkipped THEN
                   DISPLAY "RDGLOAD: BATCH " CurrBatchId
                       " SKIPPED - ALREADY LOADED (RETRANSMISSION)"
                   MOVE "S" TO BatchOutcome
               ELSE
                   IF NOT BatchBad THEN
                       DISPLAY "RDGLOAD: BATCH " CurrBatchId
                           " REJECTED " BatchRejectCount
                           " OF " BatchDetailCount
                           " DETAIL RECORDS"
                       MOVE "L" TO BatchOutcome
                   ELSE
                       PERFORM RaiseBatchEvent
                       MOVE "B" TO BatchOutcome
                   END-IF
               END-IF
           END-IF
           PERFORM RegisterBatch
           IF NOT BatchSkipped THEN
               PERFORM ReportBatchCalibration
           END-IF
           MOVE "N" TO InBatchSwitch
           EXIT.

       ReportBatchCalibration.
           PERFORM VARYING BatchCalibX FROM 1 BY 1
                   UNTIL BatchCalibX > BatchCalibCount
               MOVE BCE-CALIB-INDEX(BatchCalibX) TO CalibIndex
               MOVE BCE-RAW-TOTAL(BatchCalibX) TO RawTotalEdit
               MOVE BCE-CALIB-TOTAL(BatchCalibX) TO CalibTotalEdit
               IF CalibIndex = 0 THEN
                   DISPLAY "RDGLOAD:   SITE " BCE-SITE(BatchCalibX)
                       " NO CALIBRATION IN FORCE - LOADED AS SENT"
               ELSE
                   MOVE CBE-MULTIPLIER(CalibIndex) TO MultiplierEdit
                   MOVE CBE-OFFSET(CalibIndex) TO OffsetEdit
                   DISPLAY "RDGLOAD:   SITE " BCE-SITE(BatchCalibX)
                       " CALIBRATION " CBE-EFF-DATE(CalibIndex)
                       " " CBE-REFERENCE(CalibIndex)
                       " MULTIPLIER " MultiplierEdit
                       " OFFSET " OffsetEdit
               END-IF
               DISPLAY "RDGLOAD:     " BCE-COUNT(BatchCalibX)
                   " READING(S) - RAW " RawTotalEdit
                   " CALIBRATED " CalibTotalEdit
           END-PERFORM
           IF BatchCalibFull THEN
               DISPLAY "RDGLOAD:   MORE THAN 200 SITE/CALIBRATION "
                   "PAIRS IN BATCH - CALIBRATION LINES INCOMPLETE"
           END-IF
           EXIT.

      * The late-arrivals section of the load summary, then one
      * QUEUED record per published date on the restatement queue.
      * A queue that cannot be extended must not stop tonight's
      * chain over last week's figures, so the stale dates are
      * named for a CORRBAT republish instead.

       ReportLateArrivals.
           IF LateReadingCount = 0 THEN
               IF LateCheckActive THEN
                   DISPLAY "RDGLOAD: NO LATE ARRIVALS FOR PUBLISHED "
                       "DAYS"
               END-IF
           ELSE
               DISPLAY "RDGLOAD: LATE ARRIVALS FOR PUBLISHED DAYS"
               PERFORM VARYING LateX FROM 1 BY 1
                       UNTIL LateX > LateCount
                   DISPLAY "RDGLOAD:   " LTE-DATE(LateX)
                       " SITE " LTE-SITE(LateX) " "
                       LTE-COUNT(LateX) " READING(S)"
               END-PERFORM
               IF LateTableFull THEN
                   DISPLAY "RDGLOAD:   MORE THAN 500 DATE/SITE "
                       "PAIRS - SITE BREAKDOWN INCOMPLETE"
               END-IF
               PERFORM QueueRestatements
           END-IF
           EXIT.

       QueueRestatements.
           OPEN EXTEND RESTATE-QUEUE
           IF RestateStatus NOT = "00" THEN
               DISPLAY "RDGLOAD: RSTQUEUE EXTEND FAILED - STATUS "
                   RestateStatus " - DAYS BELOW NOT QUEUED, "
                   "REPUBLISH THROUGH CORRBAT"
               PERFORM VARYING DayCheckX FROM 1 BY 1
                       UNTIL DayCheckX > DayCheckCount
                   IF DCE-LATE-COUNT(DayCheckX) > 0 THEN
                       DISPLAY "RDGLOAD:   " DCE-DATE(DayCheckX)
                           " NOT QUEUED FOR RESTATEMENT"
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING DayCheckX FROM 1 BY 1
                       UNTIL DayCheckX > DayCheckCount
                   IF DCE-LATE-COUNT(DayCheckX) > 0 THEN
                       MOVE DCE-DATE(DayCheckX) TO RSQ-DATE
                       MOVE RunDate TO RSQ-QUEUED-DATE
                       MOVE "RDGLOAD " TO RSQ-SOURCE
                       MOVE DCE-LATE-COUNT(DayCheckX) TO RSQ-COUNT
                       SET RSQ-QUEUED TO TRUE
                       MOVE 0 TO RSQ-STAGED-DATE
                       MOVE 0 TO RSQ-RC-START
                       MOVE 0 TO RSQ-RC-END
                       WRITE RESTATE-QUEUE-RECORD
                       ADD 1 TO QueuedDayCount
                   END-IF
               END-PERFORM
               CLOSE RESTATE-QUEUE
               DISPLAY "RDGLOAD: " LateReadingCount
                   " LATE READING(S) - " QueuedDayCount
                   " DAY(S) QUEUED FOR RESTATEMENT"
           END-IF
           EXIT.

      * The ledger entry for the record just read: its reading date
      * and site, or date zero and a blank site when either cannot
      * be read.  A transmission runs site by site and day by day,
      * so the entry last used is tried first.  When the table is
      * full its counts are written out and it starts again - the
      * movements only ever add, so nothing is lost by it.

       NoteLedgerReading.
           IF TRN-READING-DATE IS NUMERIC
                   AND TRN-READING-SITE NOT = SPACES THEN
               MOVE TRN-READING-DATE TO LedgerDate
               MOVE TRN-READING-SITE TO LedgerSite
           ELSE
               MOVE 0 TO LedgerDate
               MOVE SPACES TO LedgerSite
           END-IF
           IF LedgerIndex > 0 THEN
               IF LDE-DATE(LedgerIndex) NOT = LedgerDate
                       OR LDE-SITE(LedgerIndex) NOT = LedgerSite THEN
                   MOVE 0 TO LedgerIndex
               END-IF
           END-IF
           IF LedgerIndex = 0 THEN
               PERFORM VARYING LedgerX FROM 1 BY 1
                       UNTIL LedgerX > LedgerCount
                   IF LDE-DATE(LedgerX) = LedgerDate
                           AND LDE-SITE(LedgerX) = LedgerSite THEN
                       MOVE LedgerX TO LedgerIndex
                   END-IF
               END-PERFORM
           END-IF
           IF LedgerIndex = 0 THEN
               IF LedgerCount >= 2000 THEN
                   PERFORM WriteLedgerMoves
               END-IF
               ADD 1 TO LedgerCount
               MOVE LedgerCount TO LedgerIndex
               MOVE LedgerDate TO LDE-DATE(LedgerIndex)
               MOVE LedgerSite TO LDE-SITE(LedgerIndex)
               MOVE 0 TO LDE-RECEIVED(LedgerIndex)
               MOVE 0 TO LDE-REJECTED(LedgerIndex)
               MOVE 0 TO LDE-SKIPPED(LedgerIndex)
               MOVE 0 TO LDE-LOADED(LedgerIndex)
           END-IF
           EXIT.

       WriteLedgerMoves.
           IF LedgerCount > 0 AND NOT LedgerFailed THEN
               OPEN EXTEND LEDGER-MOVES
               IF LedgerStatus NOT = "00" THEN
                   DISPLAY "RDGLOAD: LEDGMOVE EXTEND FAILED - STATUS "
                       LedgerStatus " - READING COUNTS NOT RECORDED"
                   SET LedgerFailed TO TRUE
               ELSE
                   PERFORM VARYING LedgerX FROM 1 BY 1
                           UNTIL LedgerX > LedgerCount
                       MOVE LDE-DATE(LedgerX) TO LGM-READING-DATE
                       MOVE LDE-SITE(LedgerX) TO LGM-SITE
                       MOVE "RDGLOAD " TO LGM-SOURCE
                       MOVE RunDate TO LGM-RUN-DATE
                       MOVE RunTime TO LGM-RUN-TIME
                       MOVE LDE-RECEIVED(LedgerX) TO LGM-RECEIVED
                       MOVE LDE-REJECTED(LedgerX) TO LGM-REJECTED
                       MOVE LDE-SKIPPED(LedgerX) TO LGM-SKIPPED
                       MOVE LDE-LOADED(LedgerX) TO LGM-LOADED
                       MOVE 0 TO LGM-ADDED
                       MOVE 0 TO LGM-CHANGED
                       MOVE 0 TO LGM-ARCHIVED
                       MOVE 0 TO LGM-RESTORED
                       MOVE 0 TO LGM-RECODED-IN
                       MOVE 0 TO LGM-RECODED-OUT
                       WRITE LEDGER-MOVE-RECORD
                   END-PERFORM
                   CLOSE LEDGER-MOVES
               END-IF
           END-IF
           MOVE 0 TO LedgerCount
           MOVE 0 TO LedgerIndex
           EXIT.

      * Events for the monitoring console.  A batch not accepted is
      * SEVERE and keyed by its batch id (blank when the fault is in
      * the transmission's framing rather than a batch), so the
      * event clears the night the load checks in having accepted
      * that batch or never seen it again.  An EVENTS file that
      * cannot be extended costs the console feed only, so it
      * warns without failing the load.

       OpenEventFile.
           OPEN EXTEND EVENT-FILE
           IF EventStatus NOT = "00" THEN
               DISPLAY "RDGLOAD: EVENTS FILE OPEN FAILED - STATUS "
                   EventStatus " - NO EVENTS RAISED"
           ELSE
               SET EventFileOpen TO TRUE
           END-IF
           EXIT.

       RaiseBatchEvent.
           MOVE "BALANCE " TO EVT-TYPE
           SET EVT-SEVERE TO TRUE
           PERFORM RaiseEvent
           EXIT.

       RaiseEvent.
           IF EventFileOpen THEN
               MOVE RunDate TO EVT-RUN-DATE
               MOVE "RDGLOAD " TO EVT-PROGRAM
               MOVE SPACES TO EVT-SITE
               MOVE 0 TO EVT-DATE
               MOVE CurrBatchId TO EVT-REF
               MOVE BatchFault TO EVT-TEXT
               MOVE SPACES TO EVT-STATE
               MOVE 0 TO EVT-FIRST-SEEN
               WRITE EVENT-FILE-RECORD FROM EVENT-RECORD
           END-IF
           EXIT.

      * The CHECKIN event says the transmission was read and every
      * batch on it judged.  A load that could not open its files
      * judged nothing and does not check in.

       CloseEventFile.
           IF EventFileOpen THEN
               IF NOT FileError THEN
                   MOVE "CHECKIN " TO EVT-TYPE
                   SET EVT-INFO TO TRUE
                   MOVE SPACES TO CurrBatchId
                   MOVE "EVERY BATCH ON THE TRANSMISSION JUDGED"
                       TO BatchFault
                   PERFORM RaiseEvent
               END-IF
               CLOSE EVENT-FILE
           END-IF
           EXIT.

       RegisterBatch.
           OPEN EXTEND BATCH-LOG
           IF BatchLogStatus NOT = "00" THEN
               MOVE CurrBatchId TO BLG-BATCH-ID
               MOVE RunDate TO BLG-LOAD-DATE
               MOVE BatchDetailCount TO BLG-COUNT
               MOVE BatchArrivalTime TO BLG-ARRIVAL-TIME
               MOVE BatchOutcome TO BLG-OUTCOME
               MOVE BatchTrailerCount TO BLG-TRAILER-COUNT
               MOVE BatchLoadedCount TO BLG-LOADED-COUNT
               MOVE BatchRejectCount TO BLG-REJECTED-COUNT
               PERFORM VARYING RejectX FROM 1 BY 1 UNTIL RejectX > 8
                   MOVE BRJ-COUNT(RejectX) TO BLG-REJ-COUNT(RejectX)
               END-PERFORM
               MOVE BatchFirstDate TO BLG-FIRST-DATE
               MOVE BatchLastDate TO BLG-LAST-DATE
               MOVE BatchDateCount TO BLG-DAYS-COVERED
               MOVE BatchLateCount TO BLG-LATE-COUNT
               MOVE BatchFault TO BLG-FAULT
               WRITE BATCH-LOG-RECORD
               CLOSE BATCH-LOG
               IF BatchOutcome = "L" AND LoadedBatchCount < 500 THEN
                   ADD 1 TO LoadedBatchCount
                   MOVE CurrBatchId
                       TO LBE-BATCH-ID(LoadedBatchCount)
