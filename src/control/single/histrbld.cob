       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HISTORY-REBUILD.
      *
      * Quiet recovery of the daily statistics history.  For each
      * day in a range (FROMDATE and TODATE on RUNPARM, TODATE
      * defaulting to FROMDATE, at most 366 days) the per-site and
      * "*ALL" max, min, count, total and average are recomputed
      * straight from the readings and compared with what MAXHIST
      * and the MAXARRAY record on RESHIST hold - the damage
      * RESULT-CROSSCHECK can only report.  A day still on the live
      * READINGS file is taken from there; a day READINGS-ARCHIVE
      * has moved off is taken from the archive generations mounted
      * on ARCHREAD (any number, concatenated oldest first - a day
      * found on more than one generation, restored and archived
      * again, is taken from the latest).  The readings MAX-ARRAY
      * kept out of a day's statistics are exactly the ones with an
      * OPEN line for that day on the exception report (a rerun
      * rebuilds those lines, a correction marks them RESOLVED), so
      * the same readings are kept out here.  Only days MAX-ARRAY
      * has published - a clean ENDED record on RUNCTL - are
      * rebuilt; anything else is left for the nightly chain or
      * CATCHUP.  Without REPAIR Y on RUNPARM the run only compares
      * and reports, ending with return code 4 when anything
      * differs; with it the differing and missing MAXHIST and
      * RESHIST records are rewritten and a MAXHIST site record
      * with no readings behind it is deleted.  Every difference is
      * listed with its before and after figures.  The extract feed,
      * RESULTS and the audit log keep what was published: this is
      * a history repair, not a republish - a published figure that
      * was itself wrong still goes through CORRBAT.  The CALBAT
      * job runs it compare-only over the published days
      * CALIBRATION-RESTATE recalculated, to list the days whose
      * MAXHIST figures a back-dated calibration has overtaken.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READINGS-FILE ASSIGN TO "READINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS READING-KEY
               FILE STATUS IS ReadingsStatus.
           SELECT ARCHIVE-READINGS ASSIGN TO "ARCHREAD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ArchiveStatus.
           SELECT EXCEPTION-REPORT ASSIGN TO "EXCPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ExceptionStatus.
           SELECT MAXHIST-FILE ASSIGN TO "MAXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS MaxHistStatus.
           SELECT RESHIST-FILE ASSIGN TO "RESHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHI-KEY
               FILE STATUS IS ResHistStatus.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RunCtlStatus.
           SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RunParmStatus.
           SELECT REPORT-FILE ASSIGN TO "REBLDRPT"
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
       FD  ARCHIVE-READINGS.
       01  ARCHIVE-READING-RECORD.
           05  ARC-READING-KEY.
               10  ARC-READING-DATE PIC 9(8).
               10  ARC-READING-SITE PIC X(4).
               10  ARC-READING-SEQ PIC 9(4).
           05  ARC-READING-VALUE PIC S9(4)V9.
           05  ARC-READING-RAW-VALUE PIC S9(4)V9.
           05  ARC-READING-CAL-DATE PIC 9(8).
           05  ARC-READING-ORIGIN PIC X.
           05  ARC-READING-TIME PIC X(6).
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
       FD  MAXHIST-FILE.
       COPY MAXHIST.
       FD  RESHIST-FILE.
       COPY RESHIST.
       FD  RUNCTL-FILE.
       COPY RUNCTL.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05  PRM-KEYWORD PIC X(8).
           05  PRM-VALUE PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  REPORT-TITLE-LINE.
           05  FILLER PIC X(21) VALUE "HISTORY REBUILD FROM ".
           05  RT-FROM-DATE PIC 9(8).
           05  FILLER PIC X(4) VALUE " TO ".
           05  RT-TO-DATE PIC 9(8).
           05  FILLER PIC X(7) VALUE "  MODE ".
           05  RT-MODE PIC X(12).
           05  FILLER PIC X(6) VALUE "  RUN ".
           05  RT-RUN-DATE PIC 9(8).
           05  FILLER PIC X(58) VALUE SPACES.
       01  REPORT-DATE-LINE.
           05  FILLER PIC X(5) VALUE "DATE ".
           05  RD-DATE PIC 9(8).
           05  FILLER PIC X VALUE SPACE.
           05  RD-SOURCE PIC X(44).
           05  FILLER PIC X(10) VALUE " READINGS ".
           05  RD-READINGS PIC ZZZZZZZZ9.
           05  FILLER PIC X(18) VALUE " OPEN EXCEPTIONS ".
           05  RD-EXCLUDED PIC ZZZZZZ9.
           05  FILLER PIC X(30) VALUE SPACES.
       01  REPORT-MAXHIST-LINE.
           05  FILLER PIC X(10) VALUE "  MAXHIST ".
           05  RM-SITE PIC X(4).
           05  FILLER PIC X VALUE SPACE.
           05  RM-LABEL PIC X(6).
           05  FILLER PIC X(5) VALUE " MAX ".
           05  RM-MAX PIC -ZZZ9.9.
           05  FILLER PIC X(5) VALUE " MIN ".
           05  RM-MIN PIC -ZZZ9.9.
           05  FILLER PIC X(7) VALUE " COUNT ".
           05  RM-COUNT PIC ZZZZZZZ9.
           05  FILLER PIC X(7) VALUE " TOTAL ".
           05  RM-TOTAL PIC -ZZZZZZZZ9.9.
           05  FILLER PIC X(9) VALUE " AVERAGE ".
           05  RM-AVERAGE PIC -ZZZZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  RM-STATUS PIC X(24).
           05  FILLER PIC X(9) VALUE SPACES.
       01  REPORT-RESHIST-LINE.
           05  FILLER PIC X(19) VALUE "  RESHIST MAXARRAY ".
           05  RR-LABEL PIC X(6).
           05  FILLER PIC X(5) VALUE " MIN ".
           05  RR-MIN PIC -ZZZZZZZZ9.
           05  FILLER PIC X(7) VALUE " TOTAL ".
           05  RR-TOTAL PIC -ZZZZZZZZ9.
           05  FILLER PIC X(5) VALUE " MAX ".
           05  RR-MAX PIC -ZZZZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  RR-STATUS PIC X(24).
           05  FILLER PIC X(35) VALUE SPACES.
       01  REPORT-NOTE-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RN-STORE PIC X(8).
           05  RN-SITE PIC X(9).
           05  RN-LABEL PIC X(6).
           05  FILLER PIC X VALUE SPACE.
           05  RN-TEXT PIC X(40).
           05  FILLER PIC X(66) VALUE SPACES.
       01  REPORT-TOTAL-LINE.
           05  FILLER PIC X(14) VALUE "DAYS REBUILT  ".
           05  RS-DAYS PIC ZZZ9.
           05  FILLER PIC X(12) VALUE "  SKIPPED  ".
           05  RS-SKIPPED PIC ZZZ9.
           05  FILLER PIC X(15) VALUE "  RECORDS SAME ".
           05  RS-SAME PIC ZZZZZ9.
           05  FILLER PIC X(10) VALUE "  DIFFER ".
           05  RS-DIFFER PIC ZZZZZ9.
           05  FILLER PIC X(11) VALUE "  MISSING ".
           05  RS-MISSING PIC ZZZZZ9.
           05  FILLER PIC X(15) VALUE "  NO READINGS ".
           05  RS-EXTRA PIC ZZZZZ9.
           05  FILLER PIC X(12) VALUE "  REPAIRED ".
           05  RS-REPAIRED PIC ZZZZZ9.
           05  FILLER PIC X(5) VALUE SPACES.
       01  ReadingsStatus PIC XX.
       01  ArchiveStatus PIC XX.
       01  ExceptionStatus PIC XX.
       01  MaxHistStatus PIC XX.
       01  ResHistStatus PIC XX.
       01  RunCtlStatus PIC XX.
       01  RunParmStatus PIC XX.
       01  ReadingsSwitch PIC X VALUE "N".
           88  NoMoreReadings VALUE "Y".
       01  ArchiveSwitch PIC X VALUE "N".
           88  NoMoreArchive VALUE "Y".
       01  ExceptionSwitch PIC X VALUE "N".
           88  NoMoreExceptions VALUE "Y".
       01  MaxHistSwitch PIC X VALUE "N".
           88  NoMoreMaxHist VALUE "Y".
       01  RunParmSwitch PIC X VALUE "N".
           88  NoMoreRunParm VALUE "Y".
       01  FileErrorSwitch PIC X VALUE "N".
           88  FileError VALUE "Y".
       01  RepairSwitch PIC X VALUE "N".
           88  RepairMode VALUE "Y".
       01  ParmErrorSwitch PIC X VALUE "N".
           88  ParmError VALUE "Y".
       01  RunDate PIC 9(8).
       01  FromDate PIC 9(8) VALUE 0.
       01  ToDate PIC 9(8) VALUE 0.
       01  FromDayNumber PIC 9(8) VALUE 0.
       01  DaySpan PIC 9(8) VALUE 0.
      * One entry per day of the range, the day's offset from
      * FROMDATE as the subscript.  The source is L for the live
      * file and A for an archive generation (GEN says which).
       01  DayCount PIC 9(4) VALUE 0.
       01  DayTable.
           05  DayEntry OCCURS 366 TIMES.
               10  DYE-DATE PIC 9(8).
               10  DYE-SOURCE PIC X.
                   88  DYE-LIVE VALUE "L".
                   88  DYE-ARCHIVE VALUE "A".
                   88  DYE-NO-SOURCE VALUE " ".
               10  DYE-GEN PIC 9(4).
               10  DYE-READINGS PIC 9(9).
               10  DYE-EXCLUDED PIC 9(7).
               10  DYE-PUBLISHED PIC X.
                   88  DYE-DAY-PUBLISHED VALUE "Y".
       01  DayX PIC 9(4) VALUE 0.
       01  DayIndex PIC 9(4) VALUE 0.
      * The readings kept out, in key order so each pass can walk
      * them alongside the readings with a cursor.
       01  ExcludeCount PIC 9(4) VALUE 0.
       01  ExcludeTable.
           05  ExcludeEntry OCCURS 5000 TIMES.
               10  XCE-KEY PIC X(16).
       01  ExcludeX PIC 9(4) VALUE 0.
       01  ExcludeIndex PIC 9(4) VALUE 0.
       01  ExcludeCursor PIC 9(4) VALUE 0.
       01  ExcludedSwitch PIC X.
           88  ReadingExcluded VALUE "Y".
       01  WorkKey PIC X(16).
       01  WorkDate PIC 9(8).
       01  WorkSite PIC X(4).
       01  WorkValue PIC S9(4)V9.
      * The rebuilt statistics, one entry per site per day.
       01  StatCount PIC 9(4) VALUE 0.
       01  StatTable.
           05  StatEntry OCCURS 5000 TIMES.
               10  SAE-DATE PIC 9(8).
               10  SAE-SITE PIC X(4).
               10  SAE-MAX PIC S9(4)V9.
               10  SAE-MIN PIC S9(4)V9.
               10  SAE-COUNT PIC 9(8).
               10  SAE-TOTAL PIC S9(9)V9.
       01  StatX PIC 9(4) VALUE 0.
       01  StatIndex PIC 9(4) VALUE 0.
       01  ArchiveGen PIC 9(4) VALUE 1.
       01  LastArchiveKey PIC X(16) VALUE LOW-VALUES.
      * The figures the day should carry, then the stored copy.
       01  NewMax PIC S9(4)V9.
       01  NewMin PIC S9(4)V9.
       01  NewCount PIC 9(8).
       01  NewTotal PIC S9(9)V9.
       01  NewAverage PIC S9(6)V99.
       01  DayMax PIC S9(4)V9.
       01  DayMin PIC S9(4)V9.
       01  DayReadCount PIC 9(8).
       01  DayTotal PIC S9(9)V9.
       01  NewRhiMin PIC S9(9).
       01  NewRhiTotal PIC S9(9).
       01  NewRhiMax PIC S9(9).
       01  HistSite PIC X(4).
       01  SiteStatSwitch PIC X.
           88  SiteHasReadings VALUE "Y".
       01  RebuiltDayCount PIC 9(4) VALUE 0.
       01  SkippedDayCount PIC 9(4) VALUE 0.
       01  SameCount PIC 9(6) VALUE 0.
       01  DifferCount PIC 9(6) VALUE 0.
       01  MissingCount PIC 9(6) VALUE 0.
       01  ExtraCount PIC 9(6) VALUE 0.
       01  RepairedCount PIC 9(6) VALUE 0.
      *
       PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM ReadRunParms.
       IF ParmError THEN
           MOVE 16 TO RETURN-CODE
       ELSE
           PERFORM BuildDayTable
           PERFORM CheckPublishedDays
           IF NOT FileError THEN
               PERFORM LoadExclusions
           END-IF
           IF NOT FileError THEN
               PERFORM ScanLiveReadings
           END-IF
           IF NOT FileError THEN
               PERFORM ScanArchive
           END-IF
           IF NOT FileError THEN
               PERFORM CompareHistory
           END-IF
           IF FileError THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "HISTRBLD: " RebuiltDayCount " DAY(S) REBUILT "
                   SkippedDayCount " SKIPPED - " SameCount " SAME "
                   DifferCount " DIFFER " MissingCount " MISSING "
                   ExtraCount " WITHOUT READINGS " RepairedCount
                   " REPAIRED"
               IF RebuiltDayCount = 0 THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF NOT RepairMode AND (DifferCount > 0
                           OR MissingCount > 0 OR ExtraCount > 0) THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
       END-IF.
      *
       STOP RUN.

      * FROMDATE (or ASOFDATE, for a single day) opens the range
      * and TODATE closes it; REPAIR Y turns the comparison into a
      * repair.  A range that is missing, malformed, backwards or
      * wider than a year is refused rather than guessed at.

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
           IF ToDate = 0 THEN
               MOVE FromDate TO ToDate
           END-IF
           IF FromDate = 0 THEN
               DISPLAY "HISTRBLD: NO FROMDATE IN RUNPARM - "
                   "NOTHING REBUILT"
               SET ParmError TO TRUE
           ELSE
               IF ToDate < FromDate THEN
                   DISPLAY "HISTRBLD: TODATE " ToDate
                       " BEFORE FROMDATE " FromDate
                       " - NOTHING REBUILT"
                   SET ParmError TO TRUE
               ELSE
                   COMPUTE FromDayNumber =
                       FUNCTION INTEGER-OF-DATE(FromDate)
                   COMPUTE DaySpan =
                       FUNCTION INTEGER-OF-DATE(ToDate)
                           - FromDayNumber + 1
                   IF DaySpan > 366 THEN
                       DISPLAY "HISTRBLD: RANGE OF " DaySpan
                           " DAYS IS WIDER THAN 366 - NOTHING REBUILT"
                       SET ParmError TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.

       ApplyRunParm.
           IF PRM-KEYWORD = "FROMDATE" OR PRM-KEYWORD = "ASOFDATE"
                   THEN
               IF PRM-VALUE IS NUMERIC THEN
                   MOVE PRM-VALUE TO FromDate
               ELSE
                   DISPLAY "HISTRBLD: BAD " PRM-KEYWORD " VALUE '"
                       PRM-VALUE "' IN RUNPARM"
                   SET ParmError TO TRUE
               END-IF
           END-IF
           IF PRM-KEYWORD = "TODATE  " THEN
               IF PRM-VALUE IS NUMERIC THEN
                   MOVE PRM-VALUE TO ToDate
               ELSE
                   DISPLAY "HISTRBLD: BAD TODATE VALUE '" PRM-VALUE
                       "' IN RUNPARM"
                   SET ParmError TO TRUE
               END-IF
           END-IF
           IF PRM-KEYWORD = "REPAIR  " AND PRM-VALUE(1:1) = "Y" THEN
               SET RepairMode TO TRUE
           END-IF
           EXIT.

       BuildDayTable.
           MOVE DaySpan TO DayCount
           PERFORM VARYING DayX FROM 1 BY 1 UNTIL DayX > DayCount
               COMPUTE DYE-DATE(DayX) =
                   FUNCTION DATE-OF-INTEGER(FromDayNumber + DayX - 1)
               MOVE SPACE TO DYE-SOURCE(DayX)
               MOVE 0 TO DYE-GEN(DayX)
               MOVE 0 TO DYE-READINGS(DayX)
               MOVE 0 TO DYE-EXCLUDED(DayX)
               MOVE "N" TO DYE-PUBLISHED(DayX)
           END-PERFORM
           EXIT.

      * RUNCTL says which days MAX-ARRAY has put out; a day with no
      * clean end there has no published history to repair.

       CheckPublishedDays.
           OPEN INPUT RUNCTL-FILE
           IF RunCtlStatus NOT = "00" THEN
               DISPLAY "HISTRBLD: RUNCTL FILE OPEN FAILED - STATUS "
                   RunCtlStatus
               SET FileError TO TRUE
           ELSE
               PERFORM VARYING DayX FROM 1 BY 1 UNTIL DayX > DayCount
                   MOVE "MAXARRAY" TO RC-PROGRAM-ID
                   MOVE DYE-DATE(DayX) TO RC-RUN-DATE
                   READ RUNCTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RC-ENDED AND RC-RETURN-CODE = 0 THEN
                               SET DYE-DAY-PUBLISHED(DayX) TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF
           EXIT.

      * Without the exception report there is no telling which
      * readings MAX-ARRAY kept out, so nothing is rebuilt.

       LoadExclusions.
           OPEN INPUT EXCEPTION-REPORT
           IF ExceptionStatus NOT = "00" THEN
               DISPLAY "HISTRBLD: EXCPRPT FILE OPEN FAILED - STATUS "
                   ExceptionStatus
               SET FileError TO TRUE
           ELSE
               PERFORM UNTIL NoMoreExceptions
                   READ EXCEPTION-REPORT
                       AT END
                           SET NoMoreExceptions TO TRUE
                       NOT AT END
                           IF EXC-OPEN AND EXC-DATE NOT < FromDate
                                   AND EXC-DATE NOT > ToDate THEN
                               PERFORM NoteExclusion
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-REPORT
           END-IF
           EXIT.

      * The exception report is appended night by night, so a new
      * key nearly always belongs at the end; the insertion walks
      * back from there.

       NoteExclusion.
           IF ExcludeCount >= 5000 THEN
               DISPLAY "HISTRBLD: MORE THAN 5000 OPEN EXCEPTIONS IN "
                   "THE RANGE - NARROW THE RANGE"
               SET FileError TO TRUE
               SET NoMoreExceptions TO TRUE
           ELSE
               MOVE EXC-KEY TO WorkKey
               COMPUTE ExcludeIndex = ExcludeCount + 1
               PERFORM VARYING ExcludeX FROM ExcludeCount BY -1
                       UNTIL ExcludeX < 1
                           OR XCE-KEY(ExcludeX) NOT > WorkKey
                   MOVE XCE-KEY(ExcludeX) TO XCE-KEY(ExcludeX + 1)
                   MOVE ExcludeX TO ExcludeIndex
               END-PERFORM
               MOVE WorkKey TO XCE-KEY(ExcludeIndex)
               ADD 1 TO ExcludeCount
           END-IF
           EXIT.

       ScanLiveReadings.
           OPEN INPUT READINGS-FILE
           IF ReadingsStatus NOT = "00" THEN
               DISPLAY "HISTRBLD: READINGS FILE OPEN FAILED - STATUS "
                   ReadingsStatus
               SET FileError TO TRUE
           ELSE
               MOVE 1 TO ExcludeCursor
               MOVE FromDate TO READING-DATE
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
                           IF READING-DATE > ToDate THEN
                               SET NoMoreReadings TO TRUE
                           ELSE
                               PERFORM TakeLiveReading
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE READINGS-FILE
           END-IF
           EXIT.

       TakeLiveReading.
           COMPUTE DayIndex =
               FUNCTION INTEGER-OF-DATE(READING-DATE)
                   - FromDayNumber + 1
           SET DYE-LIVE(DayIndex) TO TRUE
           MOVE READING-KEY TO WorkKey
           MOVE READING-DATE TO WorkDate
           MOVE READING-SITE TO WorkSite
           MOVE READING-VALUE TO WorkValue
           PERFORM TakeReading
           EXIT.

      * Each generation is in key order by itself, so a key that is
      * not past the one before it starts the next generation.  A
      * day already on the live file is never taken from the
      * archive; a day found again on a later generation replaces
      * what an earlier one supplied.

       ScanArchive.
           OPEN INPUT ARCHIVE-READINGS
           IF ArchiveStatus NOT = "00" THEN
               DISPLAY "HISTRBLD: NO ARCHIVE GENERATION MOUNTED - "
                   "STATUS " ArchiveStatus " - LIVE DAYS ONLY"
           ELSE
               MOVE 1 TO ExcludeCursor
               PERFORM UNTIL NoMoreArchive
                   READ ARCHIVE-READINGS
                       AT END
                           SET NoMoreArchive TO TRUE
                       NOT AT END
                           PERFORM TakeArchiveReading
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-READINGS
           END-IF
           EXIT.

       TakeArchiveReading.
           IF ARC-READING-KEY NOT > LastArchiveKey THEN
               ADD 1 TO ArchiveGen
               MOVE 1 TO ExcludeCursor
           END-IF
           MOVE ARC-READING-KEY TO LastArchiveKey
           IF ARC-READING-DATE NOT < FromDate
                   AND ARC-READING-DATE NOT > ToDate THEN
               COMPUTE DayIndex =
                   FUNCTION INTEGER-OF-DATE(ARC-READING-DATE)
                       - FromDayNumber + 1
               IF NOT DYE-LIVE(DayIndex) THEN
                   IF DYE-ARCHIVE(DayIndex)
                           AND DYE-GEN(DayIndex) < ArchiveGen THEN
                       PERFORM DropArchiveDay
                   END-IF
                   SET DYE-ARCHIVE(DayIndex) TO TRUE
                   MOVE ArchiveGen TO DYE-GEN(DayIndex)
                   MOVE ARC-READING-KEY TO WorkKey
                   MOVE ARC-READING-DATE TO WorkDate
                   MOVE ARC-READING-SITE TO WorkSite
                   MOVE ARC-READING-VALUE TO WorkValue
                   PERFORM TakeReading
               END-IF
           END-IF
           EXIT.

       DropArchiveDay.
           MOVE 0 TO DYE-READINGS(DayIndex)
           MOVE 0 TO DYE-EXCLUDED(DayIndex)
           PERFORM VARYING StatX FROM 1 BY 1 UNTIL StatX > StatCount
               IF SAE-DATE(StatX) = DYE-DATE(DayIndex) THEN
                   MOVE 0 TO SAE-COUNT(StatX)
                   MOVE 0 TO SAE-TOTAL(StatX)
                   MOVE -9999.9 TO SAE-MAX(StatX)
                   MOVE 9999.9 TO SAE-MIN(StatX)
               END-IF
           END-PERFORM
           EXIT.

       TakeReading.
           ADD 1 TO DYE-READINGS(DayIndex)
           MOVE "N" TO ExcludedSwitch
           PERFORM UNTIL ExcludeCursor > ExcludeCount
                   OR XCE-KEY(ExcludeCursor) NOT < WorkKey
               ADD 1 TO ExcludeCursor
           END-PERFORM
           IF ExcludeCursor NOT > ExcludeCount THEN
               IF XCE-KEY(ExcludeCursor) = WorkKey THEN
                   SET ReadingExcluded TO TRUE
               END-IF
           END-IF
           IF ReadingExcluded THEN
               ADD 1 TO DYE-EXCLUDED(DayIndex)
           ELSE
               PERFORM FindStatEntry
               IF StatIndex > 0 THEN
                   ADD 1 TO SAE-COUNT(StatIndex)
                   ADD WorkValue TO SAE-TOTAL(StatIndex)
                   IF WorkValue > SAE-MAX(StatIndex) THEN
                       MOVE WorkValue TO SAE-MAX(StatIndex)
                   END-IF
                   IF WorkValue < SAE-MIN(StatIndex) THEN
                       MOVE WorkValue TO SAE-MIN(StatIndex)
                   END-IF
               END-IF
           END-IF
           EXIT.

      * Readings arrive grouped by day and site, so the entry last
      * used is nearly always the one wanted.

       FindStatEntry.
           IF StatIndex > 0 THEN
               IF SAE-DATE(StatIndex) NOT = WorkDate
                       OR SAE-SITE(StatIndex) NOT = WorkSite THEN
                   MOVE 0 TO StatIndex
               END-IF
           END-IF
           IF StatIndex = 0 THEN
               PERFORM VARYING StatX FROM 1 BY 1
                       UNTIL StatX > StatCount
                   IF SAE-DATE(StatX) = WorkDate
                           AND SAE-SITE(StatX) = WorkSite THEN
                       MOVE StatX TO StatIndex
                   END-IF
               END-PERFORM
           END-IF
           IF StatIndex = 0 THEN
               IF StatCount >= 5000 THEN
                   DISPLAY "HISTRBLD: MORE THAN 5000 SITE-DAYS IN THE "
                       "RANGE - NARROW THE RANGE"
                   SET FileError TO TRUE
                   SET NoMoreReadings TO TRUE
                   SET NoMoreArchive TO TRUE
               ELSE
                   ADD 1 TO StatCount
                   MOVE StatCount TO StatIndex
                   MOVE WorkDate TO SAE-DATE(StatIndex)
                   MOVE WorkSite TO SAE-SITE(StatIndex)
                   MOVE 0 TO SAE-COUNT(StatIndex)
                   MOVE 0 TO SAE-TOTAL(StatIndex)
                   MOVE -9999.9 TO SAE-MAX(StatIndex)
                   MOVE 9999.9 TO SAE-MIN(StatIndex)
               END-IF
           END-IF
           EXIT.

      * Day by day: each site's rebuilt figures against its MAXHIST
      * record, then any MAXHIST site record with no readings left
      * behind it, then the all-sites record and the MAXARRAY
      * RESHIST figures (whole units, as MAX-ARRAY posts them).

       CompareHistory.
           OPEN OUTPUT REPORT-FILE
           MOVE FromDate TO RT-FROM-DATE
           MOVE ToDate TO RT-TO-DATE
           MOVE RunDate TO RT-RUN-DATE
           IF RepairMode THEN
               MOVE "REPAIR" TO RT-MODE
               OPEN I-O MAXHIST-FILE
               OPEN I-O RESHIST-FILE
           ELSE
               MOVE "COMPARE ONLY" TO RT-MODE
               OPEN INPUT MAXHIST-FILE
               OPEN INPUT RESHIST-FILE
           END-IF
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE
           IF MaxHistStatus NOT = "00" OR ResHistStatus NOT = "00"
                   THEN
               DISPLAY "HISTRBLD: HISTORY FILE OPEN FAILED - MAXHIST "
                   MaxHistStatus " RESHIST " ResHistStatus
               SET FileError TO TRUE
           ELSE
               PERFORM VARYING DayX FROM 1 BY 1 UNTIL DayX > DayCount
                   PERFORM CompareOneDay
               END-PERFORM
               MOVE RebuiltDayCount TO RS-DAYS
               MOVE SkippedDayCount TO RS-SKIPPED
               MOVE SameCount TO RS-SAME
               MOVE DifferCount TO RS-DIFFER
               MOVE MissingCount TO RS-MISSING
               MOVE ExtraCount TO RS-EXTRA
               MOVE RepairedCount TO RS-REPAIRED
               WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           END-IF
           CLOSE MAXHIST-FILE
           CLOSE RESHIST-FILE
           CLOSE REPORT-FILE
           EXIT.

       CompareOneDay.
           MOVE DYE-DATE(DayX) TO RD-DATE
           MOVE DYE-READINGS(DayX) TO RD-READINGS
           MOVE DYE-EXCLUDED(DayX) TO RD-EXCLUDED
           IF NOT DYE-DAY-PUBLISHED(DayX) THEN
               MOVE "NOT PUBLISHED BY MAXARRAY - SKIPPED" TO RD-SOURCE
               ADD 1 TO SkippedDayCount
               WRITE REPORT-LINE FROM REPORT-DATE-LINE
           ELSE
               IF DYE-NO-SOURCE(DayX) THEN
                   MOVE "NOT ON READINGS OR MOUNTED ARCHIVE - SKIPPED"
                       TO RD-SOURCE
                   ADD 1 TO SkippedDayCount
                   WRITE REPORT-LINE FROM REPORT-DATE-LINE
               ELSE
                   IF DYE-LIVE(DayX) THEN
                       MOVE "FROM LIVE READINGS" TO RD-SOURCE
                   ELSE
                       MOVE "FROM ARCHIVE" TO RD-SOURCE
                   END-IF
                   ADD 1 TO RebuiltDayCount
                   WRITE REPORT-LINE FROM REPORT-DATE-LINE
                   PERFORM RebuildOneDay
               END-IF
           END-IF
           EXIT.

       RebuildOneDay.
           MOVE -9999.9 TO DayMax
           MOVE 9999.9 TO DayMin
           MOVE 0 TO DayReadCount
           MOVE 0 TO DayTotal
           PERFORM VARYING StatX FROM 1 BY 1 UNTIL StatX > StatCount
               IF SAE-DATE(StatX) = DYE-DATE(DayX)
                       AND SAE-COUNT(StatX) > 0 THEN
                   MOVE SAE-SITE(StatX) TO HistSite
                   MOVE SAE-MAX(StatX) TO NewMax
                   MOVE SAE-MIN(StatX) TO NewMin
                   MOVE SAE-COUNT(StatX) TO NewCount
                   MOVE SAE-TOTAL(StatX) TO NewTotal
                   COMPUTE NewAverage = NewTotal / NewCount
                   PERFORM CompareMaxHist
                   ADD NewCount TO DayReadCount
                   ADD NewTotal TO DayTotal
                   IF NewMax > DayMax THEN
                       MOVE NewMax TO DayMax
                   END-IF
                   IF NewMin < DayMin THEN
                       MOVE NewMin TO DayMin
                   END-IF
               END-IF
           END-PERFORM
           PERFORM FindOrphanSites
           IF DayReadCount > 0 THEN
               MOVE "*ALL" TO HistSite
               MOVE DayMax TO NewMax
               MOVE DayMin TO NewMin
               MOVE DayReadCount TO NewCount
               MOVE DayTotal TO NewTotal
               COMPUTE NewAverage = NewTotal / NewCount
               PERFORM CompareMaxHist
               MOVE NewMin TO NewRhiMin
               MOVE NewTotal TO NewRhiTotal
               MOVE NewMax TO NewRhiMax
               PERFORM CompareResHist
           END-IF
           EXIT.

       CompareMaxHist.
           MOVE DYE-DATE(DayX) TO MH-DATE
           MOVE HistSite TO MH-SITE
           READ MAXHIST-FILE
               INVALID KEY
                   ADD 1 TO MissingCount
                   MOVE "MAXHIST " TO RN-STORE
                   MOVE HistSite TO RN-SITE
                   MOVE "BEFORE" TO RN-LABEL
                   MOVE "NOT ON FILE" TO RN-TEXT
                   WRITE REPORT-LINE FROM REPORT-NOTE-LINE
                   PERFORM FillNewMaxHist
                   IF RepairMode THEN
                       WRITE MAXHIST-RECORD
                           INVALID KEY
                               MOVE "MISSING - NOT WRITTEN" TO RM-STATUS
                           NOT INVALID KEY
                               MOVE "MISSING - WRITTEN" TO RM-STATUS
                               ADD 1 TO RepairedCount
                       END-WRITE
                   ELSE
                       MOVE "MISSING" TO RM-STATUS
                   END-IF
                   PERFORM PrintAfterMaxHist
               NOT INVALID KEY
                   IF MH-MAX = NewMax AND MH-MIN = NewMin
                           AND MH-COUNT = NewCount
                           AND MH-TOTAL = NewTotal
                           AND MH-AVERAGE = NewAverage THEN
                       ADD 1 TO SameCount
                   ELSE
                       ADD 1 TO DifferCount
                       MOVE HistSite TO RM-SITE
                       MOVE "BEFORE" TO RM-LABEL
                       MOVE MH-MAX TO RM-MAX
                       MOVE MH-MIN TO RM-MIN
                       MOVE MH-COUNT TO RM-COUNT
                       MOVE MH-TOTAL TO RM-TOTAL
                       MOVE MH-AVERAGE TO RM-AVERAGE
                       MOVE SPACES TO RM-STATUS
                       WRITE REPORT-LINE FROM REPORT-MAXHIST-LINE
                       PERFORM FillNewMaxHist
                       IF RepairMode THEN
                           REWRITE MAXHIST-RECORD
                               INVALID KEY
                                   MOVE "DIFFERS - NOT REWRITTEN"
                                       TO RM-STATUS
                               NOT INVALID KEY
                                   MOVE "DIFFERS - REPAIRED"
                                       TO RM-STATUS
                                   ADD 1 TO RepairedCount
                           END-REWRITE
                       ELSE
                           MOVE "DIFFERS" TO RM-STATUS
                       END-IF
                       PERFORM PrintAfterMaxHist
                   END-IF
           END-READ
           EXIT.

       FillNewMaxHist.
           MOVE DYE-DATE(DayX) TO MH-DATE
           MOVE HistSite TO MH-SITE
           MOVE NewMax TO MH-MAX
           MOVE NewMin TO MH-MIN
           MOVE NewCount TO MH-COUNT
           MOVE NewTotal TO MH-TOTAL
           MOVE NewAverage TO MH-AVERAGE
           EXIT.

       PrintAfterMaxHist.
           MOVE HistSite TO RM-SITE
           MOVE "AFTER " TO RM-LABEL
           MOVE NewMax TO RM-MAX
           MOVE NewMin TO RM-MIN
           MOVE NewCount TO RM-COUNT
           MOVE NewTotal TO RM-TOTAL
           MOVE NewAverage TO RM-AVERAGE
           WRITE REPORT-LINE FROM REPORT-MAXHIST-LINE
           EXIT.

      * A site record for the day with nothing behind it - every
      * reading kept out, or none at all - is one MAX-ARRAY would
      * never have written.

       FindOrphanSites.
           MOVE "N" TO MaxHistSwitch
           MOVE DYE-DATE(DayX) TO MH-DATE
           MOVE LOW-VALUES TO MH-SITE
           START MAXHIST-FILE KEY IS >= MH-KEY
               INVALID KEY
                   SET NoMoreMaxHist TO TRUE
           END-START
           PERFORM UNTIL NoMoreMaxHist
               READ MAXHIST-FILE NEXT RECORD
                   AT END
                       SET NoMoreMaxHist TO TRUE
                   NOT AT END
                       IF MH-DATE NOT = DYE-DATE(DayX) THEN
                           SET NoMoreMaxHist TO TRUE
                       ELSE
                           PERFORM CheckOrphanSite
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       CheckOrphanSite.
           MOVE "N" TO SiteStatSwitch
           IF MH-SITE = "*ALL" THEN
               IF DayReadCount > 0 THEN
                   SET SiteHasReadings TO TRUE
               END-IF
           ELSE
               PERFORM VARYING StatX FROM 1 BY 1
                       UNTIL StatX > StatCount
                   IF SAE-DATE(StatX) = MH-DATE
                           AND SAE-SITE(StatX) = MH-SITE
                           AND SAE-COUNT(StatX) > 0 THEN
                       SET SiteHasReadings TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT SiteHasReadings THEN
               ADD 1 TO ExtraCount
               MOVE MH-SITE TO RM-SITE
               MOVE "BEFORE" TO RM-LABEL
               MOVE MH-MAX TO RM-MAX
               MOVE MH-MIN TO RM-MIN
               MOVE MH-COUNT TO RM-COUNT
               MOVE MH-TOTAL TO RM-TOTAL
               MOVE MH-AVERAGE TO RM-AVERAGE
               IF RepairMode THEN
                   DELETE MAXHIST-FILE
                       INVALID KEY
                           MOVE "NO READINGS - KEPT" TO RM-STATUS
                       NOT INVALID KEY
                           MOVE "NO READINGS - DELETED" TO RM-STATUS
                           ADD 1 TO RepairedCount
                   END-DELETE
               ELSE
                   MOVE "NO READINGS" TO RM-STATUS
               END-IF
               WRITE REPORT-LINE FROM REPORT-MAXHIST-LINE
           END-IF
           EXIT.

       CompareResHist.
           MOVE "MAXARRAY" TO RHI-PROGRAM-ID
           MOVE DYE-DATE(DayX) TO RHI-RUN-DATE
           READ RESHIST-FILE
               INVALID KEY
                   ADD 1 TO MissingCount
                   MOVE "RESHIST " TO RN-STORE
                   MOVE "MAXARRAY" TO RN-SITE
                   MOVE "BEFORE" TO RN-LABEL
                   MOVE "NOT ON FILE" TO RN-TEXT
                   WRITE REPORT-LINE FROM REPORT-NOTE-LINE
                   PERFORM FillNewResHist
                   IF RepairMode THEN
                       WRITE RESULT-HISTORY-RECORD
                           INVALID KEY
                               MOVE "MISSING - NOT WRITTEN" TO RR-STATUS
                           NOT INVALID KEY
                               MOVE "MISSING - WRITTEN" TO RR-STATUS
                               ADD 1 TO RepairedCount
                       END-WRITE
                   ELSE
                       MOVE "MISSING" TO RR-STATUS
                   END-IF
                   PERFORM PrintAfterResHist
               NOT INVALID KEY
                   IF RHI-PARM-1 = NewRhiMin
                           AND RHI-PARM-2 = NewRhiTotal
                           AND RHI-RESULT = NewRhiMax THEN
                       ADD 1 TO SameCount
                   ELSE
                       ADD 1 TO DifferCount
                       MOVE "BEFORE" TO RR-LABEL
                       MOVE RHI-PARM-1 TO RR-MIN
                       MOVE RHI-PARM-2 TO RR-TOTAL
                       MOVE RHI-RESULT TO RR-MAX
                       MOVE SPACES TO RR-STATUS
                       WRITE REPORT-LINE FROM REPORT-RESHIST-LINE
                       PERFORM FillNewResHist
                       IF RepairMode THEN
                           REWRITE RESULT-HISTORY-RECORD
                               INVALID KEY
                                   MOVE "DIFFERS - NOT REWRITTEN"
                                       TO RR-STATUS
                               NOT INVALID KEY
                                   MOVE "DIFFERS - REPAIRED"
                                       TO RR-STATUS
                                   ADD 1 TO RepairedCount
                           END-REWRITE
                       ELSE
                           MOVE "DIFFERS" TO RR-STATUS
                       END-IF
                       PERFORM PrintAfterResHist
                   END-IF
           END-READ
           EXIT.

       FillNewResHist.
           MOVE "MAXARRAY" TO RHI-PROGRAM-ID
           MOVE DYE-DATE(DayX) TO RHI-RUN-DATE
           MOVE NewRhiMin TO RHI-PARM-1
           MOVE NewRhiTotal TO RHI-PARM-2
           MOVE NewRhiMax TO RHI-RESULT
           EXIT.

       PrintAfterResHist.
           MOVE "AFTER " TO RR-LABEL
           MOVE NewRhiMin TO RR-MIN
           MOVE NewRhiTotal TO RR-TOTAL
           MOVE NewRhiMax TO RR-MAX
           WRITE REPORT-LINE FROM REPORT-RESHIST-LINE
           EXIT.

       END PROGRAM HISTORY-REBUILD.
